      * Weekly timecard capture/edit program. Reads the raw timecard   *
      * punches keyed by the timekeepers, validates each punch against *
      * the employee master and the shop editing rules, sums the       *
      * accepted hours per employee (in total, by shift for worked     *
      * hours so the payroll can pay the evening and night             *
      * differentials, and by leave type for vacation and sick         *
      * punches, which are proved against the leave balance master),   *
      * and writes the weekly hours file that SAMPLE pays from.        *
      * Company holidays in the period, from the holiday calendar      *
      * PAYCAL keeps, are credited without a punch to every eligible   *
      * hourly employee in their own bucket, and worked punches dated  *
      * on a holiday are counted so SAMPLE can pay the holiday         *
      * premium. Punches with no master record or dated after the      *
      * employee's termination, and hourly employees still on the      *
      * roster with no timecard, are flagged on the edit listing.      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Input file name: `TIMECARD-DAT`.
      * Master file names: `EMP-DAT`, `HOLCAL-DAT`.
      * Output file names: `HOURS-DAT`, `TIME-PRT`.
       FILE-CONTROL.
           SELECT TIMECARD-FILE ASSIGN TO TIMECARD-DAT
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-PERIOD-KEY
               FILE STATUS IS WS-PAYCAL-STATUS.
           SELECT HOLIDAY-CALENDAR ASSIGN TO HOLCAL-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-HOLIDAY-DATE
               FILE STATUS IS WS-HOLCAL-STATUS.
           SELECT STEP-CONTROL-FILE ASSIGN TO STEPCTL-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           COPY LEAVEREC.
       FD  PAY-PERIOD-CALENDAR LABEL RECORDS ARE STANDARD.
           COPY PAYCAL.
       FD  HOLIDAY-CALENDAR LABEL RECORDS ARE STANDARD.
           COPY HOLCAL.
       FD  STEP-CONTROL-FILE LABEL RECORDS ARE STANDARD.
           COPY STEPCTL.
       FD  TIME-LISTING LABEL RECORDS ARE STANDARD.
           88  LEAVE-FILE-ON-HAND           VALUE 'Y'.
       01  WS-PAYCAL-STATUS          PICTURE XX VALUE '00'.
       01  WS-STEPCTL-STATUS         PICTURE XX VALUE '00'.
       01  WS-HOLCAL-STATUS          PICTURE XX VALUE '00'.
       01  ARE-THERE-MORE-HOLIDAYS   PICTURE XXX VALUE 'YES'.
       01  ARE-THERE-MORE-PERIODS    PICTURE XXX VALUE 'YES'.
       01  WS-PERIOD-FOUND           PICTURE X VALUE 'N'.
           88  OPEN-PERIOD-ON-FILE          VALUE 'Y'.
       01  WS-CURRENT-PERIOD.
           05  WS-PERIOD-YEAR        PICTURE 9(4).
           05  WS-PERIOD-NUMBER      PICTURE 9(2).
      * Calendar dates of the open period, so a punch's day number
      * can be turned into the date it was worked. Day 1 is the
      * first day of a period of the shop's length.
       01  WS-PERIOD-DATES.
           05  WS-DAYS-IN-PERIOD     PICTURE 9(2) VALUE 7.
           05  WS-PERIOD-END-NUM     PICTURE 9(8) VALUE ZERO.
           05  WS-PERIOD-START-NUM   PICTURE 9(8) VALUE ZERO.
           05  WS-PUNCH-DATE         PICTURE 9(8) VALUE ZERO.
      * The open period's holidays by day number: the hours each
      * eligible employee is credited for the day (zero on a day
      * that is no holiday) and the day's date.
       01  WS-HOLIDAYS-IN-PERIOD     PICTURE 9 VALUE ZERO.
       01  WS-HOL-SUB                PICTURE 9 VALUE ZERO.
       01  WS-HOL-READ-DATE          PICTURE 9(8) VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-DAY-ENTRY OCCURS 7 TIMES.
               10  WS-HOL-CREDIT-HOURS PICTURE 9(2).
               10  WS-HOL-DATE       PICTURE 9(8).
       01  WS-HOL-ELIGIBLE           PICTURE X VALUE 'N'.
           88  EMPLOYEE-GETS-HOLIDAY        VALUE 'Y'.
       01  WS-HOL-CREDITS            PICTURE 9(5) VALUE ZERO.
       01  WS-VALID-PUNCH            PICTURE X VALUE 'Y'.
           88  PUNCH-IS-VALID               VALUE 'Y'.
           88  PUNCH-IS-INVALID             VALUE 'N'.
                   INDEXED BY WS-EMP-IDX.
               10  WS-EMP-ID         PICTURE X(5).
               10  WS-EMP-HOURS      PICTURE 9(3).
               10  WS-EMP-PAY-TYPE   PICTURE X.
                   88  WS-EMP-IS-SALARIED       VALUE 'S'.
      * Last day worked for a terminated employee, zero otherwise.
               10  WS-EMP-TERM-DATE  PICTURE 9(8).
      * Accepted vacation and sick hours, and the employee's leave
      * balances pulled once from the leave master, so each leave
      * punch is proved against balance minus what the deck has
      * paid from instead of losing the shift code at the edit.
               10  WS-EMP-SHIFT-HOURS OCCURS 3 TIMES
                                     PICTURE 9(3).
      * Holiday hours credited without a punch, and worked hours
      * punched on a holiday (also in the shift buckets above).
               10  WS-EMP-HOL-HOURS  PICTURE 9(3).
               10  WS-EMP-HOL-WORKED PICTURE 9(3).
      * 'Y' once a punch of the employee's is read; an entry made
      * only to carry a holiday credit is not a timecard.
               10  WS-EMP-CARD-SWITCH PICTURE X.
                   88  WS-EMP-HAS-TIMECARD      VALUE 'Y'.
               10  WS-EMP-DAY-ENTRY OCCURS 7 TIMES.
                   15  WS-EMP-SHIFT-FLAG OCCURS 3 TIMES
                                     PICTURE X.
       100-MAIN-MODULE.
           PERFORM 110-FIND-OPEN-PERIOD
           PERFORM 120-CHECK-STEP-STATUS
           PERFORM 130-LOAD-PERIOD-HOLIDAYS
           OPEN INPUT TIMECARD-FILE
           OPEN INPUT EMPLOYEE-MASTER
           OPEN INPUT LEAVE-BALANCE-MASTER
                         END-IF
               END-READ
           END-PERFORM
           IF WS-HOLIDAYS-IN-PERIOD > ZERO
               PERFORM 350-CREDIT-HOLIDAY-HOURS
           END-IF
           PERFORM 300-WRITE-WEEKLY-HOURS
           PERFORM 400-FLAG-MISSING-TIMECARDS
           PERFORM 900-WRITE-EDIT-TOTALS
                             MOVE PP-PERIOD-YEAR TO WS-PERIOD-YEAR
                             MOVE PP-PERIOD-NUMBER
                                  TO WS-PERIOD-NUMBER
                             MOVE PP-PERIOD-END-DATE
                                  TO WS-PERIOD-END-NUM
                             MOVE 'NO ' TO ARE-THERE-MORE-PERIODS
                         END-IF
               END-READ
           IF NOT OPEN-PERIOD-ON-FILE
               DISPLAY 'TIMEEDIT ABEND - NO OPEN PAY PERIOD'
               STOP RUN
           END-IF
           COMPUTE WS-PERIOD-START-NUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-PERIOD-END-NUM)
                    - WS-DAYS-IN-PERIOD + 1).
       120-CHECK-STEP-STATUS.
      *--- Re-editing a corrected deck before the payroll is routine
      *--- and allowed; once SAMPLE has stamped the period paid, a
                       STOP RUN
                   END-IF
           END-READ.
       130-LOAD-PERIOD-HOLIDAYS.
      *--- No holiday calendar simply means no holidays to credit.
           INITIALIZE WS-HOLIDAY-TABLE
           OPEN INPUT HOLIDAY-CALENDAR
           IF WS-HOLCAL-STATUS = '35'
               DISPLAY 'TIMEEDIT - HOLIDAY CALENDAR NOT FOUND - NO '
                       'HOLIDAY HOURS CREDITED'
           ELSE
               MOVE WS-PERIOD-START-NUM TO HC-HOLIDAY-DATE
               START HOLIDAY-CALENDAR
                     KEY IS NOT LESS THAN HC-HOLIDAY-DATE
                   INVALID KEY
                       MOVE 'NO ' TO ARE-THERE-MORE-HOLIDAYS
               END-START
               PERFORM UNTIL ARE-THERE-MORE-HOLIDAYS = 'NO '
                   READ HOLIDAY-CALENDAR NEXT RECORD
                        AT END
                             MOVE 'NO ' TO ARE-THERE-MORE-HOLIDAYS
                        NOT AT END
                             IF HC-HOLIDAY-DATE > WS-PERIOD-END-NUM
                                 MOVE 'NO ' TO ARE-THERE-MORE-HOLIDAYS
                             ELSE
                                 PERFORM 135-STORE-HOLIDAY
                             END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-CALENDAR
           END-IF.
       135-STORE-HOLIDAY.
           MOVE HC-HOLIDAY-DATE TO WS-HOL-READ-DATE
           COMPUTE WS-HOL-SUB =
                   FUNCTION INTEGER-OF-DATE (WS-HOL-READ-DATE)
                 - FUNCTION INTEGER-OF-DATE (WS-PERIOD-START-NUM) + 1
           MOVE HC-CREDIT-HOURS TO WS-HOL-CREDIT-HOURS (WS-HOL-SUB)
           MOVE WS-HOL-READ-DATE TO WS-HOL-DATE (WS-HOL-SUB)
           ADD 1 TO WS-HOLIDAYS-IN-PERIOD.
       950-STAMP-STEP.
      *--- Only reached on a clean finish.
           MOVE WS-PERIOD-YEAR TO SC-PERIOD-YEAR
                        TO WS-EDIT-REASON
               END-IF
           END-IF
      *--- The holiday is credited to everyone eligible without a
      *--- punch; leave keyed for the same day would pay it twice
      *--- and draw a balance the employee never needed to use.
           IF PUNCH-IS-VALID
              AND (TYPE-IS-VACATION OR TYPE-IS-SICK)
              AND WS-HOL-CREDIT-HOURS (TC-DAY) > ZERO
               MOVE 'N' TO WS-VALID-PUNCH
               MOVE 'REJECTED - LEAVE KEYED ON A HOLIDAY'
                    TO WS-EDIT-REASON
           END-IF
           IF PUNCH-IS-VALID
               PERFORM 210-LOCATE-EMPLOYEE
           END-IF
           IF PUNCH-IS-VALID
               PERFORM 225-CHECK-TERMINATION-DATE
           END-IF
           IF PUNCH-IS-VALID
               PERFORM 220-CHECK-DUPLICATE-PUNCH
           END-IF
      *--- A salaried employee's leave is taken whatever the
      *--- balance: the payroll docks the part it does not cover.
           IF PUNCH-IS-VALID
              AND (TYPE-IS-VACATION OR TYPE-IS-SICK)
              AND NOT WS-EMP-IS-SALARIED (WS-EMP-IDX)
               PERFORM 230-CHECK-LEAVE-BALANCE
           END-IF.
       210-LOCATE-EMPLOYEE.
                   MOVE 'REJECTED - NO MASTER RECORD'
                        TO WS-EDIT-REASON
               NOT INVALID KEY
                   PERFORM 218-SET-PERIOD-PAY-TYPE
                   IF WS-EMP-COUNT >= 500
                       MOVE 'N' TO WS-VALID-PUNCH
                       MOVE 'REJECTED - EMPLOYEE TABLE FULL'
                            TO WS-EDIT-REASON
                   ELSE
                       PERFORM 216-ADD-EMPLOYEE-ENTRY
                       MOVE 'Y' TO WS-EMP-CARD-SWITCH (WS-EMP-IDX)
                       PERFORM 217-LOAD-LEAVE-BALANCE
                   END-IF
           END-READ.
       216-ADD-EMPLOYEE-ENTRY.
      *--- Builds a table entry from the master record just read, for
      *--- a punch or for a holiday credit alike.
           ADD 1 TO WS-EMP-COUNT
           SET WS-EMP-IDX TO WS-EMP-COUNT
           MOVE SPACES TO WS-EMP-ENTRY (WS-EMP-IDX)
           MOVE EMPLOYEE-ID-IN TO WS-EMP-ID (WS-EMP-IDX)
           MOVE PAY-TYPE-IN TO WS-EMP-PAY-TYPE (WS-EMP-IDX)
           IF STATUS-IS-TERMINATED
               MOVE TERMINATION-DATE-IN
                    TO WS-EMP-TERM-DATE (WS-EMP-IDX)
           ELSE
               MOVE ZERO TO WS-EMP-TERM-DATE (WS-EMP-IDX)
           END-IF
           MOVE ZERO TO WS-EMP-HOURS (WS-EMP-IDX)
           MOVE ZERO TO WS-EMP-SHIFT-HOURS (WS-EMP-IDX 1)
                        WS-EMP-SHIFT-HOURS (WS-EMP-IDX 2)
                        WS-EMP-SHIFT-HOURS (WS-EMP-IDX 3)
           MOVE ZERO TO WS-EMP-VAC-HOURS (WS-EMP-IDX)
                        WS-EMP-SICK-HOURS (WS-EMP-IDX)
           MOVE ZERO TO WS-EMP-VAC-BALANCE (WS-EMP-IDX)
                        WS-EMP-SICK-BALANCE (WS-EMP-IDX)
           MOVE ZERO TO WS-EMP-HOL-HOURS (WS-EMP-IDX)
                        WS-EMP-HOL-WORKED (WS-EMP-IDX)
           MOVE 'N' TO WS-EMP-CARD-SWITCH (WS-EMP-IDX).
       217-LOAD-LEAVE-BALANCE.
      *--- Pulled once per employee; a missing leave record means a
      *--- zero balance, so any leave punch for that employee will
                            TO WS-EMP-SICK-BALANCE (WS-EMP-IDX)
               END-READ
           END-IF.
       218-SET-PERIOD-PAY-TYPE.
      *--- The pay basis the period is paid on, as SAMPLE picks it:
      *--- a switch between hourly and salaried dated after the
      *--- period's end has not taken effect yet. The master is only
      *--- read here, so the prior basis is set over the current one
      *--- in the record area.
           IF PAY-TYPE-DATE-IN IS NUMERIC
              AND PAY-TYPE-DATE-IN > WS-PERIOD-END-NUM
               MOVE PRIOR-PAY-TYPE-IN TO PAY-TYPE-IN
           END-IF.
       220-CHECK-DUPLICATE-PUNCH.
           EVALUATE TC-SHIFT
               WHEN 'D'
               MOVE 'REJECTED - DUPLICATE DAY/SHIFT PUNCH'
                    TO WS-EDIT-REASON
           END-IF.
       225-CHECK-TERMINATION-DATE.
      *--- Nobody can work, or take leave, after the last day on the
      *--- payroll; such a punch is a keying error or a termination
      *--- keyed too early, and either way the office has to look.
           IF WS-EMP-TERM-DATE (WS-EMP-IDX) NOT = ZERO
               COMPUTE WS-PUNCH-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-PERIOD-START-NUM)
                        + TC-DAY - 1)
               IF WS-PUNCH-DATE > WS-EMP-TERM-DATE (WS-EMP-IDX)
                   MOVE 'N' TO WS-VALID-PUNCH
                   MOVE 'REJECTED - AFTER TERMINATION DATE'
                        TO WS-EDIT-REASON
               END-IF
           END-IF.
       230-CHECK-LEAVE-BALANCE.
      *--- A leave punch may only take what the balance still covers
      *--- after the leave already accepted from this week's deck;
               WHEN OTHER
                   ADD TC-HOURS TO WS-EMP-SHIFT-HOURS
                        (WS-EMP-IDX, WS-SHIFT-SUB)
                   IF WS-HOL-CREDIT-HOURS (TC-DAY) > ZERO
                       ADD TC-HOURS TO WS-EMP-HOL-WORKED (WS-EMP-IDX)
                   END-IF
           END-EVALUATE
           MOVE 'X' TO WS-EMP-SHIFT-FLAG
                (WS-EMP-IDX, TC-DAY, WS-SHIFT-SUB)
                    TO HRS-VACATION-HOURS
               MOVE WS-EMP-SICK-HOURS (WS-EMP-IDX)
                    TO HRS-SICK-HOURS
               MOVE WS-EMP-HOL-HOURS (WS-EMP-IDX)
                    TO HRS-HOLIDAY-HOURS
               MOVE WS-EMP-HOL-WORKED (WS-EMP-IDX)
                    TO HRS-HOLIDAY-WORKED
               WRITE WEEKLY-HOURS-RECORD
               ADD 1 TO WS-EMPLOYEES-WRITTEN
               MOVE SPACES TO TIME-LISTING-REC
               MOVE 'WEEKLY HOURS WRITTEN' TO TL-MESSAGE-OUT
               WRITE TIME-LISTING-REC
           END-PERFORM.
       350-CREDIT-HOLIDAY-HOURS.
      *--- A pass over the whole master, since the holiday is owed to
      *--- everyone eligible whether or not they handed in a card.
           MOVE LOW-VALUES TO EMPLOYEE-ID-IN
           START EMPLOYEE-MASTER KEY IS GREATER THAN EMPLOYEE-ID-IN
               INVALID KEY
                   MOVE 'NO ' TO ARE-THERE-MORE-MASTERS
           END-START
           PERFORM UNTIL ARE-THERE-MORE-MASTERS = 'NO '
               READ EMPLOYEE-MASTER NEXT RECORD
                    AT END
                         MOVE 'NO ' TO ARE-THERE-MORE-MASTERS
                    NOT AT END
                         PERFORM 218-SET-PERIOD-PAY-TYPE
                         IF PAY-IS-HOURLY
                             PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                                     UNTIL WS-HOL-SUB
                                           > WS-DAYS-IN-PERIOD
                                 IF WS-HOL-CREDIT-HOURS (WS-HOL-SUB)
                                         > ZERO
                                     PERFORM 360-CREDIT-HOLIDAY-DAY
                                 END-IF
                             END-PERFORM
                         END-IF
               END-READ
           END-PERFORM
           MOVE 'YES' TO ARE-THERE-MORE-MASTERS
           DISPLAY 'TIMEEDIT - HOLIDAY CREDITS ' WS-HOL-CREDITS.
       360-CREDIT-HOLIDAY-DAY.
      *--- A salaried employee's salary already covers the holiday.
      *--- An hourly employee is owed it when on the roster that day:
      *--- hired (or rehired) by then, not yet gone, and not out on
      *--- a leave of absence that began on or before it.
           MOVE 'Y' TO WS-HOL-ELIGIBLE
           EVALUATE TRUE
               WHEN HIRE-DATE-IN IS NUMERIC
                    AND HIRE-DATE-IN > WS-HOL-DATE (WS-HOL-SUB)
                   MOVE 'N' TO WS-HOL-ELIGIBLE
               WHEN REHIRE-DATE-IN IS NUMERIC
                    AND REHIRE-DATE-IN > WS-HOL-DATE (WS-HOL-SUB)
                   MOVE 'N' TO WS-HOL-ELIGIBLE
               WHEN TERMINATION-DATE-IN IS NUMERIC
                    AND TERMINATION-DATE-IN NOT = ZERO
                    AND TERMINATION-DATE-IN < WS-HOL-DATE (WS-HOL-SUB)
                   MOVE 'N' TO WS-HOL-ELIGIBLE
               WHEN STATUS-IS-ON-LEAVE
                    AND STATUS-DATE-IN NOT > WS-HOL-DATE (WS-HOL-SUB)
                   MOVE 'N' TO WS-HOL-ELIGIBLE
           END-EVALUATE
           IF EMPLOYEE-GETS-HOLIDAY
               SET WS-EMP-IDX TO 1
               SEARCH WS-EMP-ENTRY
                   AT END
                       IF WS-EMP-COUNT >= 500
                           MOVE 'N' TO WS-HOL-ELIGIBLE
                           MOVE SPACES TO TIME-LISTING-REC
                           MOVE EMPLOYEE-ID-IN TO TL-ID-OUT
                           MOVE WS-HOL-SUB TO TL-DAY-OUT
                           MOVE 'HOLIDAY NOT CREDITED - TABLE FULL'
                                TO TL-MESSAGE-OUT
                           WRITE TIME-LISTING-REC
                       ELSE
                           PERFORM 216-ADD-EMPLOYEE-ENTRY
                       END-IF
                   WHEN WS-EMP-ID (WS-EMP-IDX) = EMPLOYEE-ID-IN
                       CONTINUE
               END-SEARCH
           END-IF
           IF EMPLOYEE-GETS-HOLIDAY
               ADD WS-HOL-CREDIT-HOURS (WS-HOL-SUB)
                   TO WS-EMP-HOURS (WS-EMP-IDX)
                      WS-EMP-HOL-HOURS (WS-EMP-IDX)
               ADD 1 TO WS-HOL-CREDITS
               MOVE SPACES TO TIME-LISTING-REC
               MOVE EMPLOYEE-ID-IN TO TL-ID-OUT
               MOVE WS-HOL-SUB TO TL-DAY-OUT
               MOVE WS-HOL-CREDIT-HOURS (WS-HOL-SUB) TO TL-HOURS-OUT
               MOVE 'HOLIDAY HOURS CREDITED' TO TL-MESSAGE-OUT
               WRITE TIME-LISTING-REC
           END-IF.
       400-FLAG-MISSING-TIMECARDS.
      *--- A second pass over the whole master catches the other side
      *--- of the edit: an employee still on the roster who handed in
      *--- no timecard at all this week. A holiday credit is not a
      *--- timecard, so an entry holding only the credit still flags.
           MOVE LOW-VALUES TO EMPLOYEE-ID-IN
           START EMPLOYEE-MASTER KEY IS GREATER THAN EMPLOYEE-ID-IN
               INVALID KEY
                    AT END
                         MOVE 'NO ' TO ARE-THERE-MORE-MASTERS
                    NOT AT END
                         PERFORM 218-SET-PERIOD-PAY-TYPE
                         PERFORM 410-CHECK-MASTER-HAS-HOURS
               END-READ
           END-PERFORM.
       410-CHECK-MASTER-HAS-HOURS.
      *--- A salaried employee is paid without a timecard, so having
      *--- none is the normal week, not a missing one. Nor is one
      *--- expected from an employee on leave of absence or one who
      *--- left before the period began.
           EVALUATE TRUE
               WHEN PAY-IS-SALARIED
               WHEN STATUS-IS-ON-LEAVE
                   CONTINUE
               WHEN STATUS-IS-TERMINATED
                    AND TERMINATION-DATE-IN < WS-PERIOD-START-NUM
                   CONTINUE
               WHEN OTHER
                   SET WS-EMP-IDX TO 1
                   SEARCH WS-EMP-ENTRY
                       AT END
                           ADD 1 TO WS-NO-TIMECARD-COUNT
                           MOVE SPACES TO TIME-LISTING-REC
                           MOVE EMPLOYEE-ID-IN TO TL-ID-OUT
                           MOVE 'NO TIMECARD THIS WEEK'
                                TO TL-MESSAGE-OUT
                           WRITE TIME-LISTING-REC
                       WHEN WS-EMP-ID (WS-EMP-IDX) = EMPLOYEE-ID-IN
                            AND WS-EMP-HAS-TIMECARD (WS-EMP-IDX)
                           CONTINUE
                   END-SEARCH
           END-EVALUATE.
       900-WRITE-EDIT-TOTALS.
           MOVE SPACES TO TIME-TOTALS-REC
           MOVE 'PUNCHES READ' TO TT-LABEL-1
