      ******************************************************************
      * Supplemental earnings capture/edit program. Reads the week's   *
      * supplemental earnings transactions - bonuses, commissions,     *
      * expense reimbursements and the rest of the money paid outside  *
      * the hours - validates each against the employee master, the    *
      * earnings code table and the shop editing rules, and writes the *
      * edited supplemental earnings file SAMPLE pays from, one record *
      * per employee stamped with the open pay period. Keying this     *
      * money as hours would pay it at the hourly rate, push the week  *
      * into overtime and tax a reimbursement as wages; kept apart     *
      * here it is paid and taxed the way its code says. Rejected      *
      * transactions are flagged on the edit listing.                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPEDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Input file names: `SUPPTRAN-DAT`, `EARNCODE-DAT`.
      * Master file name: `EMP-DAT`.
      * Output file names: `SUPPERN-DAT`, `SUPP-PRT`.
       FILE-CONTROL.
           SELECT SUPPLEMENTAL-TRANSACTIONS ASSIGN TO SUPPTRAN-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT EARNINGS-CODE-FILE ASSIGN TO EARNCODE-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EARNCODE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO EMP-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID-IN
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SUPPLEMENTAL-EARNINGS ASSIGN TO SUPPERN-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SE-EMPLOYEE-ID
               FILE STATUS IS WS-SUPPERN-STATUS.
           SELECT PAY-PERIOD-CALENDAR ASSIGN TO PAYCAL-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-PERIOD-KEY
               FILE STATUS IS WS-PAYCAL-STATUS.
           SELECT STEP-CONTROL-FILE ASSIGN TO STEPCTL-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-PERIOD-KEY
               FILE STATUS IS WS-STEPCTL-STATUS.
           SELECT SUPP-LISTING ASSIGN TO SUPP-PRT.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLEMENTAL-TRANSACTIONS LABEL RECORDS ARE STANDARD.
       01  SUPPLEMENTAL-TRANS-REC.
           05  ST-EMPLOYEE-ID        PICTURE X(5).
           05  ST-EARNINGS-CODE      PICTURE X(3).
           05  ST-AMOUNT             PICTURE 9(4)V99.
       01  SUPPLEMENTAL-TRANS-IMAGE REDEFINES SUPPLEMENTAL-TRANS-REC.
           05                        PICTURE X(8).
           05  ST-AMOUNT-X           PICTURE X(6).
       FD  EARNINGS-CODE-FILE LABEL RECORDS ARE STANDARD.
           COPY EARNCODE.
       FD  EMPLOYEE-MASTER LABEL RECORDS ARE STANDARD.
           COPY EMPREC.
       FD  SUPPLEMENTAL-EARNINGS LABEL RECORDS ARE STANDARD.
           COPY SUPPERN.
       FD  PAY-PERIOD-CALENDAR LABEL RECORDS ARE STANDARD.
           COPY PAYCAL.
       FD  STEP-CONTROL-FILE LABEL RECORDS ARE STANDARD.
           COPY STEPCTL.
       FD  SUPP-LISTING LABEL RECORDS ARE STANDARD.
       01  SUPP-LISTING-REC.
           05  SL-ID-OUT             PICTURE X(5).
           05                        PICTURE X(2).
           05  SL-CODE-OUT           PICTURE X(3).
           05                        PICTURE X(2).
           05  SL-AMOUNT-OUT         PICTURE ZZ,ZZ9.99.
           05  SL-AMOUNT-X-OUT REDEFINES SL-AMOUNT-OUT
                                     PICTURE X(9).
           05                        PICTURE X(2).
           05  SL-MESSAGE-OUT        PICTURE X(40).
       01  SUPP-TOTALS-REC.
           05  ST-LABEL-1            PICTURE X(13).
           05  ST-READ-OUT           PICTURE ZZZZ9.
           05                        PICTURE X(3).
           05  ST-LABEL-2            PICTURE X(9).
           05  ST-ACCEPTED-OUT       PICTURE ZZZZ9.
           05                        PICTURE X(3).
           05  ST-LABEL-3            PICTURE X(9).
           05  ST-REJECTED-OUT       PICTURE ZZZZ9.
           05                        PICTURE X(3).
           05  ST-LABEL-4            PICTURE X(7).
           05  ST-AMOUNT-TOTAL-OUT   PICTURE Z,ZZZ,ZZ9.99.
       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-TRANS      PICTURE XXX VALUE 'YES'.
       01  ARE-THERE-MORE-CODES      PICTURE XXX VALUE 'YES'.
       01  WS-TRANS-STATUS           PICTURE XX VALUE '00'.
       01  WS-EARNCODE-STATUS        PICTURE XX VALUE '00'.
       01  WS-MASTER-STATUS          PICTURE XX VALUE '00'.
       01  WS-SUPPERN-STATUS         PICTURE XX VALUE '00'.
       01  WS-PAYCAL-STATUS          PICTURE XX VALUE '00'.
       01  WS-STEPCTL-STATUS         PICTURE XX VALUE '00'.
       01  ARE-THERE-MORE-PERIODS    PICTURE XXX VALUE 'YES'.
       01  WS-PERIOD-FOUND           PICTURE X VALUE 'N'.
           88  OPEN-PERIOD-ON-FILE          VALUE 'Y'.
       01  WS-CURRENT-PERIOD.
           05  WS-PERIOD-YEAR        PICTURE 9(4).
           05  WS-PERIOD-NUMBER      PICTURE 9(2).
       01  WS-PERIOD-DATES.
           05  WS-DAYS-IN-PERIOD     PICTURE 9(2) VALUE 7.
           05  WS-PERIOD-END-NUM     PICTURE 9(8) VALUE ZERO.
           05  WS-PERIOD-START-NUM   PICTURE 9(8) VALUE ZERO.
       01  WS-VALID-TRANS            PICTURE X VALUE 'Y'.
           88  TRANS-IS-VALID               VALUE 'Y'.
           88  TRANS-IS-INVALID             VALUE 'N'.
       01  WS-EDIT-REASON            PICTURE X(40) VALUE SPACES.
       01  WS-ENTRY-SUB              PICTURE 9 VALUE ZERO.
      * Shop-set ceilings on a single transaction and on one
      * employee's supplemental earnings for the week; anything
      * larger is a keying error or needs the office. The weekly
      * ceiling also keeps the check inside the gross the pay
      * records can carry. Change here if the policy changes.
       01  WS-SUPP-LIMITS.
           05  WS-MAX-TRANS-AMOUNT   PICTURE 9(4)V99 VALUE 2000.00.
           05  WS-MAX-EMPLOYEE-TOTAL PICTURE 9(4)V99 VALUE 2500.00.
       01  WS-CONTROL-TOTALS.
           05  WS-TRANS-READ         PICTURE 9(5) VALUE ZERO.
           05  WS-TRANS-ACCEPTED     PICTURE 9(5) VALUE ZERO.
           05  WS-TRANS-REJECTED     PICTURE 9(5) VALUE ZERO.
           05  WS-EMPLOYEES-WRITTEN  PICTURE 9(4) VALUE ZERO.
           05  WS-AMOUNT-ACCEPTED    PICTURE 9(7)V99 VALUE ZERO.
      * The earnings code table, loaded once from EARNCODE-DAT.
       01  WS-EARN-CODE-COUNT        PICTURE 9(3) VALUE ZERO.
       01  WS-EARN-CODE-TABLE.
           05  WS-EARN-CODE-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-EARN-CODE-COUNT
                   INDEXED BY WS-EARN-IDX.
               10  WS-EARN-CODE      PICTURE X(3).
       01  WS-EMP-COUNT              PICTURE 9(3) VALUE ZERO.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-EMP-COUNT
                   INDEXED BY WS-EMP-IDX.
               10  WS-EMP-ID         PICTURE X(5).
      * Termination date for a terminated employee, zero otherwise.
               10  WS-EMP-TERM-DATE  PICTURE 9(8).
               10  WS-EMP-TOTAL      PICTURE 9(5)V99.
               10  WS-EMP-SUPP-COUNT PICTURE 9(2).
               10  WS-EMP-SUPP-ENTRY OCCURS 5 TIMES.
                   15  WS-EMP-SUPP-CODE   PICTURE X(3).
                   15  WS-EMP-SUPP-AMOUNT PICTURE 9(4)V99.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 110-FIND-OPEN-PERIOD
           PERFORM 120-CHECK-STEP-STATUS
           PERFORM 130-LOAD-EARNINGS-CODES
           OPEN INPUT EMPLOYEE-MASTER
           OPEN OUTPUT SUPPLEMENTAL-EARNINGS
           OPEN OUTPUT SUPP-LISTING
           OPEN INPUT SUPPLEMENTAL-TRANSACTIONS
           IF WS-TRANS-STATUS = '35'
      *--- Most weeks nobody is owed a bonus or a reimbursement. The
      *--- edited file is still written, empty, so last week's
      *--- earnings are not left lying where the payroll looks.
               DISPLAY 'SUPEDIT - NO SUPPLEMENTAL EARNINGS '
                       'TRANSACTIONS THIS PERIOD'
               MOVE 'NO ' TO ARE-THERE-MORE-TRANS
           END-IF
           PERFORM UNTIL ARE-THERE-MORE-TRANS = 'NO '
               READ SUPPLEMENTAL-TRANSACTIONS
                    AT END
                         MOVE 'NO ' TO ARE-THERE-MORE-TRANS
                    NOT AT END
                         ADD 1 TO WS-TRANS-READ
                         PERFORM 200-EDIT-TRANSACTION
                         IF TRANS-IS-VALID
                             PERFORM 250-ACCUMULATE-TRANSACTION
                         ELSE
                             PERFORM 275-WRITE-TRANS-REJECT
                         END-IF
               END-READ
           END-PERFORM
           PERFORM 300-WRITE-SUPPLEMENTAL-EARNINGS
           PERFORM 900-WRITE-EDIT-TOTALS
           IF WS-TRANS-STATUS NOT = '35'
               CLOSE SUPPLEMENTAL-TRANSACTIONS
           END-IF
           CLOSE EMPLOYEE-MASTER
                 SUPPLEMENTAL-EARNINGS
                 SUPP-LISTING
           PERFORM 950-STAMP-STEP
           STOP RUN.
       110-FIND-OPEN-PERIOD.
      *--- The edit belongs to the open pay period, and every record
      *--- it writes is stamped with it; the payroll pays only the
      *--- records stamped with the period it is paying.
           OPEN INPUT PAY-PERIOD-CALENDAR
           IF WS-PAYCAL-STATUS = '35'
               DISPLAY 'SUPEDIT ABEND - PAY PERIOD CALENDAR NOT '
                       'FOUND - RUN PAYCAL FIRST'
               STOP RUN
           END-IF
           MOVE 'N' TO WS-PERIOD-FOUND
           MOVE LOW-VALUES TO PP-PERIOD-KEY
           START PAY-PERIOD-CALENDAR
                 KEY IS GREATER THAN PP-PERIOD-KEY
               INVALID KEY
                   MOVE 'NO ' TO ARE-THERE-MORE-PERIODS
           END-START
           PERFORM UNTIL ARE-THERE-MORE-PERIODS = 'NO '
               READ PAY-PERIOD-CALENDAR NEXT RECORD
                    AT END
                         MOVE 'NO ' TO ARE-THERE-MORE-PERIODS
                    NOT AT END
                         IF PERIOD-IS-OPEN
                             MOVE 'Y' TO WS-PERIOD-FOUND
                             MOVE PP-PERIOD-YEAR TO WS-PERIOD-YEAR
                             MOVE PP-PERIOD-NUMBER
                                  TO WS-PERIOD-NUMBER
                             MOVE PP-PERIOD-END-DATE
                                  TO WS-PERIOD-END-NUM
                             MOVE 'NO ' TO ARE-THERE-MORE-PERIODS
                         END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-PERIOD-CALENDAR
           IF NOT OPEN-PERIOD-ON-FILE
               DISPLAY 'SUPEDIT ABEND - NO OPEN PAY PERIOD'
               STOP RUN
           END-IF
           COMPUTE WS-PERIOD-START-NUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-PERIOD-END-NUM)
                    - WS-DAYS-IN-PERIOD + 1).
       120-CHECK-STEP-STATUS.
      *--- Like the timecard edit, this one may be rerun on a
      *--- corrected deck until SAMPLE has paid the period; after
      *--- that a rerun would replace the earnings the payroll paid
      *--- from, so it is refused.
           OPEN I-O STEP-CONTROL-FILE
           IF WS-STEPCTL-STATUS = '35'
               CLOSE STEP-CONTROL-FILE
               OPEN OUTPUT STEP-CONTROL-FILE
               CLOSE STEP-CONTROL-FILE
               OPEN I-O STEP-CONTROL-FILE
           END-IF
           MOVE WS-PERIOD-YEAR TO SC-PERIOD-YEAR
           MOVE WS-PERIOD-NUMBER TO SC-PERIOD-NUMBER
           READ STEP-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO STEP-STATUS-RECORD
                   MOVE WS-PERIOD-YEAR TO SC-PERIOD-YEAR
                   MOVE WS-PERIOD-NUMBER TO SC-PERIOD-NUMBER
                   WRITE STEP-STATUS-RECORD
               NOT INVALID KEY
                   IF SAMPLE-STEP-DONE
                       DISPLAY 'SUPEDIT ABEND - PERIOD '
                               WS-PERIOD-YEAR '/' WS-PERIOD-NUMBER
                               ' ALREADY PAID - RERUN REFUSED'
                       CLOSE STEP-CONTROL-FILE
                       STOP RUN
                   END-IF
           END-READ.
       130-LOAD-EARNINGS-CODES.
      *--- Without the code table there is no telling a bonus from a
      *--- reimbursement, so nothing can be edited.
           OPEN INPUT EARNINGS-CODE-FILE
           IF WS-EARNCODE-STATUS NOT = '00'
               DISPLAY 'SUPEDIT ABEND - EARNINGS CODE TABLE NOT '
                       'FOUND - LOAD EARNCODE-DAT'
               CLOSE STEP-CONTROL-FILE
               STOP RUN
           END-IF
           PERFORM UNTIL ARE-THERE-MORE-CODES = 'NO '
               READ EARNINGS-CODE-FILE
                    AT END
                         MOVE 'NO ' TO ARE-THERE-MORE-CODES
                    NOT AT END
                         PERFORM 135-STORE-EARNINGS-CODE
               END-READ
           END-PERFORM
           CLOSE EARNINGS-CODE-FILE.
       135-STORE-EARNINGS-CODE.
      *--- A code whose tax treatment is keyed wrong would be paid
      *--- wrong to everyone who draws it; refuse the table.
           IF NOT TAXABLE-FLAG-IS-VALID
              OR NOT FLAT-RATE-FLAG-IS-VALID
              OR NOT OVERTIME-FLAG-IS-VALID
               DISPLAY 'SUPEDIT ABEND - EARNINGS CODE FLAGS INVALID'
                       ' - ' EC-EARNINGS-CODE
               CLOSE EARNINGS-CODE-FILE
                     STEP-CONTROL-FILE
               STOP RUN
           END-IF
           IF WS-EARN-CODE-COUNT >= 100
               DISPLAY 'SUPEDIT ABEND - EARNINGS CODE TABLE FULL'
               CLOSE EARNINGS-CODE-FILE
                     STEP-CONTROL-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-EARN-CODE-COUNT
           SET WS-EARN-IDX TO WS-EARN-CODE-COUNT
           MOVE EC-EARNINGS-CODE TO WS-EARN-CODE (WS-EARN-IDX).
       950-STAMP-STEP.
      *--- Only reached on a clean finish.
           MOVE WS-PERIOD-YEAR TO SC-PERIOD-YEAR
           MOVE WS-PERIOD-NUMBER TO SC-PERIOD-NUMBER
           READ STEP-CONTROL-FILE
               INVALID KEY
                   DISPLAY 'SUPEDIT - STEP RECORD LOST - '
                           'STATUS NOT STAMPED'
               NOT INVALID KEY
                   MOVE 'C' TO SC-SUPEDIT-STATUS
                   REWRITE STEP-STATUS-RECORD
           END-READ
           CLOSE STEP-CONTROL-FILE.
       200-EDIT-TRANSACTION.
           MOVE 'Y' TO WS-VALID-TRANS
           MOVE SPACES TO WS-EDIT-REASON
           IF ST-EMPLOYEE-ID = SPACES
               MOVE 'N' TO WS-VALID-TRANS
               MOVE 'REJECTED - EMPLOYEE ID BLANK' TO WS-EDIT-REASON
           END-IF
           IF TRANS-IS-VALID
               SET WS-EARN-IDX TO 1
               SEARCH WS-EARN-CODE-ENTRY
                   AT END
                       MOVE 'N' TO WS-VALID-TRANS
                       MOVE 'REJECTED - EARNINGS CODE NOT IN TABLE'
                            TO WS-EDIT-REASON
                   WHEN WS-EARN-CODE (WS-EARN-IDX) = ST-EARNINGS-CODE
                       CONTINUE
               END-SEARCH
           END-IF
           IF TRANS-IS-VALID
               IF ST-AMOUNT IS NOT NUMERIC
                   MOVE 'N' TO WS-VALID-TRANS
                   MOVE 'REJECTED - AMOUNT NOT NUMERIC'
                        TO WS-EDIT-REASON
               ELSE
                   IF ST-AMOUNT = ZERO
                           OR ST-AMOUNT > WS-MAX-TRANS-AMOUNT
                       MOVE 'N' TO WS-VALID-TRANS
                       MOVE 'REJECTED - AMOUNT OUT OF RANGE'
                            TO WS-EDIT-REASON
                   END-IF
               END-IF
           END-IF
           IF TRANS-IS-VALID
               PERFORM 210-LOCATE-EMPLOYEE
           END-IF
           IF TRANS-IS-VALID
               PERFORM 225-CHECK-TERMINATION-DATE
           END-IF
           IF TRANS-IS-VALID
               PERFORM 220-CHECK-EMPLOYEE-ENTRIES
           END-IF.
       210-LOCATE-EMPLOYEE.
      *--- As in the timecard edit, each employee costs at most one
      *--- keyed read of the master however many transactions the
      *--- deck holds for the employee.
           SET WS-EMP-IDX TO 1
           SEARCH WS-EMP-ENTRY
               AT END
                   PERFORM 215-READ-MASTER-FOR-TRANS
               WHEN WS-EMP-ID (WS-EMP-IDX) = ST-EMPLOYEE-ID
                   CONTINUE
           END-SEARCH.
       215-READ-MASTER-FOR-TRANS.
           MOVE ST-EMPLOYEE-ID TO EMPLOYEE-ID-IN
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-TRANS
                   MOVE 'REJECTED - NO MASTER RECORD'
                        TO WS-EDIT-REASON
               NOT INVALID KEY
                   IF WS-EMP-COUNT >= 500
                       MOVE 'N' TO WS-VALID-TRANS
                       MOVE 'REJECTED - EMPLOYEE TABLE FULL'
                            TO WS-EDIT-REASON
                   ELSE
                       ADD 1 TO WS-EMP-COUNT
                       SET WS-EMP-IDX TO WS-EMP-COUNT
                       MOVE SPACES TO WS-EMP-ENTRY (WS-EMP-IDX)
                       MOVE ST-EMPLOYEE-ID TO WS-EMP-ID (WS-EMP-IDX)
                       IF STATUS-IS-TERMINATED
                           MOVE TERMINATION-DATE-IN
                                TO WS-EMP-TERM-DATE (WS-EMP-IDX)
                       ELSE
                           MOVE ZERO TO WS-EMP-TERM-DATE (WS-EMP-IDX)
                       END-IF
                       MOVE ZERO TO WS-EMP-TOTAL (WS-EMP-IDX)
                       MOVE ZERO TO WS-EMP-SUPP-COUNT (WS-EMP-IDX)
                   END-IF
           END-READ.
       220-CHECK-EMPLOYEE-ENTRIES.
      *--- One transaction per code per employee: a second bonus
      *--- line for the same person is far more often the same
      *--- bonus keyed twice than a second bonus. Five codes, and
      *--- the shop-set weekly ceiling, are all one check carries.
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-EMP-SUPP-COUNT (WS-EMP-IDX)
               IF WS-EMP-SUPP-CODE (WS-EMP-IDX, WS-ENTRY-SUB)
                       = ST-EARNINGS-CODE
                   MOVE 'N' TO WS-VALID-TRANS
                   MOVE 'REJECTED - DUPLICATE CODE FOR EMPLOYEE'
                        TO WS-EDIT-REASON
               END-IF
           END-PERFORM
           IF TRANS-IS-VALID
               IF WS-EMP-SUPP-COUNT (WS-EMP-IDX) >= 5
                   MOVE 'N' TO WS-VALID-TRANS
                   MOVE 'REJECTED - OVER 5 CODES FOR EMPLOYEE'
                        TO WS-EDIT-REASON
               END-IF
           END-IF
           IF TRANS-IS-VALID
               IF WS-EMP-TOTAL (WS-EMP-IDX) + ST-AMOUNT
                       > WS-MAX-EMPLOYEE-TOTAL
                   MOVE 'N' TO WS-VALID-TRANS
                   MOVE 'REJECTED - OVER EMPLOYEE WEEKLY LIMIT'
                        TO WS-EDIT-REASON
               END-IF
           END-IF.
       225-CHECK-TERMINATION-DATE.
      *--- An employee who left before this period began gets no
      *--- weekly check to carry the money; it has to go out through
      *--- the office.
           IF WS-EMP-TERM-DATE (WS-EMP-IDX) NOT = ZERO
              AND WS-EMP-TERM-DATE (WS-EMP-IDX) < WS-PERIOD-START-NUM
               MOVE 'N' TO WS-VALID-TRANS
               MOVE 'REJECTED - TERMINATED BEFORE PERIOD'
                    TO WS-EDIT-REASON
           END-IF.
       250-ACCUMULATE-TRANSACTION.
           ADD 1 TO WS-EMP-SUPP-COUNT (WS-EMP-IDX)
           MOVE WS-EMP-SUPP-COUNT (WS-EMP-IDX) TO WS-ENTRY-SUB
           MOVE ST-EARNINGS-CODE
                TO WS-EMP-SUPP-CODE (WS-EMP-IDX, WS-ENTRY-SUB)
           MOVE ST-AMOUNT
                TO WS-EMP-SUPP-AMOUNT (WS-EMP-IDX, WS-ENTRY-SUB)
           ADD ST-AMOUNT TO WS-EMP-TOTAL (WS-EMP-IDX)
           ADD ST-AMOUNT TO WS-AMOUNT-ACCEPTED
           ADD 1 TO WS-TRANS-ACCEPTED.
       275-WRITE-TRANS-REJECT.
           ADD 1 TO WS-TRANS-REJECTED
           MOVE SPACES TO SUPP-LISTING-REC
           MOVE ST-EMPLOYEE-ID TO SL-ID-OUT
           MOVE ST-EARNINGS-CODE TO SL-CODE-OUT
      *--- A mispunched amount is listed as keyed, so the office can
      *--- see what was wrong with it.
           IF ST-AMOUNT IS NUMERIC
               MOVE ST-AMOUNT TO SL-AMOUNT-OUT
           ELSE
               MOVE ST-AMOUNT-X TO SL-AMOUNT-X-OUT
           END-IF
           MOVE WS-EDIT-REASON TO SL-MESSAGE-OUT
           WRITE SUPP-LISTING-REC.
       300-WRITE-SUPPLEMENTAL-EARNINGS.
      *--- An employee whose every transaction bounced is in the
      *--- table with nothing accepted and gets no record.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-EMP-SUPP-COUNT (WS-EMP-IDX) > ZERO
                   PERFORM 310-WRITE-ONE-EMPLOYEE
               END-IF
           END-PERFORM.
       310-WRITE-ONE-EMPLOYEE.
           MOVE SPACES TO SUPPLEMENTAL-EARNINGS-RECORD
           MOVE WS-EMP-ID (WS-EMP-IDX) TO SE-EMPLOYEE-ID
           MOVE WS-PERIOD-YEAR TO SE-PERIOD-YEAR
           MOVE WS-PERIOD-NUMBER TO SE-PERIOD-NUMBER
           MOVE WS-EMP-SUPP-COUNT (WS-EMP-IDX) TO SE-ENTRY-COUNT
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > 5
               IF WS-ENTRY-SUB > WS-EMP-SUPP-COUNT (WS-EMP-IDX)
                   MOVE SPACES TO SE-EARNINGS-CODE (WS-ENTRY-SUB)
                   MOVE ZERO TO SE-AMOUNT (WS-ENTRY-SUB)
               ELSE
                   MOVE WS-EMP-SUPP-CODE (WS-EMP-IDX, WS-ENTRY-SUB)
                        TO SE-EARNINGS-CODE (WS-ENTRY-SUB)
                   MOVE WS-EMP-SUPP-AMOUNT (WS-EMP-IDX, WS-ENTRY-SUB)
                        TO SE-AMOUNT (WS-ENTRY-SUB)
               END-IF
           END-PERFORM
           WRITE SUPPLEMENTAL-EARNINGS-RECORD
           ADD 1 TO WS-EMPLOYEES-WRITTEN
           MOVE SPACES TO SUPP-LISTING-REC
           MOVE WS-EMP-ID (WS-EMP-IDX) TO SL-ID-OUT
           MOVE WS-EMP-TOTAL (WS-EMP-IDX) TO SL-AMOUNT-OUT
           MOVE 'SUPPLEMENTAL EARNINGS WRITTEN' TO SL-MESSAGE-OUT
           WRITE SUPP-LISTING-REC.
       900-WRITE-EDIT-TOTALS.
           MOVE SPACES TO SUPP-TOTALS-REC
           MOVE 'TRANS READ' TO ST-LABEL-1
           MOVE 'ACCEPTED' TO ST-LABEL-2
           MOVE 'REJECTED' TO ST-LABEL-3
           MOVE 'AMOUNT' TO ST-LABEL-4
           MOVE WS-TRANS-READ TO ST-READ-OUT
           MOVE WS-TRANS-ACCEPTED TO ST-ACCEPTED-OUT
           MOVE WS-TRANS-REJECTED TO ST-REJECTED-OUT
           MOVE WS-AMOUNT-ACCEPTED TO ST-AMOUNT-TOTAL-OUT
           WRITE SUPP-TOTALS-REC.
