               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRIAL-CONTROL-FILE ASSIGN TO TRIALCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIALCTL-STATUS.
           SELECT DEPT-TOTALS-FILE ASSIGN TO DEPTTOT-DAT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT YTD-MASTER ASSIGN TO YTD-DAT
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-PERIOD-KEY
               FILE STATUS IS WS-STEPCTL-STATUS.
           SELECT WITHHOLDING-PROFILES ASSIGN TO WHPROF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WP-EMPLOYEE-ID
               FILE STATUS IS WS-WHPROF-STATUS.
           SELECT TAX-TABLE-FILE ASSIGN TO TAXTBL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXTBL-STATUS.
           SELECT SUPPLEMENTAL-EARNINGS ASSIGN TO SUPPERN-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SE-EMPLOYEE-ID
               FILE STATUS IS WS-SUPPERN-STATUS.
           SELECT EARNINGS-CODE-FILE ASSIGN TO EARNCODE-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EARNCODE-STATUS.
           SELECT AUDIT-LISTING ASSIGN TO AUDIT-PRT.
           SELECT DEPT-OVERFLOW-LISTING ASSIGN TO DEPTOVFL-PRT.
       DATA DIVISION.
           05  SHIFT-NIGHT-TAG       PICTURE X(2).
           05                        PICTURE X(5).
           05  SHIFT-AMOUNT-OUT      PICTURE 999.99.
       01  HOLIDAY-DETAIL-REC.
           05                        PICTURE X(20).
           05  HOLIDAY-LABEL         PICTURE X(19).
           05  HOLIDAY-HOURS-OUT     PICTURE ZZ9.
           05  HOLIDAY-TAG           PICTURE X(2).
           05                        PICTURE X(10).
           05  HOLIDAY-AMOUNT-OUT    PICTURE 999.99.
       01  RETRO-DETAIL-REC.
           05                        PICTURE X(20).
           05  RETRO-LABEL           PICTURE X(24).
           05  RETRO-NEW-RATE-OUT    PICTURE 9.99.
           05                        PICTURE X(4).
           05  RETRO-AMOUNT-OUT      PICTURE 999.99.
       01  PAYOUT-DETAIL-REC.
           05                        PICTURE X(20).
           05  PAYOUT-LABEL          PICTURE X(24).
           05  PAYOUT-HOURS-OUT      PICTURE ZZ9.99.
           05  PAYOUT-HOURS-TAG      PICTURE X(4).
           05                        PICTURE X(5).
           05  PAYOUT-AMOUNT-OUT     PICTURE 9999.99.
       01  SUPP-DETAIL-REC.
           05                        PICTURE X(20).
           05  SUPP-LABEL            PICTURE X(24).
           05  SUPP-CODE-OUT         PICTURE X(3).
           05  SUPP-TAG-OUT          PICTURE X(8).
           05                        PICTURE X(4).
           05  SUPP-AMOUNT-OUT       PICTURE 9999.99.
       01  SUMMARY-REC.
           05                        PICTURE X(10).
           05  SUMMARY-LABEL-1       PICTURE X(19).
           05                        PICTURE X(4).
           05  DEPT-WAGES-LABEL      PICTURE X(12).
           05  DEPT-WAGES-OUT        PICTURE ZZZ,ZZ9.99.
       01  TRIAL-COMPARE-REC.
           05                        PICTURE X(10).
           05  COMPARE-LABEL         PICTURE X(20).
           05  COMPARE-TRIAL-OUT     PICTURE Z,ZZZ,ZZ9.99.
           05                        PICTURE X(4).
           05  COMPARE-LIVE-OUT      PICTURE Z,ZZZ,ZZ9.99.
           05                        PICTURE X(4).
           05  COMPARE-FLAG-OUT      PICTURE X(7).
       FD  EXCEPTION-LISTING LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-REC.
           05  EXCEPT-ID-OUT         PICTURE X(5).
           COPY PAYDTL.
       FD  RUN-CONTROL-FILE LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
      * The control totals of a TRIAL run, in the run control layout
      * so the live run can hold its own totals up against them.
       FD  TRIAL-CONTROL-FILE LABEL RECORDS ARE STANDARD.
           COPY RUNCTL REPLACING ==RUN-CONTROL-RECORD==
                              BY ==TRIAL-CONTROL-RECORD==
                          LEADING ==RC-== BY ==TC-==.
       FD  DEPT-TOTALS-FILE LABEL RECORDS ARE STANDARD.
           COPY DEPTTOT.
       FD  BANK-FILE LABEL RECORDS ARE STANDARD.
           COPY LEAVEREC.
       FD  STEP-CONTROL-FILE LABEL RECORDS ARE STANDARD.
           COPY STEPCTL.
       FD  WITHHOLDING-PROFILES LABEL RECORDS ARE STANDARD.
           COPY WHPROF.
       FD  TAX-TABLE-FILE LABEL RECORDS ARE STANDARD.
           COPY TAXTBL.
       FD  SUPPLEMENTAL-EARNINGS LABEL RECORDS ARE STANDARD.
           COPY SUPPERN.
       FD  EARNINGS-CODE-FILE LABEL RECORDS ARE STANDARD.
           COPY EARNCODE.
       FD  CHECK-LISTING LABEL RECORDS ARE STANDARD.
       01  CHECK-REC.
           05  CHK-NUMBER-OUT        PICTURE 9(6).
       01  WS-VALID-DATA             PICTURE X VALUE 'Y'.
           88  INPUT-IS-VALID               VALUE 'Y'.
           88  INPUT-IS-INVALID             VALUE 'N'.
      *--- Not an error: an employee on leave with nothing turned in,
      *--- or a leaver already paid off, simply has no check coming.
           88  INPUT-IS-OFF-ROSTER          VALUE 'S'.
       01  WS-EXCEPTION-REASON       PICTURE X(30) VALUE SPACES.
       01  WS-RESTART-PARM           PICTURE X(7) VALUE SPACES.
       01  WS-RESTART-SWITCH         PICTURE X VALUE 'N'.
           88  RESTART-REQUESTED            VALUE 'Y'.
      * A TRIAL run computes the whole payroll and prints it, marked
      * preliminary, but pays nobody and updates nothing.
       01  WS-TRIAL-SWITCH           PICTURE X VALUE 'N'.
           88  TRIAL-REQUESTED              VALUE 'Y'.
       01  WS-TRIALCTL-STATUS        PICTURE XX VALUE '00'.
       01  WS-TRIAL-BANNER           PICTURE X(60) VALUE
           '*** TRIAL RUN - PRELIMINARY - NOTHING PAID OR UPDATED ***'.
       01  WS-COMPARE-FIELDS.
           05  WS-COMPARE-LABEL      PICTURE X(20) VALUE SPACES.
           05  WS-COMPARE-TRIAL      PICTURE 9(7)V99 VALUE ZERO.
           05  WS-COMPARE-LIVE       PICTURE 9(7)V99 VALUE ZERO.
           05  WS-COMPARE-DIFFERENCES PICTURE 9(2) VALUE ZERO.
       01  WS-CHECKPOINT-ID          PICTURE X(5) VALUE SPACES.
       01  WS-CHECKPOINT-NAME        PICTURE X(20) VALUE SPACES.
       01  WS-LAST-GOOD-ID           PICTURE X(5) VALUE SPACES.
           05  WS-SICK-HOURS         PICTURE 9(3) VALUE ZERO.
           05  WS-LEAVE-HOURS        PICTURE 9(3) VALUE ZERO.
           05  WS-WORKED-ONLY-HOURS  PICTURE 9(3) VALUE ZERO.
      * Holiday hours credited by TIMEEDIT, paid like leave, and the
      * worked hours punched on a holiday that earn the premium.
           05  WS-HOLIDAY-HOURS      PICTURE 9(3) VALUE ZERO.
           05  WS-HOLIDAY-WORKED     PICTURE 9(3) VALUE ZERO.
       01  WS-LEAVE-STATUS           PICTURE XX VALUE '00'.
       01  WS-STEPCTL-STATUS         PICTURE XX VALUE '00'.
      * Shop-set leave accrual in hours per completed pay period
       01  WS-LEAVE-ACCRUAL-TABLE.
           05  WS-VACATION-ACCRUAL   PICTURE 9V99 VALUE 1.54.
           05  WS-SICK-ACCRUAL       PICTURE 9V99 VALUE 0.77.
      * Shop-set share of the unused vacation balance paid out on a
      * leaver's final check: 1.00 pays out every hour; a shop that
      * forfeits vacation on exit sets it to zero.
       01  WS-VAC-PAYOUT-PCT         PICTURE 9V99 VALUE 1.00.
      * 'Y' for the check in the period the termination date falls
      * in; 'O' for a termination keyed after its period was paid,
      * which still owes the vacation payout and gets it alone.
       01  WS-FINAL-PAY-SWITCH       PICTURE X VALUE 'N'.
           88  FINAL-CHECK                  VALUES 'Y' 'O'.
           88  FINAL-PAYOUT-ONLY            VALUE 'O'.
       01  WS-PAYOUT-FIELDS.
           05  WS-PAYOUT-HOURS       PICTURE 9(3)V99 VALUE ZERO.
           05  WS-PAYOUT-RATE        PICTURE 9(2)V9(4) VALUE ZERO.
           05  WS-VACATION-PAYOUT    PICTURE 9(4)V99 VALUE ZERO.
       01  WS-NEW-LEAVE-BALANCES.
           05  WS-NEW-VAC-BALANCE    PICTURE 9(3)V99 VALUE ZERO.
           05  WS-NEW-SICK-BALANCE   PICTURE 9(3)V99 VALUE ZERO.
           05  WS-EVENING-DIFF-RATE  PICTURE 9V99 VALUE .25.
           05  WS-NIGHT-DIFF-RATE    PICTURE 9V99 VALUE .50.
       01  WS-SHIFT-DIFF-PAY         PICTURE 9(3)V99 VALUE ZERO.
      * Shop-set premium for hours worked on a company holiday, as a
      * share of the base rate paid on top of it (.50 makes the
      * holiday hour time and a half); change here when the policy
      * changes.
       01  WS-HOLIDAY-PREMIUM-PCT    PICTURE 9V99 VALUE .50.
       01  WS-HOLIDAY-PREMIUM        PICTURE 9(3)V99 VALUE ZERO.
      * Shop-set salaried pay basis: the hours a salaried week stands
      * for (the divisor for docking unpaid leave) and the calendar
      * days in a pay period (the divisor for prorating a start or
      * exit inside the period). Change here if the shop changes its
      * standard week or its pay frequency.
       01  WS-SALARY-BASIS.
           05  WS-SALARY-STD-HOURS   PICTURE 9(2) VALUE 40.
           05  WS-DAYS-IN-PERIOD     PICTURE 9(2) VALUE 7.
       01  WS-SALARY-FIELDS.
           05  WS-EFFECTIVE-SALARY   PICTURE 9(3)V99 VALUE ZERO.
           05  WS-PERIOD-START-NUM   PICTURE 9(8) VALUE ZERO.
           05  WS-ROSTER-FIRST-DAY   PICTURE 9(8) VALUE ZERO.
           05  WS-ROSTER-LAST-DAY    PICTURE 9(8) VALUE ZERO.
           05  WS-DAYS-ON-ROSTER     PICTURE 9(2) VALUE ZERO.
           05  WS-UNPAID-LEAVE-HOURS PICTURE 9(3)V99 VALUE ZERO.
           05  WS-UNPAID-LEAVE-PAY   PICTURE 9(3)V99 VALUE ZERO.
       01  WS-WHPROF-STATUS          PICTURE XX VALUE '00'.
       01  WS-TAXTBL-STATUS          PICTURE XX VALUE '00'.
       01  WS-PROFILES-SWITCH        PICTURE X VALUE 'N'.
           88  PROFILES-FILE-ON-HAND        VALUE 'Y'.
       01  ARE-THERE-MORE-BRACKETS   PICTURE XXX VALUE 'YES'.
      * Shop-set withholding defaults: the number of pay periods a
      * year the bracket tables are annualized over, and the state
      * an employee with no withholding profile is taxed in. Change
      * here if the shop changes pay frequency or moves.
       01  WS-WITHHOLDING-DEFAULTS.
           05  WS-PERIODS-PER-YEAR   PICTURE 9(2) VALUE 52.
           05  WS-HOME-WORK-STATE    PICTURE X(2) VALUE 'IL'.
      * The W-4 profile the employee in hand is withheld under - from
      * the profile master, or the no-W-4 default.
       01  WS-PROFILE-IN-USE.
           05  WS-USED-FILING-STATUS PICTURE X VALUE 'S'.
           05  WS-USED-ALLOWANCES    PICTURE 9(2) VALUE ZERO.
           05  WS-USED-EXTRA-WH      PICTURE 9(3)V99 VALUE ZERO.
           05  WS-USED-WORK-STATE    PICTURE X(2) VALUE SPACES.
      * This year's federal and state brackets, loaded from TAXTBL-DAT
      * at the start of the run.
       01  WS-FEDERAL-BRACKETS       PICTURE 9(3) VALUE ZERO.
       01  WS-TAX-COUNT              PICTURE 9(3) VALUE ZERO.
       01  WS-TAX-TABLE.
           05  WS-TAX-ENTRY OCCURS 0 TO 300 TIMES
                   DEPENDING ON WS-TAX-COUNT
                   INDEXED BY WS-TAX-IDX.
               10  WS-TAX-JURISDICTION   PICTURE X(3).
               10  WS-TAX-FILING-STATUS  PICTURE X.
               10  WS-TAX-FLOOR          PICTURE 9(7)V99.
               10  WS-TAX-BASE           PICTURE 9(6)V99.
               10  WS-TAX-RATE           PICTURE V9(4).
               10  WS-TAX-ALLOWANCE      PICTURE 9(5)V99.
       01  WS-TAX-CALC-FIELDS.
           05  WS-TAX-LOOKUP-JURIS   PICTURE X(3) VALUE SPACES.
           05  WS-TAXABLE-WAGES      PICTURE 9(4)V99 VALUE ZERO.
           05  WS-ANNUAL-WAGES       PICTURE 9(7)V99 VALUE ZERO.
           05  WS-ANNUAL-TAXABLE     PICTURE S9(7)V99 VALUE ZERO.
           05  WS-ANNUAL-TAX         PICTURE 9(7)V99 VALUE ZERO.
           05  WS-BEST-FLOOR         PICTURE 9(7)V99 VALUE ZERO.
           05  WS-PERIOD-TAX         PICTURE 9(4)V99 VALUE ZERO.
           05  WS-BRACKET-FOUND      PICTURE X VALUE 'N'.
               88  BRACKET-WAS-FOUND            VALUE 'Y'.
      * Shop-set employer-side payroll tax rates - the employer's
      * match and the state unemployment levy - applied to each
      * employee's gross; the accrual is the employer's own cost,
           05  WS-EMPLOYER-FICA-PCT      PICTURE 9V9999 VALUE .0765.
           05  WS-EMPLOYER-SUTA-PCT      PICTURE 9V9999 VALUE .0270.
       01  WS-EMPLOYER-TAX           PICTURE 9(4)V99 VALUE ZERO.
       01  WS-SUPPERN-STATUS         PICTURE XX VALUE '00'.
       01  WS-EARNCODE-STATUS        PICTURE XX VALUE '00'.
       01  WS-SUPPLEMENTAL-SWITCH    PICTURE X VALUE 'N'.
           88  SUPPLEMENTAL-FILE-ON-HAND    VALUE 'Y'.
       01  ARE-THERE-MORE-CODES      PICTURE XXX VALUE 'YES'.
      * This year's flat withholding rates for supplemental earnings
      * whose code says so - the federal optional flat rate and each
      * state's - loaded from the 'F' rows of TAXTBL-DAT with the
      * brackets and applied to the amount in place of them.
       01  WS-SUPP-RATE-COUNT        PICTURE 9(2) VALUE ZERO.
       01  WS-SUPP-RATE-TABLE.
           05  WS-SUPP-RATE-ENTRY OCCURS 0 TO 60 TIMES
                   DEPENDING ON WS-SUPP-RATE-COUNT
                   INDEXED BY WS-SUPP-RATE-IDX.
               10  WS-SUPP-RATE-JURIS    PICTURE X(3).
               10  WS-SUPP-RATE-PCT      PICTURE V9(4).
       01  WS-SUPP-FLAT-RATES.
           05  WS-SUPP-FEDERAL-PCT   PICTURE 9V9999 VALUE ZERO.
           05  WS-SUPP-STATE-PCT     PICTURE 9V9999 VALUE ZERO.
           05  WS-SUPP-FLAT-PCT      PICTURE 9V9999 VALUE ZERO.
      * The earnings code table, loaded from EARNCODE-DAT at the
      * start of a run that has supplemental earnings to pay.
       01  WS-EARN-CODE-COUNT        PICTURE 9(3) VALUE ZERO.
       01  WS-EARN-CODE-TABLE.
           05  WS-EARN-CODE-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-EARN-CODE-COUNT
                   INDEXED BY WS-EARN-IDX.
               10  WS-EARN-CODE      PICTURE X(3).
               10  WS-EARN-DESC      PICTURE X(15).
               10  WS-EARN-TAXABLE   PICTURE X.
               10  WS-EARN-FLAT-RATE PICTURE X.
               10  WS-EARN-OVERTIME  PICTURE X.
      * The supplemental earnings paid to the employee in hand, with
      * each code's treatment, carried to the pay detail and history
      * so the statement itemizes them.
       01  WS-SUPP-SUB               PICTURE 9 VALUE ZERO.
       01  WS-SUPP-PAID-TABLE.
           05  WS-SUPP-COUNT         PICTURE 9(2) VALUE ZERO.
           05  WS-SUPP-ENTRY OCCURS 5 TIMES.
               10  WS-SUPP-CODE      PICTURE X(3).
               10  WS-SUPP-DESC      PICTURE X(15).
               10  WS-SUPP-AMOUNT    PICTURE 9(4)V99.
               10  WS-SUPP-TAXABLE   PICTURE X.
                   88  SUPP-IS-NONTAXABLE       VALUE 'N'.
               10  WS-SUPP-FLAT-RATE PICTURE X.
                   88  SUPP-AT-FLAT-RATE        VALUE 'Y'.
               10  WS-SUPP-OVERTIME  PICTURE X.
                   88  SUPP-COUNTS-TOWARD-OT    VALUE 'Y'.
       01  WS-SUPP-FIELDS.
           05  WS-SUPP-TOTAL         PICTURE 9(4)V99 VALUE ZERO.
           05  WS-SUPP-NONTAXABLE    PICTURE 9(4)V99 VALUE ZERO.
           05  WS-SUPP-FLAT-TAXABLE  PICTURE 9(4)V99 VALUE ZERO.
           05  WS-SUPP-OT-BASE       PICTURE 9(4)V99 VALUE ZERO.
           05  WS-SUPP-OT-PREMIUM    PICTURE 9(3)V99 VALUE ZERO.
      *--- The gross less the non-taxable pay: what is withheld on,
      *--- what the employer's tax and percent elections run on, and
      *--- what goes into the year-to-date wages.
           05  WS-TAXABLE-GROSS      PICTURE 9(4)V99 VALUE ZERO.
       01  WS-DEDELECT-STATUS        PICTURE XX VALUE '00'.
       01  WS-PAYHIST-STATUS         PICTURE XX VALUE '00'.
       01  WS-ELECTIONS-SWITCH       PICTURE X VALUE 'N'.
           05  WS-DED-ENTRY OCCURS 5 TIMES.
               10  WS-DED-CODE       PICTURE X(3).
               10  WS-DED-AMOUNT     PICTURE 9(4)V99.
               10  WS-DED-PRIORITY   PICTURE 9(2).
       01  WS-NET-PAY-FIELDS.
           05  WS-FEDERAL-WITHHOLDING    PICTURE 9(4)V99 VALUE ZERO.
           05  WS-STATE-WITHHOLDING      PICTURE 9(4)V99 VALUE ZERO.
           IF WS-RESTART-PARM = 'RESTART'
               MOVE 'Y' TO WS-RESTART-SWITCH
           END-IF
      *--- A trial is a dry run of the open period for the
      *--- supervisors to sign off before the live run: the full
      *--- gross-to-net and the same listings, but no master,
      *--- register, extract, calendar, step or checkpoint record is
      *--- written and no check number is used.
           IF WS-RESTART-PARM = 'TRIAL'
               MOVE 'Y' TO WS-TRIAL-SWITCH
               DISPLAY 'SAMPLE - TRIAL RUN - NOTHING WILL BE UPDATED'
           END-IF
           PERFORM 110-FIND-OPEN-PERIOD
           PERFORM 112-CHECK-STEP-STATUS
           PERFORM 118-LOAD-TAX-TABLES
           PERFORM 113-OPEN-SUPPLEMENTAL-EARNINGS
           COMPUTE WS-CURRENT-QUARTER = (WS-PERIOD-END-MONTH + 2) / 3
           OPEN INPUT EMPLOYEE-DATA
           OPEN INPUT WEEKLY-HOURS
           ELSE
               OPEN OUTPUT PAYROLL-LISTING
               OPEN OUTPUT EXCEPTION-LISTING
               OPEN OUTPUT AUDIT-LISTING
               OPEN OUTPUT DEPT-OVERFLOW-LISTING
               IF TRIAL-REQUESTED
                   PERFORM 135-WRITE-TRIAL-BANNERS
               ELSE
                   OPEN OUTPUT BANK-FILE
                   OPEN OUTPUT PAY-DETAIL-FILE
                   OPEN OUTPUT CHECK-LISTING
               END-IF
               PERFORM 130-WRITE-PERIOD-HEADING
           END-IF
           IF NOT TRIAL-REQUESTED
               PERFORM 115-LOAD-NEXT-CHECK-NUMBER
               PERFORM 117-OPEN-CHECK-REGISTER
           END-IF
           OPEN INPUT DEDUCTION-ELECTIONS
           IF WS-DEDELECT-STATUS = '35'
      *--- No elections master just means nobody has elected any
           ELSE
               MOVE 'Y' TO WS-ELECTIONS-SWITCH
           END-IF
           OPEN INPUT WITHHOLDING-PROFILES
           IF WS-WHPROF-STATUS = '35'
      *--- No profile master yet means nobody's W-4 has been keyed;
      *--- everyone is withheld on the no-W-4 default.
               DISPLAY 'SAMPLE - WITHHOLDING PROFILES NOT FOUND - '
                       'ALL EMPLOYEES WITHHELD AS SINGLE, NO '
                       'ALLOWANCES'
           ELSE
               MOVE 'Y' TO WS-PROFILES-SWITCH
           END-IF
           OPEN I-O YTD-MASTER
           IF WS-YTD-STATUS = '35'
               CLOSE YTD-MASTER
                         MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                    NOT AT END
                         PERFORM 140-GET-WEEKLY-HOURS
                         PERFORM 142-GET-SUPPLEMENTAL-EARNINGS
                         PERFORM 145-SELECT-PAY-RATE
                         PERFORM 150-VALIDATE-INPUT
                         IF INPUT-IS-VALID
                                 TO WS-TOTAL-EMPLOYER-TAX
                             PERFORM 280-ACCUMULATE-DEPT-TOTALS
                         ELSE
                             IF INPUT-IS-INVALID
                                 PERFORM 175-WRITE-EXCEPTION
                             END-IF
                         END-IF
                         PERFORM 190-CHECKPOINT-IF-DUE
               END-READ
           END-PERFORM
           PERFORM 900-WRITE-SUMMARY
           IF TRIAL-REQUESTED
               PERFORM 911-WRITE-TRIAL-CONTROL
               PERFORM 950-WRITE-DEPT-SUBTOTALS
               PERFORM 135-WRITE-TRIAL-BANNERS
               CLOSE STEP-CONTROL-FILE
           ELSE
               PERFORM 910-WRITE-RUN-CONTROL
               PERFORM 915-WRITE-NEXT-CHECK-NUMBER
               PERFORM 950-WRITE-DEPT-SUBTOTALS
               PERFORM 912-COMPARE-TRIAL-CONTROL
               PERFORM 920-MARK-PERIOD-COMPLETE
               PERFORM 925-STAMP-STEP
               PERFORM 197-CLEAR-CHECKPOINT
               CLOSE BANK-FILE
                     PAY-DETAIL-FILE
                     CHECK-LISTING
                     CHECK-REGISTER
           END-IF
           CLOSE EMPLOYEE-DATA
                 WEEKLY-HOURS
                 PAYROLL-LISTING
                 EXCEPTION-LISTING
                 AUDIT-LISTING
                 DEPT-OVERFLOW-LISTING
                 YTD-MASTER
                 BANK-ACCOUNT-MASTER
                 PRIOR-WEEK-MASTER
                 PAY-PERIOD-CALENDAR
                 PAY-HISTORY
                 LEAVE-BALANCE-MASTER
           IF ELECTIONS-FILE-ON-HAND
               CLOSE DEDUCTION-ELECTIONS
           END-IF
           IF PROFILES-FILE-ON-HAND
               CLOSE WITHHOLDING-PROFILES
           END-IF
           IF SUPPLEMENTAL-FILE-ON-HAND
               CLOSE SUPPLEMENTAL-EARNINGS
           END-IF
           STOP RUN.
       113-OPEN-SUPPLEMENTAL-EARNINGS.
      *--- SUPEDIT writes the file only in a week with bonuses,
      *--- commissions or reimbursements to pay; without it the run
      *--- pays hours and salary alone. With it, the code table says
      *--- how each is taxed, and paying without the table would
      *--- tax a reimbursement or skip the tax on a bonus, so a
      *--- missing or bad table stops the run.
           OPEN INPUT SUPPLEMENTAL-EARNINGS
           IF WS-SUPPERN-STATUS = '35'
               DISPLAY 'SAMPLE - SUPPLEMENTAL EARNINGS NOT FOUND - '
                       'NONE PAID THIS RUN'
           ELSE
               MOVE 'Y' TO WS-SUPPLEMENTAL-SWITCH
               PERFORM 114-LOAD-EARNINGS-CODES
               PERFORM 122-CHECK-FEDERAL-FLAT-RATE
           END-IF.
       114-LOAD-EARNINGS-CODES.
           OPEN INPUT EARNINGS-CODE-FILE
           IF WS-EARNCODE-STATUS NOT = '00'
               DISPLAY 'SAMPLE ABEND - EARNINGS CODE TABLE NOT FOUND'
               DISPLAY 'LOAD EARNCODE-DAT BEFORE THE PAYROLL'
               CLOSE SUPPLEMENTAL-EARNINGS
                     STEP-CONTROL-FILE
                     PAY-PERIOD-CALENDAR
               STOP RUN
           END-IF
           PERFORM UNTIL ARE-THERE-MORE-CODES = 'NO '
               READ EARNINGS-CODE-FILE
                    AT END
                         MOVE 'NO ' TO ARE-THERE-MORE-CODES
                    NOT AT END
                         PERFORM 116-STORE-EARNINGS-CODE
               END-READ
           END-PERFORM
           CLOSE EARNINGS-CODE-FILE.
       116-STORE-EARNINGS-CODE.
           IF NOT TAXABLE-FLAG-IS-VALID
              OR NOT FLAT-RATE-FLAG-IS-VALID
              OR NOT OVERTIME-FLAG-IS-VALID
               DISPLAY 'SAMPLE ABEND - EARNINGS CODE FLAGS INVALID - '
                       EC-EARNINGS-CODE
               CLOSE EARNINGS-CODE-FILE
                     SUPPLEMENTAL-EARNINGS
                     STEP-CONTROL-FILE
                     PAY-PERIOD-CALENDAR
               STOP RUN
           END-IF
           IF WS-EARN-CODE-COUNT >= 100
               DISPLAY 'SAMPLE ABEND - EARNINGS CODE TABLE FULL'
               CLOSE EARNINGS-CODE-FILE
                     SUPPLEMENTAL-EARNINGS
                     STEP-CONTROL-FILE
                     PAY-PERIOD-CALENDAR
               STOP RUN
           END-IF
           ADD 1 TO WS-EARN-CODE-COUNT
           SET WS-EARN-IDX TO WS-EARN-CODE-COUNT
           MOVE EC-EARNINGS-CODE TO WS-EARN-CODE (WS-EARN-IDX)
           MOVE EC-DESCRIPTION TO WS-EARN-DESC (WS-EARN-IDX)
           MOVE EC-TAXABLE-FLAG TO WS-EARN-TAXABLE (WS-EARN-IDX)
           MOVE EC-FLAT-RATE-FLAG TO WS-EARN-FLAT-RATE (WS-EARN-IDX)
           MOVE EC-OVERTIME-FLAG TO WS-EARN-OVERTIME (WS-EARN-IDX).
       115-LOAD-NEXT-CHECK-NUMBER.
      *--- The controlled next-number record: check numbers continue
      *--- from where the last check-printing run (weekly or off-
           IF WS-CHKREG-STATUS = '35'
               OPEN OUTPUT CHECK-REGISTER
           END-IF.
       118-LOAD-TAX-TABLES.
      *--- The bracket file holds every year the operators have
      *--- loaded; only the rows for the year being paid are kept.
      *--- Withholding with no federal table would withhold nothing
      *--- from anybody, so a missing file or a year with no federal
      *--- rows stops the run before a single check is computed.
           OPEN INPUT TAX-TABLE-FILE
           IF WS-TAXTBL-STATUS NOT = '00'
               DISPLAY 'SAMPLE ABEND - TAX TABLE FILE NOT FOUND'
               DISPLAY 'LOAD THE ' WS-PERIOD-YEAR
                       ' BRACKETS INTO TAXTBL-DAT'
               CLOSE STEP-CONTROL-FILE
                     PAY-PERIOD-CALENDAR
               STOP RUN
           END-IF
           PERFORM UNTIL ARE-THERE-MORE-BRACKETS = 'NO '
               READ TAX-TABLE-FILE
                    AT END
                         MOVE 'NO ' TO ARE-THERE-MORE-BRACKETS
                    NOT AT END
                         IF TB-TAX-YEAR = WS-PERIOD-YEAR
                             IF SUPPLEMENTAL-FLAT-RATE-ROW
                                 PERFORM 121-STORE-SUPP-FLAT-RATE
                             ELSE
                                 PERFORM 119-STORE-BRACKET
                             END-IF
                         END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-TABLE-FILE
           IF WS-FEDERAL-BRACKETS = ZERO
               DISPLAY 'SAMPLE ABEND - NO FEDERAL BRACKETS FOR '
                       WS-PERIOD-YEAR ' IN TAXTBL-DAT'
               CLOSE STEP-CONTROL-FILE
                     PAY-PERIOD-CALENDAR
               STOP RUN
           END-IF.
       119-STORE-BRACKET.
      *--- A bracket keyed with letters in the money columns would
      *--- quietly mis-withhold every employee under it; refuse it.
           IF TB-BRACKET-FLOOR IS NOT NUMERIC
              OR TB-BASE-TAX IS NOT NUMERIC
              OR TB-RATE IS NOT NUMERIC
              OR TB-ALLOWANCE-VALUE IS NOT NUMERIC
               DISPLAY 'SAMPLE ABEND - TAX TABLE ROW NOT NUMERIC - '
                       TB-TAX-YEAR ' ' TB-JURISDICTION ' '
                       TB-FILING-STATUS
               CLOSE TAX-TABLE-FILE
                     STEP-CONTROL-FILE
                     PAY-PERIOD-CALENDAR
               STOP RUN
           END-IF
           IF WS-TAX-COUNT >= 300
               DISPLAY 'SAMPLE ABEND - TAX TABLE FULL'
               CLOSE TAX-TABLE-FILE
                     STEP-CONTROL-FILE
                     PAY-PERIOD-CALENDAR
               STOP RUN
           END-IF
           ADD 1 TO WS-TAX-COUNT
           SET WS-TAX-IDX TO WS-TAX-COUNT
           MOVE TB-JURISDICTION TO WS-TAX-JURISDICTION (WS-TAX-IDX)
           MOVE TB-FILING-STATUS TO WS-TAX-FILING-STATUS (WS-TAX-IDX)
           MOVE TB-BRACKET-FLOOR TO WS-TAX-FLOOR (WS-TAX-IDX)
           MOVE TB-BASE-TAX TO WS-TAX-BASE (WS-TAX-IDX)
           MOVE TB-RATE TO WS-TAX-RATE (WS-TAX-IDX)
           MOVE TB-ALLOWANCE-VALUE TO WS-TAX-ALLOWANCE (WS-TAX-IDX)
           IF TB-JURISDICTION = 'FED'
               ADD 1 TO WS-FEDERAL-BRACKETS
           END-IF.
       121-STORE-SUPP-FLAT-RATE.
           IF TB-RATE IS NOT NUMERIC
               DISPLAY 'SAMPLE ABEND - TAX TABLE ROW NOT NUMERIC - '
                       TB-TAX-YEAR ' ' TB-JURISDICTION ' '
                       TB-FILING-STATUS
               CLOSE TAX-TABLE-FILE
                     STEP-CONTROL-FILE
                     PAY-PERIOD-CALENDAR
               STOP RUN
           END-IF
           IF WS-SUPP-RATE-COUNT >= 60
               DISPLAY 'SAMPLE ABEND - SUPPLEMENTAL RATE TABLE FULL'
               CLOSE TAX-TABLE-FILE
                     STEP-CONTROL-FILE
                     PAY-PERIOD-CALENDAR
               STOP RUN
           END-IF
           ADD 1 TO WS-SUPP-RATE-COUNT
           SET WS-SUPP-RATE-IDX TO WS-SUPP-RATE-COUNT
           MOVE TB-JURISDICTION TO WS-SUPP-RATE-JURIS (WS-SUPP-RATE-IDX)
           MOVE TB-RATE TO WS-SUPP-RATE-PCT (WS-SUPP-RATE-IDX).
       122-CHECK-FEDERAL-FLAT-RATE.
      *--- A bonus withheld at the flat rate with no federal rate
      *--- loaded would go out with no federal tax on it at all.
           MOVE 'FED' TO WS-TAX-LOOKUP-JURIS
           PERFORM 224-FIND-SUPP-FLAT-RATE
           IF WS-SUPP-RATE-IDX > WS-SUPP-RATE-COUNT
               DISPLAY 'SAMPLE ABEND - NO FEDERAL SUPPLEMENTAL RATE '
                       'FOR ' WS-PERIOD-YEAR ' IN TAXTBL-DAT'
               CLOSE SUPPLEMENTAL-EARNINGS
                     STEP-CONTROL-FILE
                     PAY-PERIOD-CALENDAR
               STOP RUN
           END-IF.
       915-WRITE-NEXT-CHECK-NUMBER.
      *--- Written only on a clean finish, like the run control
      *--- totals; a restarted run resumes the sequence from the
               DISPLAY 'PERIOD ALREADY COMPLETE OR NOT YET OPENED'
               CLOSE PAY-PERIOD-CALENDAR
               STOP RUN
           END-IF
      *--- The calendar carries only the end of each period; the
      *--- first day is the end less the days a period runs.
           COMPUTE WS-PERIOD-START-NUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-PERIOD-END-NUM)
                    - WS-DAYS-IN-PERIOD + 1).
       112-CHECK-STEP-STATUS.
      *--- The stream runs TIMEEDIT, then this program. Paying from
      *--- an hours file the edit never finished - or paying a
           MOVE '-' TO PH-DASH-2
           MOVE WS-PERIOD-END-DAY TO PH-END-DAY-OUT
           WRITE PERIOD-HEADING-REC.
       135-WRITE-TRIAL-BANNERS.
      *--- Top and bottom of every trial listing, so no page of a
      *--- preliminary register can pass for the one that was paid.
           WRITE PRINT-REC FROM WS-TRIAL-BANNER
           WRITE EXCEPTION-REC FROM WS-TRIAL-BANNER
           WRITE AUDIT-REC FROM WS-TRIAL-BANNER
           WRITE DEPT-OVERFLOW-REC FROM WS-TRIAL-BANNER.
       920-MARK-PERIOD-COMPLETE.
      *--- Only reached on a clean finish: stamp the period complete
      *--- so the calendar refuses to hand it out again.
               END-START
           END-IF.
       190-CHECKPOINT-IF-DUE.
      *--- A trial updates nothing, so there is nothing to restart
      *--- from - and a trial checkpoint written over a live run's
      *--- would skip half the roster on its RESTART. A failed trial
      *--- is simply run again.
           ADD 1 TO WS-RECORDS-SINCE-CKPT
           IF WS-RECORDS-SINCE-CKPT >= WS-CHECKPOINT-INTERVAL
               IF NOT TRIAL-REQUESTED
                   PERFORM 195-WRITE-CHECKPOINT
               END-IF
               MOVE ZERO TO WS-RECORDS-SINCE-CKPT
           END-IF
           IF WS-PRINTER-STATUS NOT = '00'
               DISPLAY 'SAMPLE ABEND - PAYROLL-LISTING STATUS '
                       WS-PRINTER-STATUS
               IF NOT TRIAL-REQUESTED
                   PERFORM 195-WRITE-CHECKPOINT
                   DISPLAY 'CHECKPOINT SAVED AT ' WS-LAST-GOOD-NAME
               END-IF
               STOP RUN
           END-IF.
       195-WRITE-CHECKPOINT.
           MOVE ZERO TO WS-NIGHT-HOURS
           MOVE ZERO TO WS-VACATION-HOURS
           MOVE ZERO TO WS-SICK-HOURS
           MOVE ZERO TO WS-HOLIDAY-HOURS
           MOVE ZERO TO WS-HOLIDAY-WORKED
           MOVE EMPLOYEE-ID-IN TO HRS-EMPLOYEE-ID
           READ WEEKLY-HOURS
               INVALID KEY
                   MOVE HRS-NIGHT-HOURS TO WS-NIGHT-HOURS
                   MOVE HRS-VACATION-HOURS TO WS-VACATION-HOURS
                   MOVE HRS-SICK-HOURS TO WS-SICK-HOURS
                   MOVE HRS-HOLIDAY-HOURS TO WS-HOLIDAY-HOURS
                   MOVE HRS-HOLIDAY-WORKED TO WS-HOLIDAY-WORKED
           END-READ.
       142-GET-SUPPLEMENTAL-EARNINGS.
      *--- The file is stamped with the period SUPEDIT edited it for;
      *--- a record left from an earlier period has been paid
      *--- already and is passed over.
           MOVE ZERO TO WS-SUPP-COUNT
           PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                   UNTIL WS-SUPP-SUB > 5
               MOVE SPACES TO WS-SUPP-ENTRY (WS-SUPP-SUB)
               MOVE ZERO TO WS-SUPP-AMOUNT (WS-SUPP-SUB)
           END-PERFORM
           IF SUPPLEMENTAL-FILE-ON-HAND
               MOVE EMPLOYEE-ID-IN TO SE-EMPLOYEE-ID
               READ SUPPLEMENTAL-EARNINGS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SE-PERIOD-YEAR = WS-PERIOD-YEAR
                          AND SE-PERIOD-NUMBER = WS-PERIOD-NUMBER
                           PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                                   UNTIL WS-SUPP-SUB > SE-ENTRY-COUNT
                                      OR WS-SUPP-SUB > 5
                               PERFORM 143-RESOLVE-EARNINGS-CODE
                           END-PERFORM
                       END-IF
               END-READ
           END-IF.
       143-RESOLVE-EARNINGS-CODE.
      *--- SUPEDIT accepted only codes in the table, but the table
      *--- may have been rekeyed since; a code no longer in it is
      *--- paid as ordinary taxable wages rather than untaxed.
           ADD 1 TO WS-SUPP-COUNT
           MOVE SE-EARNINGS-CODE (WS-SUPP-SUB)
                TO WS-SUPP-CODE (WS-SUPP-COUNT)
           MOVE SE-AMOUNT (WS-SUPP-SUB)
                TO WS-SUPP-AMOUNT (WS-SUPP-COUNT)
           MOVE SE-EARNINGS-CODE (WS-SUPP-SUB)
                TO WS-SUPP-DESC (WS-SUPP-COUNT)
           MOVE 'Y' TO WS-SUPP-TAXABLE (WS-SUPP-COUNT)
           MOVE 'N' TO WS-SUPP-FLAT-RATE (WS-SUPP-COUNT)
           MOVE 'N' TO WS-SUPP-OVERTIME (WS-SUPP-COUNT)
           SET WS-EARN-IDX TO 1
           SEARCH WS-EARN-CODE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-EARN-CODE (WS-EARN-IDX)
                      = SE-EARNINGS-CODE (WS-SUPP-SUB)
                   MOVE WS-EARN-DESC (WS-EARN-IDX)
                        TO WS-SUPP-DESC (WS-SUPP-COUNT)
                   MOVE WS-EARN-TAXABLE (WS-EARN-IDX)
                        TO WS-SUPP-TAXABLE (WS-SUPP-COUNT)
                   MOVE WS-EARN-FLAT-RATE (WS-EARN-IDX)
                        TO WS-SUPP-FLAT-RATE (WS-SUPP-COUNT)
                   MOVE WS-EARN-OVERTIME (WS-EARN-IDX)
                        TO WS-SUPP-OVERTIME (WS-SUPP-COUNT)
           END-SEARCH.
       145-SELECT-PAY-RATE.
      *--- The pay basis first, dated like the rate: a switch between
      *--- hourly and salaried whose effective date falls after this
      *--- period's end has not taken effect yet. The master is only
      *--- read here, so the prior basis is set over the current one
      *--- in the record area and every later test of the pay type
      *--- for this employee sees the basis the period is paid on.
           IF PAY-TYPE-DATE-IN IS NUMERIC
              AND PAY-TYPE-DATE-IN > WS-PERIOD-END-NUM
               MOVE PRIOR-PAY-TYPE-IN TO PAY-TYPE-IN
           END-IF
      *--- Pay at the rate in effect for the period being run: a rate
      *--- whose effective date falls after this period's end has not
      *--- taken effect yet, so the period is paid at the prior rate.
               MOVE PRIOR-RATE-IN TO WS-EFFECTIVE-RATE
           ELSE
               MOVE HOURLY-RATE-IN TO WS-EFFECTIVE-RATE
           END-IF
      *--- The period salary is dated the same way.
           IF PAY-IS-SALARIED
               IF SALARY-EFFECTIVE-IN IS NUMERIC
                  AND SALARY-EFFECTIVE-IN > WS-PERIOD-END-NUM
                   MOVE PRIOR-SALARY-IN TO WS-EFFECTIVE-SALARY
               ELSE
                   MOVE PERIOD-SALARY-IN TO WS-EFFECTIVE-SALARY
               END-IF
           END-IF.
       148-CHECK-EMPLOYMENT-STATUS.
      *--- Who has a check coming this period. An hourly employee on
      *--- leave of absence is paid for whatever hours or
      *--- supplemental earnings were turned in and is otherwise
      *--- passed over; a salaried one is paid
      *--- through the day before the leave began. A terminated
      *--- employee is paid through the termination date, and the
      *--- check for the period that date falls in is the final
      *--- check. A termination dated in the future is still working
      *--- and is paid as usual.
           MOVE 'N' TO WS-FINAL-PAY-SWITCH
           EVALUATE TRUE
               WHEN STATUS-IS-ON-LEAVE
                   IF PAY-IS-SALARIED
                       IF STATUS-DATE-IN NOT > WS-PERIOD-START-NUM
                           MOVE 'S' TO WS-VALID-DATA
                       END-IF
                   ELSE
                       IF NOT TIMECARD-ON-FILE
                          AND WS-SUPP-COUNT = ZERO
                           MOVE 'S' TO WS-VALID-DATA
                       END-IF
                   END-IF
               WHEN STATUS-IS-TERMINATED
                   IF TERMINATION-DATE-IN < WS-PERIOD-START-NUM
                       PERFORM 149-CHECK-PAST-TERMINATION
                   ELSE
                       IF TERMINATION-DATE-IN NOT > WS-PERIOD-END-NUM
                           MOVE 'Y' TO WS-FINAL-PAY-SWITCH
                       END-IF
                   END-IF
           END-EVALUATE.
       149-CHECK-PAST-TERMINATION.
      *--- The employee left before this period began. Hours for the
      *--- period are hours nobody can have worked and go back to the
      *--- office; otherwise a vacation balance still on file means
      *--- the termination was keyed after the final check went out,
      *--- and the payout goes out now on its own.
           IF TIMECARD-ON-FILE AND WS-HOURS-WORKED > ZERO
               MOVE 'N' TO WS-VALID-DATA
               MOVE 'HOURS AFTER TERMINATION DATE'
                    TO WS-EXCEPTION-REASON
           ELSE
               MOVE EMPLOYEE-ID-IN TO LV-EMPLOYEE-ID
               READ LEAVE-BALANCE-MASTER
                   INVALID KEY
                       MOVE ZERO TO LV-VACATION-BALANCE
               END-READ
               IF LV-VACATION-BALANCE > ZERO
                  AND WS-VAC-PAYOUT-PCT > ZERO
                   MOVE 'O' TO WS-FINAL-PAY-SWITCH
               ELSE
                   MOVE 'S' TO WS-VALID-DATA
               END-IF
           END-IF.
       150-VALIDATE-INPUT.
           MOVE 'Y' TO WS-VALID-DATA
           MOVE SPACES TO WS-EXCEPTION-REASON
           PERFORM 148-CHECK-EMPLOYMENT-STATUS
           IF INPUT-IS-VALID AND NOT FINAL-PAYOUT-ONLY
               IF PAY-IS-SALARIED
                   PERFORM 155-VALIDATE-SALARIED
               ELSE
                   PERFORM 151-VALIDATE-HOURLY
               END-IF
           END-IF.
       151-VALIDATE-HOURLY.
      *--- A bonus or reimbursement can fall due in a week with no
      *--- hours - after a leave, say - and is paid on its own; so
      *--- is the vacation payout of an employee who left before
      *--- working any of the termination week.
           IF NOT TIMECARD-ON-FILE
               IF WS-SUPP-COUNT = ZERO AND NOT FINAL-CHECK
                   MOVE 'N' TO WS-VALID-DATA
                   MOVE 'NO TIMECARD ON FILE' TO WS-EXCEPTION-REASON
               END-IF
           ELSE
               IF WS-HOURS-WORKED IS NOT NUMERIC
                   MOVE 'N' TO WS-VALID-DATA
                   END-IF
               END-IF
           END-IF.
       155-VALIDATE-SALARIED.
      *--- A salaried employee needs no timecard; one that was handed
      *--- in (to report leave) still has to edit clean. The salary
      *--- stands in for the rate, and an employee whose hire and
      *--- last day leave no day of this period on the roster has
      *--- nothing coming.
           IF TIMECARD-ON-FILE
               IF WS-HOURS-WORKED IS NOT NUMERIC
                   MOVE 'N' TO WS-VALID-DATA
                   MOVE 'INVALID HOURS - NOT NUMERIC'
                        TO WS-EXCEPTION-REASON
               ELSE
                   IF WS-HOURS-WORKED > 80
                       MOVE 'N' TO WS-VALID-DATA
                       MOVE 'INVALID HOURS - OUT OF RANGE'
                            TO WS-EXCEPTION-REASON
                   END-IF
               END-IF
           END-IF
           IF INPUT-IS-VALID
               IF WS-EFFECTIVE-SALARY IS NOT NUMERIC
                   MOVE 'N' TO WS-VALID-DATA
                   MOVE 'INVALID SALARY - NOT NUMERIC'
                        TO WS-EXCEPTION-REASON
               ELSE
                   IF WS-EFFECTIVE-SALARY = ZERO
                       MOVE 'N' TO WS-VALID-DATA
                       MOVE 'INVALID SALARY - ZERO'
                            TO WS-EXCEPTION-REASON
                   END-IF
               END-IF
           END-IF
           IF INPUT-IS-VALID
               PERFORM 157-COUNT-ROSTER-DAYS
               IF WS-DAYS-ON-ROSTER = ZERO
                   MOVE 'N' TO WS-VALID-DATA
                   MOVE 'NOT ON ROSTER THIS PERIOD'
                        TO WS-EXCEPTION-REASON
               END-IF
           END-IF.
       157-COUNT-ROSTER-DAYS.
      *--- The days of this period between the hire (or rehire) date
      *--- and the last day on the payroll, both inclusive; a date
      *--- not keyed does not cut the period. A leave of absence
      *--- ends the paid days the day before it began, and a return
      *--- from leave starts them again on the day of the return.
           MOVE WS-PERIOD-START-NUM TO WS-ROSTER-FIRST-DAY
           MOVE WS-PERIOD-END-NUM TO WS-ROSTER-LAST-DAY
           IF HIRE-DATE-IN IS NUMERIC
              AND HIRE-DATE-IN > WS-ROSTER-FIRST-DAY
               MOVE HIRE-DATE-IN TO WS-ROSTER-FIRST-DAY
           END-IF
           IF REHIRE-DATE-IN IS NUMERIC
              AND REHIRE-DATE-IN > WS-ROSTER-FIRST-DAY
               MOVE REHIRE-DATE-IN TO WS-ROSTER-FIRST-DAY
           END-IF
           IF STATUS-IS-ACTIVE
              AND STATUS-DATE-IN IS NUMERIC
              AND STATUS-DATE-IN > WS-ROSTER-FIRST-DAY
               MOVE STATUS-DATE-IN TO WS-ROSTER-FIRST-DAY
           END-IF
           IF TERMINATION-DATE-IN IS NUMERIC
              AND TERMINATION-DATE-IN NOT = ZERO
              AND TERMINATION-DATE-IN < WS-ROSTER-LAST-DAY
               MOVE TERMINATION-DATE-IN TO WS-ROSTER-LAST-DAY
           END-IF
           IF STATUS-IS-ON-LEAVE
              AND STATUS-DATE-IN NOT > WS-ROSTER-LAST-DAY
               COMPUTE WS-ROSTER-LAST-DAY = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (STATUS-DATE-IN) - 1)
           END-IF
           IF WS-ROSTER-FIRST-DAY > WS-ROSTER-LAST-DAY
               MOVE ZERO TO WS-DAYS-ON-ROSTER
           ELSE
               COMPUTE WS-DAYS-ON-ROSTER =
                       FUNCTION INTEGER-OF-DATE (WS-ROSTER-LAST-DAY)
                     - FUNCTION INTEGER-OF-DATE (WS-ROSTER-FIRST-DAY)
                     + 1
           END-IF.
       175-WRITE-EXCEPTION.
           MOVE SPACES TO EXCEPTION-REC
           MOVE EMPLOYEE-ID-IN TO EXCEPT-ID-OUT
           MOVE SPACES TO PRINT-REC
           MOVE EMPLOYEE-NAME-IN TO NAME-OUT
           MOVE DEPT-CODE-IN TO DEPT-OUT
           EVALUATE TRUE
      *--- A payout keyed after the final check: nothing was earned
      *--- this period, only the vacation is owed.
               WHEN FINAL-PAYOUT-ONLY
                   MOVE ZERO TO WS-HOURS-WORKED
                   MOVE ZERO TO WS-REGULAR-HOURS
                   MOVE ZERO TO WS-OVERTIME-HOURS
                   MOVE ZERO TO WS-REGULAR-WAGES
                   MOVE ZERO TO WS-OVERTIME-WAGES
                   MOVE ZERO TO WS-WEEKLY-WAGES
               WHEN PAY-IS-SALARIED
                   PERFORM 202-COMPUTE-SALARY
               WHEN OTHER
                   PERFORM 201-COMPUTE-HOURLY-WAGES
           END-EVALUATE
           MOVE WS-HOURS-WORKED TO HOURS-OUT
           MOVE WS-EFFECTIVE-RATE TO RATE-OUT
           MOVE WS-REGULAR-WAGES TO REGULAR-WAGES-OUT
           MOVE WS-OVERTIME-WAGES TO OVERTIME-WAGES-OUT
           MOVE WS-WEEKLY-WAGES TO WEEKLY-WAGES-OUT
      *--- Retro pay follows an hourly rate, the differential an
      *--- hourly shift and the holiday premium an hourly holiday
      *--- worked; none applies to a salary.
           IF PAY-IS-SALARIED OR FINAL-PAYOUT-ONLY
               MOVE ZERO TO WS-RETRO-PAY
               MOVE ZERO TO WS-SHIFT-DIFF-PAY
               MOVE ZERO TO WS-HOLIDAY-PREMIUM
           ELSE
               PERFORM 205-COMPUTE-RETRO-PAY
               PERFORM 206-COMPUTE-SHIFT-DIFF
               PERFORM 211-COMPUTE-HOLIDAY-PREMIUM
           END-IF
           MOVE ZERO TO WS-VACATION-PAYOUT
           MOVE ZERO TO WS-PAYOUT-HOURS
           IF FINAL-CHECK
               PERFORM 204-COMPUTE-VACATION-PAYOUT
           END-IF
           PERFORM 230-ADD-SUPPLEMENTAL-EARNINGS
           PERFORM 220-COMPUTE-WITHHOLDING
      *--- The employer's own tax on these wages - accrued for the
      *--- journal, never part of the employee's gross-to-net. A
      *--- reimbursement is not wages and bears none.
           COMPUTE WS-EMPLOYER-TAX ROUNDED = WS-TAXABLE-GROSS
                    * (WS-EMPLOYER-FICA-PCT + WS-EMPLOYER-SUTA-PCT)
           PERFORM 210-APPLY-DEDUCTIONS
           MOVE WS-REMAINING-NET TO WS-NET-WAGES
           MOVE WS-NET-WAGES TO NET-WAGES-OUT
           WRITE PRINT-REC
           IF WS-RETRO-PAY > ZERO
               PERFORM 207-WRITE-RETRO-LINE
           END-IF
           IF WS-SHIFT-DIFF-PAY > ZERO
               PERFORM 208-WRITE-SHIFT-DIFF-LINE
           END-IF
           IF WS-HOLIDAY-PREMIUM > ZERO
               PERFORM 212-WRITE-HOLIDAY-LINE
           END-IF
           IF WS-VACATION-PAYOUT > ZERO
               PERFORM 209-WRITE-PAYOUT-LINE
           END-IF
           PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                   UNTIL WS-SUPP-SUB > WS-SUPP-COUNT
               PERFORM 232-WRITE-SUPPLEMENTAL-LINE
           END-PERFORM
           IF WS-SUPP-OT-PREMIUM > ZERO
               PERFORM 233-WRITE-SUPP-OT-LINE
           END-IF
           IF WS-PRINTER-STATUS = '00'
               MOVE EMPLOYEE-ID-IN TO WS-LAST-GOOD-ID
               MOVE EMPLOYEE-NAME-IN TO WS-LAST-GOOD-NAME
           END-IF
      *--- A trial stops short of every update; the bank routing is
      *--- still worked out so its deposit and prenote counts can be
      *--- compared with the live run's.
           IF NOT TRIAL-REQUESTED
               PERFORM 250-UPDATE-YTD
               PERFORM 268-UPDATE-LEAVE-BALANCE
               PERFORM 260-WRITE-PAY-DETAIL
               PERFORM 265-WRITE-PAY-HISTORY
           END-IF
           PERFORM 255-WRITE-BANK-RECORD
           PERFORM 270-AUDIT-PRIOR-WEEK.
       201-COMPUTE-HOURLY-WAGES.
      *--- Overtime is earned on worked hours only: leave and holiday
      *--- hours are paid at straight time and never push a week over
      *--- the 40-hour line.
           COMPUTE WS-LEAVE-HOURS = WS-VACATION-HOURS + WS-SICK-HOURS
                    + WS-HOLIDAY-HOURS
           IF WS-LEAVE-HOURS > WS-HOURS-WORKED
               MOVE WS-HOURS-WORKED TO WS-LEAVE-HOURS
           END-IF
           MULTIPLY WS-OVERTIME-HOURS BY WS-OVERTIME-RATE
                    GIVING WS-OVERTIME-WAGES
           ADD WS-REGULAR-WAGES WS-OVERTIME-WAGES
                    GIVING WS-WEEKLY-WAGES.
       202-COMPUTE-SALARY.
      *--- A salaried week pays the salary in effect for the period.
      *--- Hours keyed past the standard week earn no overtime and
      *--- no shift differential. The salary is cut only two ways:
      *--- a start or exit inside the period pays the days on the
      *--- roster, and leave taken past the balance goes unpaid at
      *--- the salary's hourly equivalent.
           MOVE ZERO TO WS-OVERTIME-HOURS
           MOVE ZERO TO WS-OVERTIME-WAGES
           MOVE ZERO TO WS-EVENING-HOURS
           MOVE ZERO TO WS-NIGHT-HOURS
           IF WS-DAYS-ON-ROSTER < WS-DAYS-IN-PERIOD
               COMPUTE WS-REGULAR-WAGES ROUNDED =
                       WS-EFFECTIVE-SALARY * WS-DAYS-ON-ROSTER
                     / WS-DAYS-IN-PERIOD
               COMPUTE WS-REGULAR-HOURS ROUNDED =
                       WS-SALARY-STD-HOURS * WS-DAYS-ON-ROSTER
                     / WS-DAYS-IN-PERIOD
           ELSE
               MOVE WS-EFFECTIVE-SALARY TO WS-REGULAR-WAGES
               MOVE WS-SALARY-STD-HOURS TO WS-REGULAR-HOURS
           END-IF
           PERFORM 203-COMPUTE-UNPAID-LEAVE
           IF WS-UNPAID-LEAVE-PAY > WS-REGULAR-WAGES
               MOVE WS-REGULAR-WAGES TO WS-UNPAID-LEAVE-PAY
           END-IF
           SUBTRACT WS-UNPAID-LEAVE-PAY FROM WS-REGULAR-WAGES
           IF WS-UNPAID-LEAVE-HOURS > WS-REGULAR-HOURS
               MOVE ZERO TO WS-REGULAR-HOURS
           ELSE
               SUBTRACT WS-UNPAID-LEAVE-HOURS FROM WS-REGULAR-HOURS
           END-IF
           MOVE WS-REGULAR-HOURS TO WS-HOURS-WORKED
           MOVE WS-REGULAR-WAGES TO WS-WEEKLY-WAGES.
       203-COMPUTE-UNPAID-LEAVE.
      *--- TIMEEDIT lets a salaried employee's leave run past the
      *--- balance rather than bounce it; whatever the balance does
      *--- not cover is the unpaid part of the week.
           MOVE ZERO TO WS-UNPAID-LEAVE-HOURS
           MOVE ZERO TO WS-UNPAID-LEAVE-PAY
           IF WS-VACATION-HOURS > ZERO OR WS-SICK-HOURS > ZERO
               MOVE EMPLOYEE-ID-IN TO LV-EMPLOYEE-ID
               READ LEAVE-BALANCE-MASTER
                   INVALID KEY
                       MOVE ZERO TO LV-VACATION-BALANCE
                       MOVE ZERO TO LV-SICK-BALANCE
               END-READ
               IF WS-VACATION-HOURS > LV-VACATION-BALANCE
                   COMPUTE WS-UNPAID-LEAVE-HOURS =
                           WS-VACATION-HOURS - LV-VACATION-BALANCE
               END-IF
               IF WS-SICK-HOURS > LV-SICK-BALANCE
                   COMPUTE WS-UNPAID-LEAVE-HOURS =
                           WS-UNPAID-LEAVE-HOURS
                         + WS-SICK-HOURS - LV-SICK-BALANCE
               END-IF
               COMPUTE WS-UNPAID-LEAVE-PAY ROUNDED =
                       WS-EFFECTIVE-SALARY * WS-UNPAID-LEAVE-HOURS
                     / WS-SALARY-STD-HOURS
           END-IF.
       204-COMPUTE-VACATION-PAYOUT.
      *--- The final check pays out the vacation the leaver still has
      *--- on the books after this period's vacation is drawn down,
      *--- at the shop-set share, as its own pay element taxed with
      *--- the rest of the check. The hour is worth the rate (or the
      *--- salary's hourly equivalent) in effect for the period.
           MOVE EMPLOYEE-ID-IN TO LV-EMPLOYEE-ID
           READ LEAVE-BALANCE-MASTER
               INVALID KEY
                   MOVE ZERO TO LV-VACATION-BALANCE
           END-READ
           IF WS-VACATION-HOURS < LV-VACATION-BALANCE
               COMPUTE WS-PAYOUT-HOURS =
                       LV-VACATION-BALANCE - WS-VACATION-HOURS
           END-IF
           IF PAY-IS-SALARIED
               COMPUTE WS-PAYOUT-RATE ROUNDED =
                       WS-EFFECTIVE-SALARY / WS-SALARY-STD-HOURS
           ELSE
               MOVE WS-EFFECTIVE-RATE TO WS-PAYOUT-RATE
           END-IF
           COMPUTE WS-VACATION-PAYOUT ROUNDED =
                   WS-PAYOUT-HOURS * WS-PAYOUT-RATE
                 * WS-VAC-PAYOUT-PCT
           ADD WS-VACATION-PAYOUT TO WS-WEEKLY-WAGES.
       210-APPLY-DEDUCTIONS.
      *--- Takes the employee's elections in priority order - the
      *--- key is employee plus priority, so reading in key order is
                   UNTIL WS-DED-SUB > 5
               MOVE SPACES TO WS-DED-CODE (WS-DED-SUB)
               MOVE ZERO TO WS-DED-AMOUNT (WS-DED-SUB)
               MOVE ZERO TO WS-DED-PRIORITY (WS-DED-SUB)
           END-PERFORM
           COMPUTE WS-REMAINING-NET = WS-WEEKLY-WAGES
                    - WS-FEDERAL-WITHHOLDING
                  AND DE-STOP-DATE < WS-PERIOD-END-NUM)
               CONTINUE
           ELSE
      *--- A percent election runs on the taxable gross; nobody's
      *--- savings plan takes a cut of a mileage reimbursement.
               IF ELECTION-IS-PERCENT
                   COMPUTE WS-ELECTION-AMOUNT ROUNDED =
                           WS-TAXABLE-GROSS * DE-PERCENT
               ELSE
                   MOVE DE-FLAT-AMOUNT TO WS-ELECTION-AMOUNT
               END-IF
                        TO WS-DED-CODE (WS-DED-COUNT)
                   MOVE WS-ELECTION-AMOUNT
                        TO WS-DED-AMOUNT (WS-DED-COUNT)
                   MOVE DE-PRIORITY
                        TO WS-DED-PRIORITY (WS-DED-COUNT)
                   ADD WS-ELECTION-AMOUNT TO WS-DEDUCTION-TAKEN
                   SUBTRACT WS-ELECTION-AMOUNT
                       FROM WS-REMAINING-NET
               END-IF
           END-IF.
       220-COMPUTE-WITHHOLDING.
      *--- Federal and state withholding from the employee's W-4
      *--- profile and this year's bracket tables; the extra amount
      *--- the employee asked for goes on top of the federal figure.
      *--- Between them the taxes never take more than the taxable
      *--- gross, so the deductions and the net can never go
      *--- negative. Non-taxable supplemental pay is not withheld on
      *--- at all, and supplemental pay withheld at the flat rate is
      *--- kept out of the brackets, which would otherwise annualize
      *--- a one-off bonus as though it came every week.
           PERFORM 222-GET-WITHHOLDING-PROFILE
           COMPUTE WS-TAXABLE-GROSS = WS-WEEKLY-WAGES
                    - WS-SUPP-NONTAXABLE
           COMPUTE WS-TAXABLE-WAGES = WS-TAXABLE-GROSS
                    - WS-SUPP-FLAT-TAXABLE
           MOVE 'FED' TO WS-TAX-LOOKUP-JURIS
           PERFORM 225-APPLY-TAX-BRACKETS
           PERFORM 224-FIND-SUPP-FLAT-RATE
           MOVE WS-SUPP-FLAT-PCT TO WS-SUPP-FEDERAL-PCT
           COMPUTE WS-FEDERAL-WITHHOLDING ROUNDED = WS-PERIOD-TAX
                    + WS-USED-EXTRA-WH
                    + WS-SUPP-FLAT-TAXABLE * WS-SUPP-FEDERAL-PCT
           MOVE WS-USED-WORK-STATE TO WS-TAX-LOOKUP-JURIS
           PERFORM 225-APPLY-TAX-BRACKETS
           PERFORM 224-FIND-SUPP-FLAT-RATE
           MOVE WS-SUPP-FLAT-PCT TO WS-SUPP-STATE-PCT
           COMPUTE WS-STATE-WITHHOLDING ROUNDED = WS-PERIOD-TAX
                    + WS-SUPP-FLAT-TAXABLE * WS-SUPP-STATE-PCT
           IF WS-FEDERAL-WITHHOLDING > WS-TAXABLE-GROSS
               MOVE WS-TAXABLE-GROSS TO WS-FEDERAL-WITHHOLDING
           END-IF
           IF WS-FEDERAL-WITHHOLDING + WS-STATE-WITHHOLDING
              > WS-TAXABLE-GROSS
               COMPUTE WS-STATE-WITHHOLDING = WS-TAXABLE-GROSS
                        - WS-FEDERAL-WITHHOLDING
           END-IF.
       222-GET-WITHHOLDING-PROFILE.
      *--- No profile on file is treated the way a missing W-4 must
      *--- be: single, no allowances, nothing extra, home state.
           MOVE 'S' TO WS-USED-FILING-STATUS
           MOVE ZERO TO WS-USED-ALLOWANCES
           MOVE ZERO TO WS-USED-EXTRA-WH
           MOVE WS-HOME-WORK-STATE TO WS-USED-WORK-STATE
           IF PROFILES-FILE-ON-HAND
               MOVE EMPLOYEE-ID-IN TO WP-EMPLOYEE-ID
               READ WITHHOLDING-PROFILES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WP-FILING-STATUS TO WS-USED-FILING-STATUS
                       MOVE WP-ALLOWANCES TO WS-USED-ALLOWANCES
                       MOVE WP-EXTRA-WITHHOLDING TO WS-USED-EXTRA-WH
                       MOVE WP-WORK-STATE TO WS-USED-WORK-STATE
               END-READ
           END-IF.
       224-FIND-SUPP-FLAT-RATE.
      *--- The flat supplemental rate for the jurisdiction being
      *--- withheld for; one with no 'F' row for the year - a state
      *--- with no income tax, or none on supplemental pay - takes
      *--- nothing from it.
           MOVE ZERO TO WS-SUPP-FLAT-PCT
           PERFORM VARYING WS-SUPP-RATE-IDX FROM 1 BY 1
                   UNTIL WS-SUPP-RATE-IDX > WS-SUPP-RATE-COUNT
                      OR WS-SUPP-RATE-JURIS (WS-SUPP-RATE-IDX)
                            = WS-TAX-LOOKUP-JURIS
               CONTINUE
           END-PERFORM
           IF WS-SUPP-RATE-IDX NOT > WS-SUPP-RATE-COUNT
               MOVE WS-SUPP-RATE-PCT (WS-SUPP-RATE-IDX)
                 TO WS-SUPP-FLAT-PCT
           END-IF.
       225-APPLY-TAX-BRACKETS.
      *--- Annualized percentage method: the period's taxable wages
      *--- are carried to a year, the allowances come off, the tax
      *--- is figured from the highest bracket the wages reach, and
      *--- the year's tax is brought back to one period. A
      *--- jurisdiction with no brackets for the year - a state with
      *--- no income tax - withholds nothing.
           MOVE ZERO TO WS-PERIOD-TAX
           MOVE ZERO TO WS-ANNUAL-TAX
           MOVE ZERO TO WS-BEST-FLOOR
           MOVE 'N' TO WS-BRACKET-FOUND
           COMPUTE WS-ANNUAL-WAGES = WS-TAXABLE-WAGES
                    * WS-PERIODS-PER-YEAR
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > WS-TAX-COUNT
               IF WS-TAX-JURISDICTION (WS-TAX-IDX)
                     = WS-TAX-LOOKUP-JURIS
                  AND (WS-TAX-FILING-STATUS (WS-TAX-IDX)
                          = WS-USED-FILING-STATUS
                       OR WS-TAX-FILING-STATUS (WS-TAX-IDX) = SPACE)
                   PERFORM 226-TRY-ONE-BRACKET
               END-IF
           END-PERFORM
           IF BRACKET-WAS-FOUND
               COMPUTE WS-PERIOD-TAX ROUNDED = WS-ANNUAL-TAX
                        / WS-PERIODS-PER-YEAR
           END-IF.
       226-TRY-ONE-BRACKET.
           COMPUTE WS-ANNUAL-TAXABLE = WS-ANNUAL-WAGES
                    - WS-USED-ALLOWANCES * WS-TAX-ALLOWANCE (WS-TAX-IDX)
           IF WS-ANNUAL-TAXABLE < ZERO
               MOVE ZERO TO WS-ANNUAL-TAXABLE
           END-IF
           IF WS-ANNUAL-TAXABLE >= WS-TAX-FLOOR (WS-TAX-IDX)
              AND (NOT BRACKET-WAS-FOUND
                   OR WS-TAX-FLOOR (WS-TAX-IDX) > WS-BEST-FLOOR)
               MOVE 'Y' TO WS-BRACKET-FOUND
               MOVE WS-TAX-FLOOR (WS-TAX-IDX) TO WS-BEST-FLOOR
               COMPUTE WS-ANNUAL-TAX ROUNDED =
                        WS-TAX-BASE (WS-TAX-IDX)
                        + (WS-ANNUAL-TAXABLE
                           - WS-TAX-FLOOR (WS-TAX-IDX))
                        * WS-TAX-RATE (WS-TAX-IDX)
           END-IF.
       205-COMPUTE-RETRO-PAY.
      *--- A raise keyed after its effective date: the prior period
      *--- was already paid at the old rate, so the difference for
           MOVE ' N' TO SHIFT-NIGHT-TAG
           MOVE WS-SHIFT-DIFF-PAY TO SHIFT-AMOUNT-OUT
           WRITE SHIFT-DETAIL-REC.
       209-WRITE-PAYOUT-LINE.
           MOVE SPACES TO PAYOUT-DETAIL-REC
           MOVE 'FINAL VACATION PAYOUT' TO PAYOUT-LABEL
           MOVE WS-PAYOUT-HOURS TO PAYOUT-HOURS-OUT
           MOVE ' HRS' TO PAYOUT-HOURS-TAG
           MOVE WS-VACATION-PAYOUT TO PAYOUT-AMOUNT-OUT
           WRITE PAYOUT-DETAIL-REC.
       211-COMPUTE-HOLIDAY-PREMIUM.
      *--- Hours punched on a holiday are already paid at base (and
      *--- overtime) rates with the rest of the week; the premium is
      *--- the shop-set share of the base rate on top, its own pay
      *--- element like the shift differential.
           COMPUTE WS-HOLIDAY-PREMIUM ROUNDED =
                   WS-HOLIDAY-WORKED * WS-EFFECTIVE-RATE
                 * WS-HOLIDAY-PREMIUM-PCT
           IF WS-HOLIDAY-PREMIUM > ZERO
               ADD WS-HOLIDAY-PREMIUM TO WS-WEEKLY-WAGES
           END-IF.
       212-WRITE-HOLIDAY-LINE.
           MOVE SPACES TO HOLIDAY-DETAIL-REC
           MOVE 'HOLIDAY PREMIUM' TO HOLIDAY-LABEL
           MOVE WS-HOLIDAY-WORKED TO HOLIDAY-HOURS-OUT
           MOVE ' H' TO HOLIDAY-TAG
           MOVE WS-HOLIDAY-PREMIUM TO HOLIDAY-AMOUNT-OUT
           WRITE HOLIDAY-DETAIL-REC.
       230-ADD-SUPPLEMENTAL-EARNINGS.
      *--- The edited supplemental earnings go into this check as
      *--- pay elements of their own, so the hours, the overtime and
      *--- the prior-week audit see only the hours actually worked.
      *--- Money whose code counts toward the regular rate raises
      *--- what each worked hour was worth; the overtime hours are
      *--- owed the extra half of that increase.
           MOVE ZERO TO WS-SUPP-TOTAL
           MOVE ZERO TO WS-SUPP-NONTAXABLE
           MOVE ZERO TO WS-SUPP-FLAT-TAXABLE
           MOVE ZERO TO WS-SUPP-OT-BASE
           MOVE ZERO TO WS-SUPP-OT-PREMIUM
           PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                   UNTIL WS-SUPP-SUB > WS-SUPP-COUNT
               PERFORM 231-ADD-ONE-SUPPLEMENT
           END-PERFORM
           IF WS-SUPP-OT-BASE > ZERO
              AND WS-OVERTIME-HOURS > ZERO
              AND NOT PAY-IS-SALARIED
              AND WS-WORKED-ONLY-HOURS > ZERO
               COMPUTE WS-SUPP-OT-PREMIUM ROUNDED =
                       WS-SUPP-OT-BASE / WS-WORKED-ONLY-HOURS
                     * 0.5 * WS-OVERTIME-HOURS
           END-IF
           ADD WS-SUPP-TOTAL WS-SUPP-OT-PREMIUM TO WS-WEEKLY-WAGES.
       231-ADD-ONE-SUPPLEMENT.
           ADD WS-SUPP-AMOUNT (WS-SUPP-SUB) TO WS-SUPP-TOTAL
           EVALUATE TRUE
               WHEN SUPP-IS-NONTAXABLE (WS-SUPP-SUB)
                   ADD WS-SUPP-AMOUNT (WS-SUPP-SUB)
                       TO WS-SUPP-NONTAXABLE
               WHEN SUPP-AT-FLAT-RATE (WS-SUPP-SUB)
                   ADD WS-SUPP-AMOUNT (WS-SUPP-SUB)
                       TO WS-SUPP-FLAT-TAXABLE
           END-EVALUATE
           IF SUPP-COUNTS-TOWARD-OT (WS-SUPP-SUB)
               ADD WS-SUPP-AMOUNT (WS-SUPP-SUB) TO WS-SUPP-OT-BASE
           END-IF.
       232-WRITE-SUPPLEMENTAL-LINE.
           MOVE SPACES TO SUPP-DETAIL-REC
           MOVE WS-SUPP-DESC (WS-SUPP-SUB) TO SUPP-LABEL
           MOVE WS-SUPP-CODE (WS-SUPP-SUB) TO SUPP-CODE-OUT
           EVALUATE TRUE
               WHEN SUPP-IS-NONTAXABLE (WS-SUPP-SUB)
                   MOVE ' NON-TAX' TO SUPP-TAG-OUT
               WHEN SUPP-AT-FLAT-RATE (WS-SUPP-SUB)
                   MOVE ' FLAT' TO SUPP-TAG-OUT
           END-EVALUATE
           MOVE WS-SUPP-AMOUNT (WS-SUPP-SUB) TO SUPP-AMOUNT-OUT
           WRITE SUPP-DETAIL-REC.
       233-WRITE-SUPP-OT-LINE.
           MOVE SPACES TO SUPP-DETAIL-REC
           MOVE 'OT ON SUPPLEMENTAL PAY' TO SUPP-LABEL
           MOVE WS-SUPP-OT-PREMIUM TO SUPP-AMOUNT-OUT
           WRITE SUPP-DETAIL-REC.
       260-WRITE-PAY-DETAIL.
      *--- One extract record per paid employee with the full gross-
      *--- to-net build-up; PAYSTUB formats these into the per-
                    TO PD-DED-CODE (WS-DED-SUB)
               MOVE WS-DED-AMOUNT (WS-DED-SUB)
                    TO PD-DED-AMOUNT (WS-DED-SUB)
               MOVE WS-DED-PRIORITY (WS-DED-SUB)
                    TO PD-DED-PRIORITY (WS-DED-SUB)
           END-PERFORM
           MOVE WS-NET-WAGES TO PD-NET-WAGES
           MOVE YTD-YEAR-GROSS TO PD-YTD-WAGES
           MOVE WS-PERIOD-END-DATE TO PD-PERIOD-END-DATE
           MOVE WS-USED-FILING-STATUS TO PD-FILING-STATUS
           MOVE WS-USED-ALLOWANCES TO PD-ALLOWANCES
           MOVE WS-USED-WORK-STATE TO PD-WORK-STATE
           MOVE WS-VACATION-PAYOUT TO PD-VACATION-PAYOUT
           MOVE WS-SUPP-COUNT TO PD-SUPP-COUNT
           PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                   UNTIL WS-SUPP-SUB > 5
               MOVE WS-SUPP-CODE (WS-SUPP-SUB)
                    TO PD-SUPP-CODE (WS-SUPP-SUB)
               MOVE WS-SUPP-DESC (WS-SUPP-SUB)
                    TO PD-SUPP-DESC (WS-SUPP-SUB)
               MOVE WS-SUPP-AMOUNT (WS-SUPP-SUB)
                    TO PD-SUPP-AMOUNT (WS-SUPP-SUB)
               MOVE WS-SUPP-TAXABLE (WS-SUPP-SUB)
                    TO PD-SUPP-TAXABLE (WS-SUPP-SUB)
           END-PERFORM
           MOVE WS-SUPP-OT-PREMIUM TO PD-SUPP-OT-PREMIUM
           MOVE WS-HOLIDAY-HOURS TO PD-HOLIDAY-HOURS
           MOVE WS-HOLIDAY-WORKED TO PD-HOLIDAY-WORKED
           MOVE WS-HOLIDAY-PREMIUM TO PD-HOLIDAY-PREMIUM
           WRITE PAY-DETAIL-RECORD.
       268-UPDATE-LEAVE-BALANCE.
      *--- One completed pay period for this employee: draw down the
                   REWRITE LEAVE-BALANCE-RECORD
           END-READ.
       269-ROLL-LEAVE-BUCKETS.
      *--- TIMEEDIT refuses an hourly punch past the balance, so an
      *--- hourly balance coming up short here means the files were
      *--- edited by hand; a salaried employee's excess was docked
      *--- as unpaid leave. Either way, floor at zero rather than
      *--- wrap the field.
           IF WS-VACATION-HOURS > LV-VACATION-BALANCE
               MOVE ZERO TO LV-VACATION-BALANCE
           ELSE
           ELSE
               SUBTRACT WS-SICK-HOURS FROM LV-SICK-BALANCE
           END-IF
      *--- The final check has paid out what vacation was left (or
      *--- forfeited it at the shop-set share), and a leaver earns no
      *--- further accrual.
           IF FINAL-CHECK
               MOVE ZERO TO LV-VACATION-BALANCE
           ELSE
               ADD WS-VACATION-ACCRUAL TO LV-VACATION-BALANCE
               ADD WS-SICK-ACCRUAL TO LV-SICK-BALANCE
           END-IF
           MOVE LV-VACATION-BALANCE TO WS-NEW-VAC-BALANCE
           MOVE LV-SICK-BALANCE TO WS-NEW-SICK-BALANCE.
       265-WRITE-PAY-HISTORY.
           MOVE WS-DEDUCTION-TAKEN TO PH-TOTAL-DEDUCTIONS
           MOVE WS-NET-WAGES TO PH-NET-WAGES
           MOVE WS-PERIOD-END-NUM TO PH-PERIOD-END-DATE
           MOVE WS-USED-FILING-STATUS TO PH-FILING-STATUS
           MOVE WS-USED-ALLOWANCES TO PH-ALLOWANCES
           MOVE WS-USED-WORK-STATE TO PH-WORK-STATE
           MOVE WS-VACATION-PAYOUT TO PH-VACATION-PAYOUT
           MOVE WS-SUPP-COUNT TO PH-SUPP-COUNT
           PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                   UNTIL WS-SUPP-SUB > 5
               MOVE WS-SUPP-CODE (WS-SUPP-SUB)
                    TO PH-SUPP-CODE (WS-SUPP-SUB)
               MOVE WS-SUPP-DESC (WS-SUPP-SUB)
                    TO PH-SUPP-DESC (WS-SUPP-SUB)
               MOVE WS-SUPP-AMOUNT (WS-SUPP-SUB)
                    TO PH-SUPP-AMOUNT (WS-SUPP-SUB)
               MOVE WS-SUPP-TAXABLE (WS-SUPP-SUB)
                    TO PH-SUPP-TAXABLE (WS-SUPP-SUB)
           END-PERFORM
           MOVE WS-SUPP-OT-PREMIUM TO PH-SUPP-OT-PREMIUM
           MOVE WS-SUPP-NONTAXABLE TO PH-NONTAXABLE-PAY
           MOVE WS-HOLIDAY-HOURS TO PH-HOLIDAY-HOURS
           MOVE WS-HOLIDAY-WORKED TO PH-HOLIDAY-WORKED
           MOVE WS-HOLIDAY-PREMIUM TO PH-HOLIDAY-PREMIUM
           MOVE WS-EMPLOYER-TAX TO PH-EMPLOYER-TAX
           MOVE WS-NET-WAGES TO PH-ISSUED-NET
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAY-HISTORY-RECORD
                   END-EVALUATE
           END-READ.
       256-WRITE-LIVE-DEPOSIT.
           IF NOT TRIAL-REQUESTED
               MOVE SPACES TO BANK-REC
               MOVE EMPLOYEE-ID-IN TO BANK-EMPLOYEE-ID
               MOVE BA-ROUTING-NUMBER TO BANK-ROUTING-NUMBER
               MOVE BA-ACCOUNT-NUMBER TO BANK-ACCOUNT-NUMBER
               MOVE WS-NET-WAGES TO BANK-NET-PAY
               MOVE 'L' TO BANK-RECORD-TYPE
               WRITE BANK-REC
           END-IF
           ADD 1 TO WS-BANK-RECORD-COUNT
           ADD WS-NET-WAGES TO WS-BANK-NET-TOTAL.
       257-WRITE-PRENOTE.
      *--- A trial counts the prenote but neither sends it nor marks
      *--- the account sent, or the live run would pass it over.
           IF NOT TRIAL-REQUESTED
               MOVE SPACES TO BANK-REC
               MOVE EMPLOYEE-ID-IN TO BANK-EMPLOYEE-ID
               MOVE BA-ROUTING-NUMBER TO BANK-ROUTING-NUMBER
               MOVE BA-ACCOUNT-NUMBER TO BANK-ACCOUNT-NUMBER
               MOVE ZEROS TO BANK-NET-PAY
               MOVE 'P' TO BANK-RECORD-TYPE
               WRITE BANK-REC
               MOVE 'S' TO BA-PRENOTE-STATUS
               REWRITE BANK-ACCOUNT-RECORD
           END-IF
           ADD 1 TO WS-PRENOTE-COUNT.
       258-WRITE-PRINTED-CHECK.
      *--- No check is printed in a trial, so no number is used up.
           IF NOT TRIAL-REQUESTED
               MOVE SPACES TO CHECK-REC
               MOVE WS-NEXT-CHECK-NUMBER TO CHK-NUMBER-OUT
               MOVE EMPLOYEE-ID-IN TO CHK-ID-OUT
               MOVE EMPLOYEE-NAME-IN TO CHK-NAME-OUT
               MOVE WS-NET-WAGES TO CHK-NET-OUT
               MOVE WS-CHECK-REASON TO CHK-REASON-OUT
               WRITE CHECK-REC
               PERFORM 259-WRITE-REGISTER-RECORD
           END-IF.
       259-WRITE-REGISTER-RECORD.
      *--- Every check printed is a check the bank will one day be
      *--- asked to honor: on the register it goes, under its number,
           MOVE ZERO TO YTD-YEAR-FEDERAL
           MOVE ZERO TO YTD-YEAR-STATE.
       253-ACCUMULATE-YTD-BUCKETS.
      *--- The year-to-date gross is W-2 wages: a reimbursement paid
      *--- in the check is left out.
           ADD WS-TAXABLE-GROSS
               TO YTD-QTR-GROSS (WS-CURRENT-QUARTER)
           ADD WS-FEDERAL-WITHHOLDING
               TO YTD-QTR-FEDERAL (WS-CURRENT-QUARTER)
           ADD WS-STATE-WITHHOLDING
               TO YTD-QTR-STATE (WS-CURRENT-QUARTER)
           ADD WS-TAXABLE-GROSS TO YTD-YEAR-GROSS
           ADD WS-FEDERAL-WITHHOLDING TO YTD-YEAR-FEDERAL
           ADD WS-STATE-WITHHOLDING TO YTD-YEAR-STATE.
       270-AUDIT-PRIOR-WEEK.
               IF WS-AUDIT-REASON NOT = SPACES
                   PERFORM 275-WRITE-AUDIT-EXCEPTION
               END-IF
      *--- A trial audits against last week but leaves last week on
      *--- file for the live run to audit against in turn.
               IF NOT TRIAL-REQUESTED
                   MOVE WS-HOURS-WORKED TO PRIOR-HOURS
                   MOVE WS-EFFECTIVE-RATE TO PRIOR-RATE
                   MOVE WS-PERIOD-END-NUM TO PRIOR-PERIOD-END
                   REWRITE PRIOR-WEEK-RECORD
               END-IF
           ELSE
               IF NOT TRIAL-REQUESTED
                   MOVE WS-HOURS-WORKED TO PRIOR-HOURS
                   MOVE WS-EFFECTIVE-RATE TO PRIOR-RATE
                   MOVE WS-PERIOD-END-NUM TO PRIOR-PERIOD-END
                   WRITE PRIOR-WEEK-RECORD
               END-IF
           END-IF.
       275-WRITE-AUDIT-EXCEPTION.
           MOVE SPACES TO AUDIT-REC
           MOVE WS-TOTAL-EMPLOYER-TAX TO RC-TOTAL-EMPLOYER-TAX
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       911-WRITE-TRIAL-CONTROL.
      *--- The trial's totals, kept apart from the run control file
      *--- BANKBAL and REMIT prove against, for the live run to
      *--- compare itself with once the supervisors have signed off.
           OPEN OUTPUT TRIAL-CONTROL-FILE
           MOVE SPACES TO TRIAL-CONTROL-RECORD
           MOVE WS-TOTAL-EMPLOYEES TO TC-TOTAL-EMPLOYEES
           MOVE WS-TOTAL-HOURS TO TC-TOTAL-HOURS
           MOVE WS-TOTAL-WAGES TO TC-TOTAL-WAGES
           MOVE WS-BANK-RECORD-COUNT TO TC-BANK-RECORD-COUNT
           MOVE WS-BANK-NET-TOTAL TO TC-BANK-NET-TOTAL
           MOVE WS-PRENOTE-COUNT TO TC-PRENOTE-COUNT
           MOVE WS-PERIOD-YEAR TO TC-PERIOD-YEAR
           MOVE WS-PERIOD-NUMBER TO TC-PERIOD-NUMBER
           MOVE WS-PERIOD-END-DATE TO TC-PERIOD-END-DATE
           MOVE WS-TOTAL-FEDERAL TO TC-TOTAL-FEDERAL
           MOVE WS-TOTAL-STATE TO TC-TOTAL-STATE
           MOVE WS-TOTAL-DEDUCTIONS TO TC-TOTAL-DEDUCTIONS
           MOVE WS-TOTAL-NET TO TC-TOTAL-NET
           MOVE WS-TOTAL-EMPLOYER-TAX TO TC-TOTAL-EMPLOYER-TAX
           WRITE TRIAL-CONTROL-RECORD
           CLOSE TRIAL-CONTROL-FILE
           DISPLAY 'SAMPLE - TRIAL RUN COMPLETE - TOTALS IN '
                   'TRIALCTL-DAT - NOTHING UPDATED'.
       912-COMPARE-TRIAL-CONTROL.
      *--- If the period was run in trial first, the register ends
      *--- with the trial's totals beside the live run's, so anything
      *--- that changed between sign-off and payment - a late
      *--- timecard, a rate keyed after the trial - is in plain
      *--- sight. A trial for some other period is no comparison.
           OPEN INPUT TRIAL-CONTROL-FILE
           IF WS-TRIALCTL-STATUS = '00'
               READ TRIAL-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TC-PERIOD-YEAR = WS-PERIOD-YEAR
                          AND TC-PERIOD-NUMBER = WS-PERIOD-NUMBER
                           PERFORM 913-PRINT-TRIAL-COMPARISON
                       END-IF
               END-READ
               CLOSE TRIAL-CONTROL-FILE
           END-IF.
       913-PRINT-TRIAL-COMPARISON.
           MOVE SPACES TO DEPT-HEADER-REC
           MOVE 'LIVE RUN COMPARED WITH TRIAL RUN'
                TO DEPT-HEADER-TEXT
           WRITE DEPT-HEADER-REC
           MOVE ZERO TO WS-COMPARE-DIFFERENCES
           MOVE 'EMPLOYEES PAID' TO WS-COMPARE-LABEL
           MOVE TC-TOTAL-EMPLOYEES TO WS-COMPARE-TRIAL
           MOVE WS-TOTAL-EMPLOYEES TO WS-COMPARE-LIVE
           PERFORM 914-COMPARE-ONE-TOTAL
           MOVE 'TOTAL HOURS' TO WS-COMPARE-LABEL
           MOVE TC-TOTAL-HOURS TO WS-COMPARE-TRIAL
           MOVE WS-TOTAL-HOURS TO WS-COMPARE-LIVE
           PERFORM 914-COMPARE-ONE-TOTAL
           MOVE 'TOTAL WAGES' TO WS-COMPARE-LABEL
           MOVE TC-TOTAL-WAGES TO WS-COMPARE-TRIAL
           MOVE WS-TOTAL-WAGES TO WS-COMPARE-LIVE
           PERFORM 914-COMPARE-ONE-TOTAL
           MOVE 'FEDERAL WITHHELD' TO WS-COMPARE-LABEL
           MOVE TC-TOTAL-FEDERAL TO WS-COMPARE-TRIAL
           MOVE WS-TOTAL-FEDERAL TO WS-COMPARE-LIVE
           PERFORM 914-COMPARE-ONE-TOTAL
           MOVE 'STATE WITHHELD' TO WS-COMPARE-LABEL
           MOVE TC-TOTAL-STATE TO WS-COMPARE-TRIAL
           MOVE WS-TOTAL-STATE TO WS-COMPARE-LIVE
           PERFORM 914-COMPARE-ONE-TOTAL
           MOVE 'DEDUCTIONS' TO WS-COMPARE-LABEL
           MOVE TC-TOTAL-DEDUCTIONS TO WS-COMPARE-TRIAL
           MOVE WS-TOTAL-DEDUCTIONS TO WS-COMPARE-LIVE
           PERFORM 914-COMPARE-ONE-TOTAL
           MOVE 'NET PAY' TO WS-COMPARE-LABEL
           MOVE TC-TOTAL-NET TO WS-COMPARE-TRIAL
           MOVE WS-TOTAL-NET TO WS-COMPARE-LIVE
           PERFORM 914-COMPARE-ONE-TOTAL
           MOVE 'EMPLOYER TAX' TO WS-COMPARE-LABEL
           MOVE TC-TOTAL-EMPLOYER-TAX TO WS-COMPARE-TRIAL
           MOVE WS-TOTAL-EMPLOYER-TAX TO WS-COMPARE-LIVE
           PERFORM 914-COMPARE-ONE-TOTAL
           MOVE 'DEPOSITS' TO WS-COMPARE-LABEL
           MOVE TC-BANK-RECORD-COUNT TO WS-COMPARE-TRIAL
           MOVE WS-BANK-RECORD-COUNT TO WS-COMPARE-LIVE
           PERFORM 914-COMPARE-ONE-TOTAL
           MOVE 'DEPOSIT NET' TO WS-COMPARE-LABEL
           MOVE TC-BANK-NET-TOTAL TO WS-COMPARE-TRIAL
           MOVE WS-BANK-NET-TOTAL TO WS-COMPARE-LIVE
           PERFORM 914-COMPARE-ONE-TOTAL
           MOVE 'PRENOTES' TO WS-COMPARE-LABEL
           MOVE TC-PRENOTE-COUNT TO WS-COMPARE-TRIAL
           MOVE WS-PRENOTE-COUNT TO WS-COMPARE-LIVE
           PERFORM 914-COMPARE-ONE-TOTAL
           IF WS-COMPARE-DIFFERENCES > ZERO
               DISPLAY 'SAMPLE - LIVE TOTALS DIFFER FROM TRIAL RUN - '
                       'SEE REGISTER'
           END-IF.
       914-COMPARE-ONE-TOTAL.
           MOVE SPACES TO TRIAL-COMPARE-REC
           MOVE WS-COMPARE-LABEL TO COMPARE-LABEL
           MOVE WS-COMPARE-TRIAL TO COMPARE-TRIAL-OUT
           MOVE WS-COMPARE-LIVE TO COMPARE-LIVE-OUT
           IF WS-COMPARE-TRIAL NOT = WS-COMPARE-LIVE
               MOVE 'CHANGED' TO COMPARE-FLAG-OUT
               ADD 1 TO WS-COMPARE-DIFFERENCES
           END-IF
           WRITE TRIAL-COMPARE-REC.
       950-WRITE-DEPT-SUBTOTALS.
      *--- The extract record mirrors each printed subtotal so GLDIST
      *--- can turn the same figures into journal lines instead of
      *--- accounting re-keying them from the listing. A trial
      *--- prints the subtotals but leaves the extract alone.
           IF NOT TRIAL-REQUESTED
               OPEN OUTPUT DEPT-TOTALS-FILE
           END-IF
           MOVE SPACES TO DEPT-HEADER-REC
           MOVE 'DEPARTMENT SUBTOTALS' TO DEPT-HEADER-TEXT
           WRITE DEPT-HEADER-REC
               MOVE WS-DEPT-HOURS (WS-DEPT-IDX) TO DEPT-HOURS-OUT
               MOVE WS-DEPT-WAGES (WS-DEPT-IDX) TO DEPT-WAGES-OUT
               WRITE DEPT-SUBTOTAL-REC
               IF NOT TRIAL-REQUESTED
                   MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO DT-DEPT-CODE
                   MOVE WS-DEPT-HOURS (WS-DEPT-IDX) TO DT-HOURS
                   MOVE WS-DEPT-WAGES (WS-DEPT-IDX) TO DT-WAGES
                   MOVE WS-DEPT-EMPLOYER-TAX (WS-DEPT-IDX)
                        TO DT-EMPLOYER-TAX
                   WRITE DEPT-TOTALS-RECORD
               END-IF
           END-PERFORM
           IF NOT TRIAL-REQUESTED
               CLOSE DEPT-TOTALS-FILE
           END-IF.
