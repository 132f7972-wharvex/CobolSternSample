       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Input file names: `ADJTRANS-DAT`, `EMP-DAT`, `PAYCAL-DAT`,
      * `BANKACCT-DAT`, `DEDELECT-DAT`, `WHPROF-DAT`, `TAXTBL-DAT`,
      * `PAYDTL-DAT`.
      * Master file names: `YTD-DAT`, `PRIOR-DAT`, `PAYHIST-DAT`,
      * `CHECKNUM-DAT`, `CHKREG-DAT`.
      * Output file names: `ADJBANK-DAT`, `ADJDTL-DAT`, `ADJCHK-PRT`,
      * `ADJAUD-PRT`, `VOIDCHK-DAT`.
       FILE-CONTROL.
           SELECT ADJUSTMENT-FILE ASSIGN TO ADJTRANS-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-ELECTION-KEY
               FILE STATUS IS WS-DEDELECT-STATUS.
           SELECT WITHHOLDING-PROFILES ASSIGN TO WHPROF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WP-EMPLOYEE-ID
               FILE STATUS IS WS-WHPROF-STATUS.
           SELECT TAX-TABLE-FILE ASSIGN TO TAXTBL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXTBL-STATUS.
           SELECT BANK-FILE ASSIGN TO ADJBANK-DAT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-DETAIL-FILE ASSIGN TO ADJDTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WEEKLY-DETAIL-FILE ASSIGN TO PAYDTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYDTL-STATUS.
           SELECT CHECK-LISTING ASSIGN TO ADJCHK-PRT.
           SELECT CHECK-NUMBER-FILE ASSIGN TO CHECKNUM-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKREG-STATUS.
           SELECT AUDIT-LISTING ASSIGN TO ADJAUD-PRT.
           SELECT VOID-NOTICE-FILE ASSIGN TO VOIDCHK-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOIDCHK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ADJUSTMENT-FILE LABEL RECORDS ARE STANDARD.
           COPY DEDELECT.
       FD  PAY-HISTORY LABEL RECORDS ARE STANDARD.
           COPY PAYHIST.
       FD  WITHHOLDING-PROFILES LABEL RECORDS ARE STANDARD.
           COPY WHPROF.
       FD  TAX-TABLE-FILE LABEL RECORDS ARE STANDARD.
           COPY TAXTBL.
       FD  BANK-FILE LABEL RECORDS ARE STANDARD.
           COPY BANKREC.
       FD  PAY-DETAIL-FILE LABEL RECORDS ARE STANDARD.
           COPY PAYDTL.
       FD  WEEKLY-DETAIL-FILE LABEL RECORDS ARE STANDARD.
           COPY PAYDTL REPLACING ==PAY-DETAIL-RECORD==
                              BY ==WEEKLY-DETAIL-RECORD==
                              LEADING ==PD-== BY ==WD-==.
       FD  CHECK-LISTING LABEL RECORDS ARE STANDARD.
       01  CHECK-REC.
           05  CHK-NUMBER-OUT        PICTURE 9(6).
           COPY CHKNUM.
       FD  CHECK-REGISTER LABEL RECORDS ARE STANDARD.
           COPY CHKREG.
       FD  VOID-NOTICE-FILE LABEL RECORDS ARE STANDARD.
           COPY VOIDCHK.
       FD  AUDIT-LISTING LABEL RECORDS ARE STANDARD.
       01  ADJ-AUDIT-REC.
           05  AJ-CODE-OUT           PICTURE X.
       01  WS-BANKACCT-STATUS        PICTURE XX VALUE '00'.
       01  WS-CHECKNUM-STATUS        PICTURE XX VALUE '00'.
       01  WS-CHKREG-STATUS          PICTURE XX VALUE '00'.
       01  WS-VOIDCHK-STATUS         PICTURE XX VALUE '00'.
       01  WS-NEXT-CHECK-NUMBER      PICTURE 9(6) VALUE 1.
       01  WS-AJ-MESSAGE             PICTURE X(40) VALUE SPACES.
       01  WS-CHECK-REASON           PICTURE X(30) VALUE SPACES.
           05  WS-ADJUSTMENTS-READ   PICTURE 9(5) VALUE ZERO.
           05  WS-ADJUSTMENTS-APPLIED PICTURE 9(5) VALUE ZERO.
           05  WS-ADJUSTMENTS-REJECTED PICTURE 9(5) VALUE ZERO.
       01  WS-WHPROF-STATUS          PICTURE XX VALUE '00'.
       01  WS-TAXTBL-STATUS          PICTURE XX VALUE '00'.
       01  WS-PROFILES-SWITCH        PICTURE X VALUE 'N'.
           88  PROFILES-FILE-ON-HAND        VALUE 'Y'.
       01  ARE-THERE-MORE-BRACKETS   PICTURE XXX VALUE 'YES'.
      * The same shop-set withholding defaults SAMPLE's wage routine
      * uses; an off-cycle gross-to-net must come out to the penny
      * the same as the weekly run would have paid.
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
      * The adjusted period's federal and state brackets, loaded from
      * TAXTBL-DAT at the start of the run.
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
           05  WS-ANNUAL-WAGES       PICTURE 9(7)V99 VALUE ZERO.
           05  WS-ANNUAL-TAXABLE     PICTURE S9(7)V99 VALUE ZERO.
           05  WS-ANNUAL-TAX         PICTURE 9(7)V99 VALUE ZERO.
           05  WS-BEST-FLOOR         PICTURE 9(7)V99 VALUE ZERO.
           05  WS-PERIOD-TAX         PICTURE 9(4)V99 VALUE ZERO.
           05  WS-BRACKET-FOUND      PICTURE X VALUE 'N'.
               88  BRACKET-WAS-FOUND            VALUE 'Y'.
       01  WS-DEDELECT-STATUS        PICTURE XX VALUE '00'.
       01  WS-PAYHIST-STATUS         PICTURE XX VALUE '00'.
       01  WS-ELECTIONS-SWITCH       PICTURE X VALUE 'N'.
           05  WS-DED-ENTRY OCCURS 5 TIMES.
               10  WS-DED-CODE       PICTURE X(3).
               10  WS-DED-AMOUNT     PICTURE 9(4)V99.
               10  WS-DED-PRIORITY   PICTURE 9(2).
      * The base original's itemization, kept from the first pass
      * through 300- before the corrected pass overwrites it.
       01  WS-ORIG-DED-TABLE.
           05  WS-ORIG-DED-COUNT     PICTURE 9(2) VALUE ZERO.
           05  WS-ORIG-DED-ENTRY OCCURS 5 TIMES.
               10  WS-ORIG-DED-CODE      PICTURE X(3).
               10  WS-ORIG-DED-AMOUNT    PICTURE 9(4)V99.
               10  WS-ORIG-DED-PRIORITY  PICTURE 9(2).
      * A corrected period's deductions restated code by code: what
      * the week's pay detail shows was taken, moved by what the
      * corrected hours changed.
       01  WS-PAYDTL-STATUS          PICTURE XX VALUE '00'.
       01  ARE-THERE-MORE-PAID       PICTURE XXX VALUE 'YES'.
       01  WS-PAID-DETAIL-SWITCH     PICTURE X VALUE 'N'.
           88  PAID-DETAIL-FOUND            VALUE 'Y'.
       01  WS-RESTATED-DED-TABLE.
           05  WS-RESTATED-COUNT     PICTURE 9(2) VALUE ZERO.
           05  WS-RESTATED-ENTRY OCCURS 15 TIMES.
               10  WS-RESTATED-CODE      PICTURE X(3).
               10  WS-RESTATED-PRIORITY  PICTURE 9(2).
               10  WS-RESTATED-AMOUNT    PICTURE S9(4)V99.
       01  WS-RESTATED-SUB           PICTURE 9(2) VALUE ZERO.
       01  WS-POST-FIELDS.
           05  WS-POST-CODE          PICTURE X(3) VALUE SPACES.
           05  WS-POST-PRIORITY      PICTURE 9(2) VALUE ZERO.
           05  WS-POST-AMOUNT        PICTURE S9(4)V99 VALUE ZERO.
           05  WS-POST-SUB           PICTURE 9(2) VALUE ZERO.
      * Gross-to-net work fields: 300-COMPUTE-GROSS-TO-NET is run
      * once from WS-CALC-HOURS/WS-CALC-RATE and fills the rest.
       01  WS-CALC-FIELDS.
           05  WS-ORIG-STATE         PICTURE 9(4)V99 VALUE ZERO.
           05  WS-ORIG-DEDUCTION     PICTURE 9(4)V99 VALUE ZERO.
           05  WS-ORIG-NET           PICTURE S9(4)V99 VALUE ZERO.
      *--- The part of the archived gross never carried in the
      *--- year-to-date wages - a reimbursement paid in the check.
           05  WS-ORIG-NONTAXABLE    PICTURE 9(4)V99 VALUE ZERO.
      *--- The net the period's own payment went out for, before any
      *--- correction moved the archived net.
           05  WS-ORIG-ISSUED-NET    PICTURE 9(4)V99 VALUE ZERO.
       01  WS-DELTA-FIELDS.
           05  WS-GROSS-DELTA        PICTURE S9(4)V99 VALUE ZERO.
           05  WS-FEDERAL-DELTA      PICTURE S9(4)V99 VALUE ZERO.
           05  WS-BACKOUT-SHORT      PICTURE X VALUE 'N'.
               88  YTD-BUCKET-RAN-SHORT         VALUE 'Y'.
       01  WS-PAYMENT-NET            PICTURE 9(4)V99 VALUE ZERO.
      * Shop-set employer-side payroll tax rates, the same rates
      * SAMPLE accrues at: a corrected period's archived employer tax
      * is restated from its corrected taxable wages. Change here
      * and in SAMPLE together when the rates change.
       01  WS-EMPLOYER-TAX-TABLE.
           05  WS-EMPLOYER-FICA-PCT      PICTURE 9V9999 VALUE .0765.
           05  WS-EMPLOYER-SUTA-PCT      PICTURE 9V9999 VALUE .0270.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 110-FIND-COMPLETED-PERIOD
           PERFORM 118-LOAD-TAX-TABLES
           COMPUTE WS-CURRENT-QUARTER = (WS-PERIOD-END-MONTH + 2) / 3
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJUST-STATUS NOT = '00'
           ELSE
               MOVE 'Y' TO WS-ELECTIONS-SWITCH
           END-IF
           OPEN INPUT WITHHOLDING-PROFILES
           IF WS-WHPROF-STATUS = '35'
               DISPLAY 'OFFCYC - WITHHOLDING PROFILES NOT FOUND - '
                       'ALL EMPLOYEES WITHHELD AS SINGLE, NO '
                       'ALLOWANCES'
           ELSE
               MOVE 'Y' TO WS-PROFILES-SWITCH
           END-IF
           OPEN I-O PAY-HISTORY
           IF WS-PAYHIST-STATUS = '35'
               CLOSE PAY-HISTORY
           OPEN OUTPUT AUDIT-LISTING
           PERFORM 115-LOAD-NEXT-CHECK-NUMBER
           PERFORM 117-OPEN-CHECK-REGISTER
           PERFORM 116-OPEN-VOID-NOTICES
           PERFORM UNTIL ARE-THERE-MORE-TRANS = 'NO '
               READ ADJUSTMENT-FILE
                    AT END
                 CHECK-LISTING
                 CHECK-REGISTER
                 AUDIT-LISTING
                 VOID-NOTICE-FILE
           IF ELECTIONS-FILE-ON-HAND
               CLOSE DEDUCTION-ELECTIONS
           END-IF
           IF PROFILES-FILE-ON-HAND
               CLOSE WITHHOLDING-PROFILES
           END-IF
           STOP RUN.
       115-LOAD-NEXT-CHECK-NUMBER.
      *--- The same controlled next-number record the weekly run
               END-READ
               CLOSE CHECK-NUMBER-FILE
           END-IF.
       116-OPEN-VOID-NOTICES.
      *--- Extended, never truncated: notices POSPAY has not yet
      *--- sent to the bank must survive any number of off-cycle
      *--- runs in between.
           OPEN EXTEND VOID-NOTICE-FILE
           IF WS-VOIDCHK-STATUS = '35'
               OPEN OUTPUT VOID-NOTICE-FILE
           END-IF.
       117-OPEN-CHECK-REGISTER.
           OPEN EXTEND CHECK-REGISTER
           IF WS-CHKREG-STATUS = '35'
               OPEN OUTPUT CHECK-REGISTER
           END-IF.
       118-LOAD-TAX-TABLES.
      *--- The brackets for the year of the period being adjusted,
      *--- so a January correction to a December check is withheld
      *--- under the tables the December check was. The flat rates
      *--- for supplemental pay are passed over; a correction
      *--- restates hours, never supplemental earnings.
           OPEN INPUT TAX-TABLE-FILE
           IF WS-TAXTBL-STATUS NOT = '00'
               DISPLAY 'OFFCYC ABEND - TAX TABLE FILE NOT FOUND'
               CLOSE PAY-PERIOD-CALENDAR
               STOP RUN
           END-IF
           PERFORM UNTIL ARE-THERE-MORE-BRACKETS = 'NO '
               READ TAX-TABLE-FILE
                    AT END
                         MOVE 'NO ' TO ARE-THERE-MORE-BRACKETS
                    NOT AT END
                         IF TB-TAX-YEAR = WS-PERIOD-YEAR
                            AND NOT SUPPLEMENTAL-FLAT-RATE-ROW
                             PERFORM 119-STORE-BRACKET
                         END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-TABLE-FILE
           IF WS-FEDERAL-BRACKETS = ZERO
               DISPLAY 'OFFCYC ABEND - NO FEDERAL BRACKETS FOR '
                       WS-PERIOD-YEAR ' IN TAXTBL-DAT'
               CLOSE PAY-PERIOD-CALENDAR
               STOP RUN
           END-IF.
       119-STORE-BRACKET.
           IF TB-BRACKET-FLOOR IS NOT NUMERIC
              OR TB-BASE-TAX IS NOT NUMERIC
              OR TB-RATE IS NOT NUMERIC
              OR TB-ALLOWANCE-VALUE IS NOT NUMERIC
               DISPLAY 'OFFCYC ABEND - TAX TABLE ROW NOT NUMERIC - '
                       TB-TAX-YEAR ' ' TB-JURISDICTION ' '
                       TB-FILING-STATUS
               CLOSE TAX-TABLE-FILE
                     PAY-PERIOD-CALENDAR
               STOP RUN
           END-IF
           IF WS-TAX-COUNT >= 300
               DISPLAY 'OFFCYC ABEND - TAX TABLE FULL'
               CLOSE TAX-TABLE-FILE
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
       915-WRITE-NEXT-CHECK-NUMBER.
           OPEN OUTPUT CHECK-NUMBER-FILE
           MOVE WS-NEXT-CHECK-NUMBER TO NCN-NEXT-CHECK-NUMBER
                   MOVE PH-STATE-WH TO WS-ORIG-STATE
                   MOVE PH-TOTAL-DEDUCTIONS TO WS-ORIG-DEDUCTION
                   MOVE PH-NET-WAGES TO WS-ORIG-NET
                   MOVE PH-NONTAXABLE-PAY TO WS-ORIG-NONTAXABLE
      *--- An archive record written before the issued net was kept
      *--- has only the archived net to go by.
                   IF PH-ISSUED-NET IS NUMERIC
                      AND PH-ISSUED-NET > ZERO
                       MOVE PH-ISSUED-NET TO WS-ORIG-ISSUED-NET
                   ELSE
                       MOVE PH-NET-WAGES TO WS-ORIG-ISSUED-NET
                   END-IF
               WHEN OTHER
                   MOVE PRIOR-HOURS TO WS-CALC-HOURS
                   MOVE PRIOR-RATE TO WS-CALC-RATE
                   MOVE WS-CALC-STATE TO WS-ORIG-STATE
                   MOVE WS-CALC-DEDUCTION TO WS-ORIG-DEDUCTION
                   MOVE WS-CALC-NET TO WS-ORIG-NET
                   MOVE ZERO TO WS-ORIG-NONTAXABLE
                   MOVE WS-CALC-NET TO WS-ORIG-ISSUED-NET
           END-EVALUATE.
       300-COMPUTE-GROSS-TO-NET.
      *--- Mirrors SAMPLE's 200-WAGE-ROUTINE: straight time to 40
      *--- hours, time and a half past it, bracket withholding from
      *--- the employee's W-4 profile, and the deduction capped so
      *--- net can never go negative.
           IF WS-CALC-HOURS > 40
               MOVE 40 TO WS-CALC-REGULAR-HOURS
               SUBTRACT 40 FROM WS-CALC-HOURS
                    GIVING WS-CALC-OVERTIME-WAGES
           ADD WS-CALC-REGULAR-WAGES WS-CALC-OVERTIME-WAGES
                    GIVING WS-CALC-GROSS
           PERFORM 320-COMPUTE-WITHHOLDING
           COMPUTE WS-CALC-NET = WS-CALC-GROSS
                    - WS-CALC-FEDERAL
                    - WS-CALC-STATE
           PERFORM 310-APPLY-DEDUCTIONS.
       320-COMPUTE-WITHHOLDING.
      *--- SAMPLE's 220-COMPUTE-WITHHOLDING less its supplemental
      *--- part: a correction restates hours only, so the whole
      *--- gross goes through the brackets and there is no non-
      *--- taxable amount to take out and no flat-rate amount to
      *--- withhold on apart from them.
           PERFORM 322-GET-WITHHOLDING-PROFILE
           MOVE 'FED' TO WS-TAX-LOOKUP-JURIS
           PERFORM 325-APPLY-TAX-BRACKETS
           COMPUTE WS-CALC-FEDERAL ROUNDED = WS-PERIOD-TAX
                    + WS-USED-EXTRA-WH
           MOVE WS-USED-WORK-STATE TO WS-TAX-LOOKUP-JURIS
           PERFORM 325-APPLY-TAX-BRACKETS
           MOVE WS-PERIOD-TAX TO WS-CALC-STATE
           IF WS-CALC-FEDERAL > WS-CALC-GROSS
               MOVE WS-CALC-GROSS TO WS-CALC-FEDERAL
           END-IF
           IF WS-CALC-FEDERAL + WS-CALC-STATE > WS-CALC-GROSS
               COMPUTE WS-CALC-STATE = WS-CALC-GROSS
                        - WS-CALC-FEDERAL
           END-IF.
       322-GET-WITHHOLDING-PROFILE.
           MOVE 'S' TO WS-USED-FILING-STATUS
           MOVE ZERO TO WS-USED-ALLOWANCES
           MOVE ZERO TO WS-USED-EXTRA-WH
           MOVE WS-HOME-WORK-STATE TO WS-USED-WORK-STATE
           IF PROFILES-FILE-ON-HAND
               MOVE ADJ-EMPLOYEE-ID TO WP-EMPLOYEE-ID
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
       325-APPLY-TAX-BRACKETS.
           MOVE ZERO TO WS-PERIOD-TAX
           MOVE ZERO TO WS-ANNUAL-TAX
           MOVE ZERO TO WS-BEST-FLOOR
           MOVE 'N' TO WS-BRACKET-FOUND
           COMPUTE WS-ANNUAL-WAGES = WS-CALC-GROSS
                    * WS-PERIODS-PER-YEAR
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > WS-TAX-COUNT
               IF WS-TAX-JURISDICTION (WS-TAX-IDX)
                     = WS-TAX-LOOKUP-JURIS
                  AND (WS-TAX-FILING-STATUS (WS-TAX-IDX)
                          = WS-USED-FILING-STATUS
                       OR WS-TAX-FILING-STATUS (WS-TAX-IDX) = SPACE)
                   PERFORM 326-TRY-ONE-BRACKET
               END-IF
           END-PERFORM
           IF BRACKET-WAS-FOUND
               COMPUTE WS-PERIOD-TAX ROUNDED = WS-ANNUAL-TAX
                        / WS-PERIODS-PER-YEAR
           END-IF.
       326-TRY-ONE-BRACKET.
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
       310-APPLY-DEDUCTIONS.
      *--- The employee's deduction elections in priority order,
      *--- each capped at what is left, exactly as the weekly run
                   UNTIL WS-DED-SUB > 5
               MOVE SPACES TO WS-DED-CODE (WS-DED-SUB)
               MOVE ZERO TO WS-DED-AMOUNT (WS-DED-SUB)
               MOVE ZERO TO WS-DED-PRIORITY (WS-DED-SUB)
           END-PERFORM
           IF ELECTIONS-FILE-ON-HAND
               MOVE 'YES' TO ARE-THERE-MORE-ELECTIONS
                        TO WS-DED-CODE (WS-DED-COUNT)
                   MOVE WS-ELECTION-AMOUNT
                        TO WS-DED-AMOUNT (WS-DED-COUNT)
                   MOVE DE-PRIORITY
                        TO WS-DED-PRIORITY (WS-DED-COUNT)
                   ADD WS-ELECTION-AMOUNT TO WS-CALC-DEDUCTION
                   SUBTRACT WS-ELECTION-AMOUNT FROM WS-CALC-NET
               END-IF
      *--- figures out of the year-to-date buckets so the quarterly
      *--- deposits and the W-2 no longer claim wages that were not
      *--- received. The office reissues separately if money is in
      *--- fact due. A reimbursement paid in the check never went
      *--- into the buckets and does not come out of them.
           COMPUTE WS-BACKOUT-GROSS = WS-ORIG-GROSS
                    - WS-ORIG-NONTAXABLE
           MOVE WS-ORIG-FEDERAL TO WS-BACKOUT-FEDERAL
           MOVE WS-ORIG-STATE TO WS-BACKOUT-STATE
           PERFORM 700-BACK-OUT-YTD
           PERFORM 450-FLAG-VOIDED-HISTORY
           PERFORM 455-WRITE-VOID-NOTICE
           IF YTD-BUCKET-RAN-SHORT
               MOVE 'VOIDED - YTD BUCKET RAN SHORT - REVIEW'
                    TO WS-AJ-MESSAGE
                   MOVE 'V' TO PH-VOID-FLAG
                   REWRITE PAY-HISTORY-RECORD
           END-READ.
       455-WRITE-VOID-NOTICE.
      *--- If the period went out as a check, the check is still
      *--- good at the bank until it is told otherwise; POSPAY finds
      *--- it on the register by the employee and the period's issue
      *--- date - with any reissue or correction check cut for the
      *--- period since - and sends the voids. The amount is the
      *--- net the period's own payment went out for: a correction
      *--- has moved the archived net by its delta, and no check
      *--- carries that figure.
           MOVE SPACES TO VOID-NOTICE-RECORD
           MOVE ADJ-EMPLOYEE-ID TO VN-EMPLOYEE-ID
           MOVE EMPLOYEE-NAME-IN TO VN-EMPLOYEE-NAME
           MOVE WS-PERIOD-YEAR TO VN-PERIOD-YEAR
           MOVE WS-PERIOD-NUMBER TO VN-PERIOD-NUMBER
           MOVE WS-PERIOD-END-NUM TO VN-ISSUE-DATE
           MOVE WS-ORIG-ISSUED-NET TO VN-NET-AMOUNT
           WRITE VOID-NOTICE-RECORD.
       500-REISSUE-PAYMENT.
      *--- A lost or destroyed check: the period's figures stand as
      *--- booked, only the money goes out again. Nothing touches
           MOVE WS-CALC-STATE TO WS-ORIG-STATE
           MOVE WS-CALC-DEDUCTION TO WS-ORIG-DEDUCTION
           MOVE WS-CALC-NET TO WS-ORIG-NET
           MOVE WS-DED-TAKEN-TABLE TO WS-ORIG-DED-TABLE
           PERFORM 610-COMPUTE-CORRECTED-PAY
           COMPUTE WS-GROSS-DELTA = WS-CALC-GROSS - WS-ORIG-GROSS
           COMPUTE WS-FEDERAL-DELTA = WS-CALC-FEDERAL
                   ADD WS-STATE-DELTA TO PH-STATE-WH
                   ADD WS-DEDUCTION-DELTA TO PH-TOTAL-DEDUCTIONS
                   ADD WS-NET-DELTA TO PH-NET-WAGES
                   MOVE WS-USED-FILING-STATUS TO PH-FILING-STATUS
                   MOVE WS-USED-ALLOWANCES TO PH-ALLOWANCES
                   MOVE WS-USED-WORK-STATE TO PH-WORK-STATE
                   PERFORM 675-RESTATE-EMPLOYER-TAX
                   REWRITE PAY-HISTORY-RECORD
           END-READ.
       670-BUILD-FRESH-HISTORY.
           MOVE WS-CALC-STATE TO PH-STATE-WH
           MOVE WS-CALC-DEDUCTION TO PH-TOTAL-DEDUCTIONS
           MOVE WS-CALC-NET TO PH-NET-WAGES
           MOVE WS-PERIOD-END-NUM TO PH-PERIOD-END-DATE
           MOVE WS-USED-FILING-STATUS TO PH-FILING-STATUS
           MOVE WS-USED-ALLOWANCES TO PH-ALLOWANCES
           MOVE WS-USED-WORK-STATE TO PH-WORK-STATE
           MOVE ZERO TO PH-VACATION-PAYOUT
           MOVE ZERO TO PH-SUPP-COUNT
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 5
               MOVE SPACES TO PH-SUPP-CODE (WS-DED-SUB)
               MOVE SPACES TO PH-SUPP-DESC (WS-DED-SUB)
               MOVE ZERO TO PH-SUPP-AMOUNT (WS-DED-SUB)
               MOVE SPACES TO PH-SUPP-TAXABLE (WS-DED-SUB)
           END-PERFORM
           MOVE ZERO TO PH-SUPP-OT-PREMIUM
           MOVE ZERO TO PH-NONTAXABLE-PAY
           MOVE ZERO TO PH-HOLIDAY-HOURS
           MOVE ZERO TO PH-HOLIDAY-WORKED
           MOVE ZERO TO PH-HOLIDAY-PREMIUM
           MOVE WS-ORIG-NET TO PH-ISSUED-NET
           PERFORM 675-RESTATE-EMPLOYER-TAX.
       675-RESTATE-EMPLOYER-TAX.
      *--- The employer's tax follows the wages it was accrued on;
      *--- a reimbursement in the check bore none and still bears
      *--- none.
           IF PH-GROSS-WAGES > PH-NONTAXABLE-PAY
               COMPUTE PH-EMPLOYER-TAX ROUNDED =
                       (PH-GROSS-WAGES - PH-NONTAXABLE-PAY)
                     * (WS-EMPLOYER-FICA-PCT + WS-EMPLOYER-SUTA-PCT)
           ELSE
               MOVE ZERO TO PH-EMPLOYER-TAX
           END-IF.
       700-BACK-OUT-YTD.
      *--- Applies the signed deltas to the quarter bucket and the
      *--- year totals. The buckets are unsigned: a backout larger
                   UNTIL WS-DED-SUB > 5
               MOVE SPACES TO PD-DED-CODE (WS-DED-SUB)
               MOVE ZERO TO PD-DED-AMOUNT (WS-DED-SUB)
               MOVE ZERO TO PD-DED-PRIORITY (WS-DED-SUB)
           END-PERFORM
           MOVE PH-NET-WAGES TO PD-NET-WAGES
           MOVE PH-PERIOD-END-DATE TO PD-PERIOD-END-DATE
           MOVE PH-FILING-STATUS TO PD-FILING-STATUS
           MOVE PH-ALLOWANCES TO PD-ALLOWANCES
           MOVE PH-WORK-STATE TO PD-WORK-STATE
           MOVE PH-VACATION-PAYOUT TO PD-VACATION-PAYOUT
           MOVE PH-SUPP-COUNT TO PD-SUPP-COUNT
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 5
               MOVE PH-SUPP-CODE (WS-DED-SUB)
                    TO PD-SUPP-CODE (WS-DED-SUB)
               MOVE PH-SUPP-DESC (WS-DED-SUB)
                    TO PD-SUPP-DESC (WS-DED-SUB)
               MOVE PH-SUPP-AMOUNT (WS-DED-SUB)
                    TO PD-SUPP-AMOUNT (WS-DED-SUB)
               MOVE PH-SUPP-TAXABLE (WS-DED-SUB)
                    TO PD-SUPP-TAXABLE (WS-DED-SUB)
           END-PERFORM
           MOVE PH-SUPP-OT-PREMIUM TO PD-SUPP-OT-PREMIUM
           MOVE PH-HOLIDAY-HOURS TO PD-HOLIDAY-HOURS
           MOVE PH-HOLIDAY-WORKED TO PD-HOLIDAY-WORKED
           MOVE PH-HOLIDAY-PREMIUM TO PD-HOLIDAY-PREMIUM.
       808-BUILD-RESTATED-DETAIL.
           MOVE SPACES TO PAY-DETAIL-RECORD
           MOVE ADJ-EMPLOYEE-ID TO PD-EMPLOYEE-ID
           MOVE ZERO TO PD-SICK-HOURS
           MOVE ZERO TO PD-VACATION-BALANCE
           MOVE ZERO TO PD-SICK-BALANCE
           MOVE ZERO TO PD-HOLIDAY-HOURS
           MOVE ZERO TO PD-HOLIDAY-WORKED
           MOVE ZERO TO PD-HOLIDAY-PREMIUM
           MOVE WS-CALC-GROSS TO PD-GROSS-WAGES
           MOVE WS-CALC-FEDERAL TO PD-FEDERAL-WH
           MOVE WS-CALC-STATE TO PD-STATE-WH
                    TO PD-DED-CODE (WS-DED-SUB)
               MOVE WS-DED-AMOUNT (WS-DED-SUB)
                    TO PD-DED-AMOUNT (WS-DED-SUB)
               MOVE WS-DED-PRIORITY (WS-DED-SUB)
                    TO PD-DED-PRIORITY (WS-DED-SUB)
           END-PERFORM
           IF ADJ-IS-CORRECTION AND ORIGINAL-FROM-ARCHIVE
               PERFORM 812-RESTATE-PAID-DEDUCTIONS
           END-IF
           MOVE WS-CALC-NET TO PD-NET-WAGES
           PERFORM 810-GET-YTD-WAGES
           MOVE WS-PERIOD-END-DATE TO PD-PERIOD-END-DATE
           MOVE WS-USED-FILING-STATUS TO PD-FILING-STATUS
           MOVE WS-USED-ALLOWANCES TO PD-ALLOWANCES
           MOVE WS-USED-WORK-STATE TO PD-WORK-STATE
           MOVE ZERO TO PD-VACATION-PAYOUT
           PERFORM 809-CLEAR-SUPPLEMENTAL-DETAIL
           WRITE PAY-DETAIL-RECORD.
       809-CLEAR-SUPPLEMENTAL-DETAIL.
      *--- A correction restates hours only; supplemental earnings
      *--- paid with the period stand as paid and are not repeated
      *--- on the restated statement.
           MOVE ZERO TO PD-SUPP-COUNT
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 5
               MOVE SPACES TO PD-SUPP-CODE (WS-DED-SUB)
               MOVE SPACES TO PD-SUPP-DESC (WS-DED-SUB)
               MOVE ZERO TO PD-SUPP-AMOUNT (WS-DED-SUB)
               MOVE SPACES TO PD-SUPP-TAXABLE (WS-DED-SUB)
           END-PERFORM
           MOVE ZERO TO PD-SUPP-OT-PREMIUM.
       810-GET-YTD-WAGES.
           MOVE ADJ-EMPLOYEE-ID TO YTD-EMPLOYEE-ID
           READ YTD-MASTER
               NOT INVALID KEY
                   MOVE YTD-YEAR-GROSS TO PD-YTD-WAGES
           END-READ.
       812-RESTATE-PAID-DEDUCTIONS.
      *--- REMIT pays a corrected employee's payees from this record,
      *--- so its deductions must be the ones the archive now says
      *--- were withheld: each code as the week's pay detail shows
      *--- it was taken, moved by what the corrected hours changed
      *--- for that code (corrected base less original base). A
      *--- percentage election taken on a retro or premium paid
      *--- with the week stays in, and the itemization foots to the
      *--- restated archive total. Without the week's detail the
      *--- base itemization stands as computed.
           MOVE ZERO TO WS-RESTATED-COUNT
           PERFORM 813-FIND-PAID-DETAIL
           IF PAID-DETAIL-FOUND
               PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                       UNTIL WS-DED-SUB > WS-DED-COUNT
                   MOVE WS-DED-CODE (WS-DED-SUB) TO WS-POST-CODE
                   MOVE WS-DED-PRIORITY (WS-DED-SUB)
                        TO WS-POST-PRIORITY
                   MOVE WS-DED-AMOUNT (WS-DED-SUB) TO WS-POST-AMOUNT
                   PERFORM 815-POST-RESTATED-CODE
               END-PERFORM
               PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                       UNTIL WS-DED-SUB > WS-ORIG-DED-COUNT
                   MOVE WS-ORIG-DED-CODE (WS-DED-SUB) TO WS-POST-CODE
                   MOVE WS-ORIG-DED-PRIORITY (WS-DED-SUB)
                        TO WS-POST-PRIORITY
                   COMPUTE WS-POST-AMOUNT = ZERO
                            - WS-ORIG-DED-AMOUNT (WS-DED-SUB)
                   PERFORM 815-POST-RESTATED-CODE
               END-PERFORM
               PERFORM 816-MOVE-RESTATED-DEDUCTIONS
           END-IF.
       813-FIND-PAID-DETAIL.
      *--- The weekly extract of the period being corrected; the
      *--- paid codes are posted as the record is found, since the
      *--- record area is gone once the file is closed.
           MOVE 'N' TO WS-PAID-DETAIL-SWITCH
           OPEN INPUT WEEKLY-DETAIL-FILE
           IF WS-PAYDTL-STATUS = '00'
               MOVE 'YES' TO ARE-THERE-MORE-PAID
               PERFORM UNTIL ARE-THERE-MORE-PAID = 'NO '
                   READ WEEKLY-DETAIL-FILE
                        AT END
                             MOVE 'NO ' TO ARE-THERE-MORE-PAID
                        NOT AT END
                             IF WD-EMPLOYEE-ID = ADJ-EMPLOYEE-ID
                                AND WD-PERIOD-END-DATE
                                      = WS-PERIOD-END-NUM
                                 MOVE 'Y' TO WS-PAID-DETAIL-SWITCH
                                 MOVE 'NO ' TO ARE-THERE-MORE-PAID
                                 PERFORM 814-POST-PAID-CODES
                             END-IF
                   END-READ
               END-PERFORM
               CLOSE WEEKLY-DETAIL-FILE
           END-IF.
       814-POST-PAID-CODES.
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > WD-DEDUCTION-COUNT
                      OR WS-DED-SUB > 5
               MOVE WD-DED-CODE (WS-DED-SUB) TO WS-POST-CODE
               MOVE WD-DED-PRIORITY (WS-DED-SUB) TO WS-POST-PRIORITY
               MOVE WD-DED-AMOUNT (WS-DED-SUB) TO WS-POST-AMOUNT
               PERFORM 815-POST-RESTATED-CODE
           END-PERFORM.
       815-POST-RESTATED-CODE.
      *--- Codes are matched with their priority, the way REMIT
      *--- routes them, so two garnishment orders stay apart.
           MOVE ZERO TO WS-POST-SUB
           PERFORM VARYING WS-RESTATED-SUB FROM 1 BY 1
                   UNTIL WS-RESTATED-SUB > WS-RESTATED-COUNT
               IF WS-RESTATED-CODE (WS-RESTATED-SUB) = WS-POST-CODE
                  AND WS-RESTATED-PRIORITY (WS-RESTATED-SUB)
                        = WS-POST-PRIORITY
                   MOVE WS-RESTATED-SUB TO WS-POST-SUB
               END-IF
           END-PERFORM
           IF WS-POST-SUB = ZERO AND WS-RESTATED-COUNT < 15
               ADD 1 TO WS-RESTATED-COUNT
               MOVE WS-RESTATED-COUNT TO WS-POST-SUB
               MOVE WS-POST-CODE TO WS-RESTATED-CODE (WS-POST-SUB)
               MOVE WS-POST-PRIORITY
                    TO WS-RESTATED-PRIORITY (WS-POST-SUB)
               MOVE ZERO TO WS-RESTATED-AMOUNT (WS-POST-SUB)
           END-IF
           IF WS-POST-SUB > ZERO
               ADD WS-POST-AMOUNT TO WS-RESTATED-AMOUNT (WS-POST-SUB)
           END-IF.
       816-MOVE-RESTATED-DEDUCTIONS.
      *--- A code the correction took to nothing drops off the
      *--- record; the rest keep the order they were taken in.
           MOVE ZERO TO PD-TOTAL-DEDUCTIONS
           MOVE ZERO TO PD-DEDUCTION-COUNT
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 5
               MOVE SPACES TO PD-DED-CODE (WS-DED-SUB)
               MOVE ZERO TO PD-DED-AMOUNT (WS-DED-SUB)
               MOVE ZERO TO PD-DED-PRIORITY (WS-DED-SUB)
           END-PERFORM
           PERFORM VARYING WS-RESTATED-SUB FROM 1 BY 1
                   UNTIL WS-RESTATED-SUB > WS-RESTATED-COUNT
               IF WS-RESTATED-AMOUNT (WS-RESTATED-SUB) > ZERO
                  AND PD-DEDUCTION-COUNT < 5
                   ADD 1 TO PD-DEDUCTION-COUNT
                   MOVE WS-RESTATED-CODE (WS-RESTATED-SUB)
                        TO PD-DED-CODE (PD-DEDUCTION-COUNT)
                   MOVE WS-RESTATED-AMOUNT (WS-RESTATED-SUB)
                        TO PD-DED-AMOUNT (PD-DEDUCTION-COUNT)
                   MOVE WS-RESTATED-PRIORITY (WS-RESTATED-SUB)
                        TO PD-DED-PRIORITY (PD-DEDUCTION-COUNT)
                   ADD WS-RESTATED-AMOUNT (WS-RESTATED-SUB)
                        TO PD-TOTAL-DEDUCTIONS
               END-IF
           END-PERFORM.
       890-WRITE-AUDIT-LINE.
      *--- One line per transaction, applied or rejected: what was
      *--- keyed, what it did to the money, and why.
