      ******************************************************************
      * Workers' compensation premium report. For a requested quarter  *
      * (parameter YYYYQn) or policy period (parameter                 *
      * YYYYMMDDYYYYMMDD, from and to dates) reads the pay history     *
      * archive SAMPLE maintains and reports the payroll the carrier   *
      * bills on: each period paid in the range is assigned to the     *
      * class code the employee worked under at the period's end (the  *
      * class on the employee master is effective-dated, so a job      *
      * change inside the range splits at the change), and the         *
      * overtime premium - the half-time part of overtime pay and the  *
      * overtime on supplemental pay - is backed out, as are non-      *
      * taxable reimbursements. Periods voided by OFFCYC are excluded. *
      * An employee-level detail section, for the carrier's audit, is  *
      * followed by the summary by class with the rate from the class  *
      * rate table and the premium due.                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Input file names: `PAYHIST-DAT`, `EMP-DAT`, `COMPRATE-DAT`.
      * Output file name: `COMP-PRT`.
       FILE-CONTROL.
           SELECT PAY-HISTORY ASSIGN TO PAYHIST-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-HISTORY-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO EMP-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPLOYEE-ID-IN
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT COMP-RATE-FILE ASSIGN TO COMPRATE-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPRATE-STATUS.
           SELECT COMP-LISTING ASSIGN TO COMP-PRT.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY LABEL RECORDS ARE STANDARD.
           COPY PAYHIST.
       FD  EMPLOYEE-MASTER LABEL RECORDS ARE STANDARD.
           COPY EMPREC.
       FD  COMP-RATE-FILE LABEL RECORDS ARE STANDARD.
           COPY COMPRATE.
       FD  COMP-LISTING LABEL RECORDS ARE STANDARD.
       01  COMP-PRINT-REC            PICTURE X(100).
       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-HISTORY    PICTURE XXX VALUE 'YES'.
       01  ARE-THERE-MORE-CLASSES    PICTURE XXX VALUE 'YES'.
       01  WS-HISTORY-STATUS         PICTURE XX VALUE '00'.
       01  WS-MASTER-STATUS          PICTURE XX VALUE '00'.
       01  WS-COMPRATE-STATUS        PICTURE XX VALUE '00'.
      * The parameter is a quarter, YYYYQn, or a policy period as
      * two dates, YYYYMMDDYYYYMMDD; both are read by period end
      * date, as the year-to-date quarters are.
       01  WS-REPORT-PARM            PICTURE X(16) VALUE SPACES.
       01  WS-QUARTER-PARM REDEFINES WS-REPORT-PARM.
           05  WS-PARM-YEAR          PICTURE X(4).
           05  WS-PARM-Q             PICTURE X.
           05  WS-PARM-QUARTER       PICTURE X.
               88  PARM-QUARTER-IS-VALID    VALUES '1' '2' '3' '4'.
           05                        PICTURE X(10).
       01  WS-RANGE-PARM REDEFINES WS-REPORT-PARM.
           05  WS-PARM-FROM-DATE     PICTURE X(8).
           05  WS-PARM-TO-DATE       PICTURE X(8).
       01  WS-PARM-SWITCH            PICTURE X VALUE 'N'.
           88  PARM-IS-VALID                VALUE 'Y'.
       01  WS-RANGE-DATES.
           05  WS-RANGE-FROM         PICTURE 9(8) VALUE ZERO.
           05  WS-RANGE-TO           PICTURE 9(8) VALUE ZERO.
       01  WS-QUARTER-DATE.
           05  WS-QD-YEAR            PICTURE 9(4).
           05  WS-QD-MONTH           PICTURE 9(2).
           05  WS-QD-DAY             PICTURE 9(2).
       01  WS-QUARTER-NUMBER         PICTURE 9 VALUE ZERO.
      * The rate table, loaded once, with the payroll and premium
      * each class accumulates. A class found on history but not on
      * the table is added with no rate so its payroll still shows.
       01  WS-CLASS-COUNT            PICTURE 9(3) VALUE ZERO.
       01  WS-CLASS-TABLE.
           05  WS-CLASS-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-CLASS-COUNT
                   INDEXED BY WS-CLASS-IDX.
               10  WS-CLASS-CODE     PICTURE X(4).
               10  WS-CLASS-DESC     PICTURE X(20).
               10  WS-CLASS-RATE     PICTURE 9(2)V99.
               10  WS-CLASS-RATED    PICTURE X.
                   88  CLASS-IS-ON-TABLE        VALUE 'Y'.
               10  WS-CLASS-EMPLOYEES PICTURE 9(4).
               10  WS-CLASS-PAYROLL  PICTURE 9(8)V99.
               10  WS-CLASS-PREMIUM  PICTURE 9(7)V99.
      * The employee and class the detail line is being built for;
      * a new line starts when either changes.
       01  WS-LAST-EMPLOYEE-ID       PICTURE X(5) VALUE SPACES.
       01  WS-PERIOD-CLASS           PICTURE X(4) VALUE SPACES.
       01  WS-DETAIL-SWITCH          PICTURE X VALUE 'N'.
           88  DETAIL-IS-OPEN               VALUE 'Y'.
       01  WS-DETAIL-FIELDS.
           05  WS-DT-EMPLOYEE-ID     PICTURE X(5).
           05  WS-DT-NAME            PICTURE X(20).
           05  WS-DT-CLASS           PICTURE X(4).
           05  WS-DT-PERIODS         PICTURE 9(3).
           05  WS-DT-GROSS           PICTURE 9(6)V99.
           05  WS-DT-OT-PREMIUM      PICTURE 9(6)V99.
           05  WS-DT-EXCLUDED        PICTURE 9(6)V99.
           05  WS-DT-ELIGIBLE        PICTURE 9(6)V99.
       01  WS-PERIOD-FIGURES.
           05  WS-PERIOD-OT-PREMIUM  PICTURE 9(4)V99 VALUE ZERO.
           05  WS-PERIOD-ELIGIBLE    PICTURE 9(4)V99 VALUE ZERO.
       01  WS-REPORT-COUNTS.
           05  WS-HISTORY-READ       PICTURE 9(6) VALUE ZERO.
           05  WS-PERIODS-REPORTED   PICTURE 9(6) VALUE ZERO.
           05  WS-VOIDED-EXCLUDED    PICTURE 9(5) VALUE ZERO.
           05  WS-UNRATED-CLASSES    PICTURE 9(3) VALUE ZERO.
       01  WS-REPORT-TOTALS.
           05  WS-TOTAL-GROSS        PICTURE 9(8)V99 VALUE ZERO.
           05  WS-TOTAL-OT-PREMIUM   PICTURE 9(8)V99 VALUE ZERO.
           05  WS-TOTAL-EXCLUDED     PICTURE 9(8)V99 VALUE ZERO.
           05  WS-TOTAL-PAYROLL      PICTURE 9(8)V99 VALUE ZERO.
           05  WS-TOTAL-PREMIUM      PICTURE 9(7)V99 VALUE ZERO.
       01  WS-COMP-HEADING.
           05                        PICTURE X(37) VALUE
               'WORKERS COMPENSATION PREMIUM REPORT'.
           05  CH-FROM-OUT           PICTURE 9999/99/99.
           05                        PICTURE X(4) VALUE ' TO '.
           05  CH-TO-OUT             PICTURE 9999/99/99.
       01  WS-SECTION-HEADING.
           05  SH-TITLE-OUT          PICTURE X(60).
       01  WS-DETAIL-COLUMN-HEADING.
           05                        PICTURE X(29) VALUE
               'ID     NAME'.
           05                        PICTURE X(13) VALUE
               'CLASS PERIODS'.
           05                        PICTURE X(13) VALUE
               '        GROSS'.
           05                        PICTURE X(12) VALUE
               '  OT PREMIUM'.
           05                        PICTURE X(12) VALUE
               '    EXCLUDED'.
           05                        PICTURE X(13) VALUE
               '     ELIGIBLE'.
       01  WS-DETAIL-LINE.
           05  DL-ID-OUT             PICTURE X(5).
           05                        PICTURE X(2) VALUE SPACES.
           05  DL-NAME-OUT           PICTURE X(20).
           05                        PICTURE X(2) VALUE SPACES.
           05  DL-CLASS-OUT          PICTURE X(4).
           05                        PICTURE X(6) VALUE SPACES.
           05  DL-PERIODS-OUT        PICTURE ZZ9.
           05                        PICTURE X(3) VALUE SPACES.
           05  DL-GROSS-OUT          PICTURE ZZZ,ZZ9.99.
           05                        PICTURE X(2) VALUE SPACES.
           05  DL-OT-PREMIUM-OUT     PICTURE ZZZ,ZZ9.99.
           05                        PICTURE X(2) VALUE SPACES.
           05  DL-EXCLUDED-OUT       PICTURE ZZZ,ZZ9.99.
           05                        PICTURE X(3) VALUE SPACES.
           05  DL-ELIGIBLE-OUT       PICTURE ZZZ,ZZ9.99.
       01  WS-DETAIL-TOTAL-LINE.
           05                        PICTURE X(29) VALUE
               'TOTAL ALL EMPLOYEES'.
           05                        PICTURE X(14) VALUE SPACES.
           05  DT-GROSS-OUT          PICTURE Z,ZZZ,ZZ9.99.
           05  DT-OT-PREMIUM-OUT     PICTURE Z,ZZZ,ZZ9.99.
           05  DT-EXCLUDED-OUT       PICTURE Z,ZZZ,ZZ9.99.
           05                        PICTURE X VALUE SPACE.
           05  DT-ELIGIBLE-OUT       PICTURE Z,ZZZ,ZZ9.99.
       01  WS-CLASS-COLUMN-HEADING.
           05                        PICTURE X(7) VALUE
               'CLASS'.
           05                        PICTURE X(19) VALUE
               'DESCRIPTION'.
           05                        PICTURE X(9) VALUE
               'EMPLOYEES'.
           05                        PICTURE X(18) VALUE
               '  ELIGIBLE PAYROLL'.
           05                        PICTURE X(9) VALUE
               '     RATE'.
           05                        PICTURE X(15) VALUE
               '    PREMIUM DUE'.
       01  WS-CLASS-LINE.
           05  CL-CLASS-OUT          PICTURE X(4).
           05                        PICTURE X(3) VALUE SPACES.
           05  CL-DESC-OUT           PICTURE X(20).
           05                        PICTURE X(3) VALUE SPACES.
           05  CL-EMPLOYEES-OUT      PICTURE Z,ZZ9.
           05                        PICTURE X(5) VALUE SPACES.
           05  CL-PAYROLL-OUT        PICTURE ZZ,ZZZ,ZZ9.99.
           05                        PICTURE X(4) VALUE SPACES.
           05  CL-RATE-OUT           PICTURE Z9.99.
           05                        PICTURE X(3) VALUE SPACES.
           05  CL-PREMIUM-OUT        PICTURE Z,ZZZ,ZZ9.99.
           05  CL-NOTE-OUT           PICTURE X(14).
       01  WS-CLASS-TOTAL-LINE.
           05                        PICTURE X(30) VALUE
               'TOTAL ALL CLASSES'.
           05                        PICTURE X(10) VALUE SPACES.
           05  CT-PAYROLL-OUT        PICTURE ZZ,ZZZ,ZZ9.99.
           05                        PICTURE X(12) VALUE SPACES.
           05  CT-PREMIUM-OUT        PICTURE Z,ZZZ,ZZ9.99.
       01  WS-COUNT-LINE.
           05  CN-CAPTION            PICTURE X(30).
           05  CN-COUNT-OUT          PICTURE ZZZ,ZZ9.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 110-EDIT-PARAMETER
           PERFORM 120-LOAD-RATE-TABLE
           OPEN INPUT PAY-HISTORY
           IF WS-HISTORY-STATUS NOT = '00'
      *--- An archive that cannot be opened would report no payroll
      *--- and no premium, which the carrier would take at its word.
               DISPLAY 'COMPRPT ABEND - CANNOT OPEN PAY HISTORY'
                       ' - STATUS ' WS-HISTORY-STATUS
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'COMPRPT ABEND - CANNOT OPEN EMPLOYEE MASTER'
                       ' - STATUS ' WS-MASTER-STATUS
               CLOSE PAY-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT COMP-LISTING
           PERFORM 150-WRITE-REPORT-HEADING
           PERFORM UNTIL ARE-THERE-MORE-HISTORY = 'NO '
               READ PAY-HISTORY NEXT RECORD
                    AT END
                         MOVE 'NO ' TO ARE-THERE-MORE-HISTORY
                    NOT AT END
                         ADD 1 TO WS-HISTORY-READ
                         PERFORM 200-CHECK-HISTORY-RECORD
               END-READ
           END-PERFORM
           IF DETAIL-IS-OPEN
               PERFORM 250-WRITE-EMPLOYEE-DETAIL
           END-IF
           PERFORM 290-WRITE-DETAIL-TOTALS
           PERFORM 300-WRITE-CLASS-SUMMARY
           PERFORM 900-WRITE-REPORT-COUNTS
           CLOSE PAY-HISTORY
                 EMPLOYEE-MASTER
                 COMP-LISTING
           STOP RUN.
       110-EDIT-PARAMETER.
           ACCEPT WS-REPORT-PARM FROM COMMAND-LINE
           MOVE 'N' TO WS-PARM-SWITCH
           EVALUATE TRUE
               WHEN WS-PARM-YEAR IS NUMERIC
                    AND WS-PARM-Q = 'Q'
                    AND PARM-QUARTER-IS-VALID
                    AND WS-REPORT-PARM (7:10) = SPACES
      *--- A quarter runs from the first day of its first month to
      *--- the last day of its third; 31 serves for every month end
      *--- since only period end dates are compared against it.
                   MOVE 'Y' TO WS-PARM-SWITCH
                   MOVE WS-PARM-QUARTER TO WS-QUARTER-NUMBER
                   MOVE WS-PARM-YEAR TO WS-QD-YEAR
                   COMPUTE WS-QD-MONTH = WS-QUARTER-NUMBER * 3 - 2
                   MOVE 01 TO WS-QD-DAY
                   MOVE WS-QUARTER-DATE TO WS-RANGE-FROM
                   COMPUTE WS-QD-MONTH = WS-QUARTER-NUMBER * 3
                   MOVE 31 TO WS-QD-DAY
                   MOVE WS-QUARTER-DATE TO WS-RANGE-TO
               WHEN WS-REPORT-PARM IS NUMERIC
                   MOVE WS-PARM-FROM-DATE TO WS-RANGE-FROM
                   MOVE WS-PARM-TO-DATE TO WS-RANGE-TO
                   IF WS-RANGE-FROM NOT > WS-RANGE-TO
                       MOVE 'Y' TO WS-PARM-SWITCH
                   END-IF
           END-EVALUATE
           IF NOT PARM-IS-VALID
               DISPLAY 'COMPRPT - PARAMETER MUST BE YYYYQN OR '
                       'YYYYMMDDYYYYMMDD'
               STOP RUN
           END-IF.
       120-LOAD-RATE-TABLE.
      *--- Without the rates there is no premium to report.
           OPEN INPUT COMP-RATE-FILE
           IF WS-COMPRATE-STATUS NOT = '00'
               DISPLAY 'COMPRPT ABEND - COMP RATE TABLE NOT FOUND - '
                       'LOAD COMPRATE-DAT'
               STOP RUN
           END-IF
           PERFORM UNTIL ARE-THERE-MORE-CLASSES = 'NO '
               READ COMP-RATE-FILE
                    AT END
                         MOVE 'NO ' TO ARE-THERE-MORE-CLASSES
                    NOT AT END
                         PERFORM 125-STORE-RATE
               END-READ
           END-PERFORM
           CLOSE COMP-RATE-FILE.
       125-STORE-RATE.
           IF WS-CLASS-COUNT >= 200
               DISPLAY 'COMPRPT ABEND - COMP RATE TABLE FULL'
               CLOSE COMP-RATE-FILE
               STOP RUN
           END-IF
           IF CR-RATE IS NOT NUMERIC
               DISPLAY 'COMPRPT ABEND - RATE NOT NUMERIC - CLASS '
                       CR-CLASS-CODE
               CLOSE COMP-RATE-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-CLASS-COUNT
           SET WS-CLASS-IDX TO WS-CLASS-COUNT
           MOVE CR-CLASS-CODE TO WS-CLASS-CODE (WS-CLASS-IDX)
           MOVE CR-DESCRIPTION TO WS-CLASS-DESC (WS-CLASS-IDX)
           MOVE CR-RATE TO WS-CLASS-RATE (WS-CLASS-IDX)
           MOVE 'Y' TO WS-CLASS-RATED (WS-CLASS-IDX)
           MOVE ZERO TO WS-CLASS-EMPLOYEES (WS-CLASS-IDX)
                        WS-CLASS-PAYROLL (WS-CLASS-IDX)
                        WS-CLASS-PREMIUM (WS-CLASS-IDX).
       150-WRITE-REPORT-HEADING.
           MOVE WS-RANGE-FROM TO CH-FROM-OUT
           MOVE WS-RANGE-TO TO CH-TO-OUT
           WRITE COMP-PRINT-REC FROM WS-COMP-HEADING
           MOVE 'EMPLOYEE DETAIL' TO SH-TITLE-OUT
           WRITE COMP-PRINT-REC FROM WS-SECTION-HEADING
               AFTER ADVANCING 2 LINES
           WRITE COMP-PRINT-REC FROM WS-DETAIL-COLUMN-HEADING.
       200-CHECK-HISTORY-RECORD.
      *--- A voided period was backed out of the wages everywhere
      *--- else, so it is no payroll the carrier may bill on.
           IF PH-PERIOD-END-DATE NOT < WS-RANGE-FROM
              AND PH-PERIOD-END-DATE NOT > WS-RANGE-TO
               IF PERIOD-WAS-VOIDED
                   ADD 1 TO WS-VOIDED-EXCLUDED
               ELSE
                   PERFORM 210-GET-PERIOD-CLASS
                   PERFORM 220-ADD-PERIOD-TO-DETAIL
               END-IF
           END-IF.
       210-GET-PERIOD-CLASS.
      *--- The class the period was worked under: the current class
      *--- from its effective date on, the prior class before it. An
      *--- employee no longer on the master, or never classed, shows
      *--- with a blank class for the office to put right.
           IF PH-EMPLOYEE-ID NOT = WS-LAST-EMPLOYEE-ID
               MOVE PH-EMPLOYEE-ID TO WS-LAST-EMPLOYEE-ID
               MOVE PH-EMPLOYEE-ID TO EMPLOYEE-ID-IN
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE SPACES TO COMP-CLASS-IN
                                      PRIOR-COMP-CLASS-IN
                       MOVE ZERO TO COMP-CLASS-DATE-IN
               END-READ
           END-IF
           IF COMP-CLASS-DATE-IN IS NUMERIC
              AND PH-PERIOD-END-DATE < COMP-CLASS-DATE-IN
               MOVE PRIOR-COMP-CLASS-IN TO WS-PERIOD-CLASS
           ELSE
               MOVE COMP-CLASS-IN TO WS-PERIOD-CLASS
           END-IF.
       220-ADD-PERIOD-TO-DETAIL.
           IF DETAIL-IS-OPEN
              AND (PH-EMPLOYEE-ID NOT = WS-DT-EMPLOYEE-ID
                   OR WS-PERIOD-CLASS NOT = WS-DT-CLASS)
               PERFORM 250-WRITE-EMPLOYEE-DETAIL
           END-IF
           IF NOT DETAIL-IS-OPEN
               MOVE 'Y' TO WS-DETAIL-SWITCH
               MOVE PH-EMPLOYEE-ID TO WS-DT-EMPLOYEE-ID
               MOVE PH-EMPLOYEE-NAME TO WS-DT-NAME
               MOVE WS-PERIOD-CLASS TO WS-DT-CLASS
               MOVE ZERO TO WS-DT-PERIODS
                            WS-DT-GROSS
                            WS-DT-OT-PREMIUM
                            WS-DT-EXCLUDED
                            WS-DT-ELIGIBLE
           END-IF
      *--- Overtime pay is time and a half: a third of it is premium
      *--- and comes out, the straight-time two thirds stay in. The
      *--- overtime on supplemental pay is all premium, and a
      *--- reimbursement is no wages at all.
           COMPUTE WS-PERIOD-OT-PREMIUM ROUNDED =
                   PH-OVERTIME-WAGES / 3 + PH-SUPP-OT-PREMIUM
           COMPUTE WS-PERIOD-ELIGIBLE = PH-GROSS-WAGES
                   - WS-PERIOD-OT-PREMIUM - PH-NONTAXABLE-PAY
           ADD 1 TO WS-DT-PERIODS
                    WS-PERIODS-REPORTED
           ADD PH-GROSS-WAGES TO WS-DT-GROSS
           ADD WS-PERIOD-OT-PREMIUM TO WS-DT-OT-PREMIUM
           ADD PH-NONTAXABLE-PAY TO WS-DT-EXCLUDED
           ADD WS-PERIOD-ELIGIBLE TO WS-DT-ELIGIBLE.
       250-WRITE-EMPLOYEE-DETAIL.
           MOVE WS-DT-EMPLOYEE-ID TO DL-ID-OUT
           MOVE WS-DT-NAME TO DL-NAME-OUT
           MOVE WS-DT-CLASS TO DL-CLASS-OUT
           MOVE WS-DT-PERIODS TO DL-PERIODS-OUT
           MOVE WS-DT-GROSS TO DL-GROSS-OUT
           MOVE WS-DT-OT-PREMIUM TO DL-OT-PREMIUM-OUT
           MOVE WS-DT-EXCLUDED TO DL-EXCLUDED-OUT
           MOVE WS-DT-ELIGIBLE TO DL-ELIGIBLE-OUT
           WRITE COMP-PRINT-REC FROM WS-DETAIL-LINE
           ADD WS-DT-GROSS TO WS-TOTAL-GROSS
           ADD WS-DT-OT-PREMIUM TO WS-TOTAL-OT-PREMIUM
           ADD WS-DT-EXCLUDED TO WS-TOTAL-EXCLUDED
           PERFORM 260-FIND-CLASS-ENTRY
           ADD 1 TO WS-CLASS-EMPLOYEES (WS-CLASS-IDX)
           ADD WS-DT-ELIGIBLE TO WS-CLASS-PAYROLL (WS-CLASS-IDX)
           MOVE 'N' TO WS-DETAIL-SWITCH.
       260-FIND-CLASS-ENTRY.
      *--- A class not on the rate table still carries its payroll,
      *--- at no rate, and is flagged on the summary.
           SET WS-CLASS-IDX TO 1
           SEARCH WS-CLASS-ENTRY
               AT END
                   IF WS-CLASS-COUNT >= 200
                       DISPLAY 'COMPRPT ABEND - CLASS TABLE FULL'
                       CLOSE PAY-HISTORY
                             EMPLOYEE-MASTER
                             COMP-LISTING
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CLASS-COUNT
                   ADD 1 TO WS-UNRATED-CLASSES
                   SET WS-CLASS-IDX TO WS-CLASS-COUNT
                   MOVE WS-DT-CLASS TO WS-CLASS-CODE (WS-CLASS-IDX)
                   IF WS-DT-CLASS = SPACES
                       MOVE '(UNCLASSIFIED)'
                            TO WS-CLASS-DESC (WS-CLASS-IDX)
                   ELSE
                       MOVE SPACES TO WS-CLASS-DESC (WS-CLASS-IDX)
                   END-IF
                   MOVE ZERO TO WS-CLASS-RATE (WS-CLASS-IDX)
                   MOVE 'N' TO WS-CLASS-RATED (WS-CLASS-IDX)
                   MOVE ZERO TO WS-CLASS-EMPLOYEES (WS-CLASS-IDX)
                                WS-CLASS-PAYROLL (WS-CLASS-IDX)
                                WS-CLASS-PREMIUM (WS-CLASS-IDX)
               WHEN WS-CLASS-CODE (WS-CLASS-IDX) = WS-DT-CLASS
                   CONTINUE
           END-SEARCH.
       290-WRITE-DETAIL-TOTALS.
           MOVE WS-TOTAL-GROSS TO DT-GROSS-OUT
           MOVE WS-TOTAL-OT-PREMIUM TO DT-OT-PREMIUM-OUT
           MOVE WS-TOTAL-EXCLUDED TO DT-EXCLUDED-OUT
           COMPUTE WS-TOTAL-PAYROLL = WS-TOTAL-GROSS
                   - WS-TOTAL-OT-PREMIUM - WS-TOTAL-EXCLUDED
           MOVE WS-TOTAL-PAYROLL TO DT-ELIGIBLE-OUT
           WRITE COMP-PRINT-REC FROM WS-DETAIL-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
       300-WRITE-CLASS-SUMMARY.
      *--- The carrier rates payroll by the hundred dollars; the
      *--- premium is figured on each class's total, as the carrier
      *--- bills it, not summed from rounded employee shares.
           MOVE 'PREMIUM BY CLASS' TO SH-TITLE-OUT
           WRITE COMP-PRINT-REC FROM WS-SECTION-HEADING
               AFTER ADVANCING 3 LINES
           WRITE COMP-PRINT-REC FROM WS-CLASS-COLUMN-HEADING
           MOVE ZERO TO WS-TOTAL-PAYROLL
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
               IF WS-CLASS-EMPLOYEES (WS-CLASS-IDX) > ZERO
                   PERFORM 310-WRITE-CLASS-LINE
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-PAYROLL TO CT-PAYROLL-OUT
           MOVE WS-TOTAL-PREMIUM TO CT-PREMIUM-OUT
           WRITE COMP-PRINT-REC FROM WS-CLASS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
       310-WRITE-CLASS-LINE.
           COMPUTE WS-CLASS-PREMIUM (WS-CLASS-IDX) ROUNDED =
                   WS-CLASS-PAYROLL (WS-CLASS-IDX)
                 * WS-CLASS-RATE (WS-CLASS-IDX) / 100
           ADD WS-CLASS-PAYROLL (WS-CLASS-IDX) TO WS-TOTAL-PAYROLL
           ADD WS-CLASS-PREMIUM (WS-CLASS-IDX) TO WS-TOTAL-PREMIUM
           MOVE WS-CLASS-CODE (WS-CLASS-IDX) TO CL-CLASS-OUT
           MOVE WS-CLASS-DESC (WS-CLASS-IDX) TO CL-DESC-OUT
           MOVE WS-CLASS-EMPLOYEES (WS-CLASS-IDX) TO CL-EMPLOYEES-OUT
           MOVE WS-CLASS-PAYROLL (WS-CLASS-IDX) TO CL-PAYROLL-OUT
           MOVE WS-CLASS-RATE (WS-CLASS-IDX) TO CL-RATE-OUT
           MOVE WS-CLASS-PREMIUM (WS-CLASS-IDX) TO CL-PREMIUM-OUT
           IF CLASS-IS-ON-TABLE (WS-CLASS-IDX)
               MOVE SPACES TO CL-NOTE-OUT
           ELSE
               MOVE ' NOT RATED' TO CL-NOTE-OUT
           END-IF
           WRITE COMP-PRINT-REC FROM WS-CLASS-LINE.
       900-WRITE-REPORT-COUNTS.
           MOVE SPACES TO WS-COUNT-LINE
           MOVE 'PERIODS REPORTED' TO CN-CAPTION
           MOVE WS-PERIODS-REPORTED TO CN-COUNT-OUT
           WRITE COMP-PRINT-REC FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'VOIDED PERIODS EXCLUDED' TO CN-CAPTION
           MOVE WS-VOIDED-EXCLUDED TO CN-COUNT-OUT
           WRITE COMP-PRINT-REC FROM WS-COUNT-LINE
           IF WS-UNRATED-CLASSES > ZERO
               MOVE 'CLASSES NOT RATED' TO CN-CAPTION
               MOVE WS-UNRATED-CLASSES TO CN-COUNT-OUT
               WRITE COMP-PRINT-REC FROM WS-COUNT-LINE
               DISPLAY 'COMPRPT - PAYROLL IN ' WS-UNRATED-CLASSES
                       ' CLASS(ES) NOT ON THE RATE TABLE'
           END-IF
           DISPLAY 'COMPRPT - HISTORY READ ' WS-HISTORY-READ
                   ' PERIODS REPORTED ' WS-PERIODS-REPORTED
                   ' VOIDED EXCLUDED ' WS-VOIDED-EXCLUDED.
