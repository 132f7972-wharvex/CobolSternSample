      ******************************************************************
      * Department labor budget-versus-actual variance report. Runs    *
      * after SAMPLE for the period on the run control totals: reads   *
      * the department totals extract SAMPLE wrote for the period's    *
      * actual hours, gross wages and employer payroll tax, and the    *
      * pay history archive for the year to date through the period,   *
      * and sets both against the budgets loaded by BUDMAINT. Each     *
      * budgeted department gets a period line and a year-to-date line *
      * with budget, actual and variance (budget less actual, so an    *
      * overrun prints negative), flagged when actual hours or labor   *
      * cost run over budget by more than the shop-set tolerance.      *
      * Departments that paid labor with no budget loaded are listed   *
      * separately rather than dropped, so a cost center missing from  *
      * the plan is seen before the month-end financials.              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDVAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Input file names: `RUNCTL-DAT`, `STEPCTL-DAT`, `LABBUD-DAT`,
      * `DEPTTOT-DAT`, `PAYHIST-DAT`.
      * Output file name: `BUDVAR-PRT`.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT STEP-CONTROL-FILE ASSIGN TO STEPCTL-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-PERIOD-KEY
               FILE STATUS IS WS-STEPCTL-STATUS.
           SELECT LABOR-BUDGETS ASSIGN TO LABBUD-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LB-BUDGET-KEY
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT DEPT-TOTALS-FILE ASSIGN TO DEPTTOT-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTTOT-STATUS.
           SELECT PAY-HISTORY ASSIGN TO PAYHIST-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-HISTORY-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT VARIANCE-LISTING ASSIGN TO BUDVAR-PRT.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
       FD  STEP-CONTROL-FILE LABEL RECORDS ARE STANDARD.
           COPY STEPCTL.
       FD  LABOR-BUDGETS LABEL RECORDS ARE STANDARD.
           COPY LABBUD.
       FD  DEPT-TOTALS-FILE LABEL RECORDS ARE STANDARD.
           COPY DEPTTOT.
       FD  PAY-HISTORY LABEL RECORDS ARE STANDARD.
           COPY PAYHIST.
       FD  VARIANCE-LISTING LABEL RECORDS ARE STANDARD.
       01  VARIANCE-PRINT-REC        PICTURE X(132).
       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-BUDGETS    PICTURE XXX VALUE 'YES'.
       01  ARE-THERE-MORE-RECORDS    PICTURE XXX VALUE 'YES'.
       01  ARE-THERE-MORE-HISTORY    PICTURE XXX VALUE 'YES'.
       01  WS-CONTROL-STATUS         PICTURE XX VALUE '00'.
       01  WS-STEPCTL-STATUS         PICTURE XX VALUE '00'.
       01  WS-BUDGET-STATUS          PICTURE XX VALUE '00'.
       01  WS-DEPTTOT-STATUS         PICTURE XX VALUE '00'.
       01  WS-HISTORY-STATUS         PICTURE XX VALUE '00'.
      * Shop-set variance tolerance: a department whose actual hours
      * or labor cost (wages plus employer tax) run over budget by
      * more than this fraction is flagged. Change here when the
      * controller tightens or loosens the band.
       01  WS-VARIANCE-TOLERANCE-PCT PICTURE 9V99 VALUE .05.
      * Every department seen on a budget, the period's totals or
      * the year's history, with its figures for the period (basis
      * 1) and the year to date through the period (basis 2). The
      * budgets are read first, in key order, so budgeted departments
      * fall in department order; one found only on the actuals is
      * added after them.
       01  WS-DEPT-COUNT             PICTURE 9(3) VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-DEPT-COUNT
                   INDEXED BY WS-DEPT-IDX.
               10  WS-DEPT-CODE      PICTURE X(3).
               10  WS-DEPT-PERIOD-BUDGET PICTURE X.
                   88  DEPT-HAS-PERIOD-BUDGET   VALUE 'Y'.
               10  WS-DEPT-YEAR-BUDGET PICTURE X.
                   88  DEPT-HAS-YEAR-BUDGET     VALUE 'Y'.
               10  WS-DEPT-FIGURES OCCURS 2 TIMES.
                   15  WS-DF-BUDGET-HOURS    PICTURE 9(7).
                   15  WS-DF-BUDGET-WAGES    PICTURE 9(8)V99.
                   15  WS-DF-BUDGET-EMPTAX   PICTURE 9(8)V99.
                   15  WS-DF-ACTUAL-HOURS    PICTURE 9(7).
                   15  WS-DF-ACTUAL-WAGES    PICTURE 9(8)V99.
                   15  WS-DF-ACTUAL-EMPTAX   PICTURE 9(8)V99.
       01  WS-LOOKUP-DEPT            PICTURE X(3) VALUE SPACES.
       01  WS-BASIS-SUB              PICTURE 9 VALUE ZERO.
       01  WS-BASIS-NAME-VALUES.
           05                        PICTURE X(6) VALUE 'PERIOD'.
           05                        PICTURE X(6) VALUE 'YTD'.
       01  WS-BASIS-NAME-TABLE REDEFINES WS-BASIS-NAME-VALUES.
           05  WS-BASIS-NAME         PICTURE X(6) OCCURS 2 TIMES.
      * Totals of the budgeted departments, by basis as above.
       01  WS-TOTAL-TABLE.
           05  WS-TOTAL-FIGURES OCCURS 2 TIMES.
               10  WS-TF-BUDGET-HOURS    PICTURE 9(7).
               10  WS-TF-BUDGET-WAGES    PICTURE 9(8)V99.
               10  WS-TF-BUDGET-EMPTAX   PICTURE 9(8)V99.
               10  WS-TF-ACTUAL-HOURS    PICTURE 9(7).
               10  WS-TF-ACTUAL-WAGES    PICTURE 9(8)V99.
               10  WS-TF-ACTUAL-EMPTAX   PICTURE 9(8)V99.
      * The figures the variance line is being printed from - a
      * department's or the totals' - laid out as either.
       01  WS-LINE-FIGURES.
           05  WS-LF-BUDGET-HOURS    PICTURE 9(7).
           05  WS-LF-BUDGET-WAGES    PICTURE 9(8)V99.
           05  WS-LF-BUDGET-EMPTAX   PICTURE 9(8)V99.
           05  WS-LF-ACTUAL-HOURS    PICTURE 9(7).
           05  WS-LF-ACTUAL-WAGES    PICTURE 9(8)V99.
           05  WS-LF-ACTUAL-EMPTAX   PICTURE 9(8)V99.
       01  WS-VARIANCE-FIELDS.
           05  WS-VAR-HOURS          PICTURE S9(7) VALUE ZERO.
           05  WS-VAR-WAGES          PICTURE S9(8)V99 VALUE ZERO.
           05  WS-VAR-EMPTAX         PICTURE S9(8)V99 VALUE ZERO.
           05  WS-BUDGET-COST        PICTURE 9(9)V99 VALUE ZERO.
           05  WS-ACTUAL-COST        PICTURE 9(9)V99 VALUE ZERO.
           05  WS-HOURS-LIMIT        PICTURE 9(8)V99 VALUE ZERO.
           05  WS-COST-LIMIT         PICTURE 9(10)V99 VALUE ZERO.
       01  WS-OVER-SWITCHES.
           05  WS-HOURS-OVER-SWITCH  PICTURE X VALUE 'N'.
               88  HOURS-ARE-OVER               VALUE 'Y'.
           05  WS-COST-OVER-SWITCH   PICTURE X VALUE 'N'.
               88  COST-IS-OVER                 VALUE 'Y'.
           05  WS-DEPT-OVER-SWITCH   PICTURE X VALUE 'N'.
               88  DEPT-IS-OVER                 VALUE 'Y'.
       01  WS-REPORT-COUNTS.
           05  WS-BUDGETS-READ       PICTURE 9(6) VALUE ZERO.
           05  WS-HISTORY-READ       PICTURE 9(6) VALUE ZERO.
           05  WS-PERIODS-COUNTED    PICTURE 9(6) VALUE ZERO.
           05  WS-VOIDED-EXCLUDED    PICTURE 9(5) VALUE ZERO.
           05  WS-BUDGETED-DEPTS     PICTURE 9(3) VALUE ZERO.
           05  WS-OVER-DEPTS         PICTURE 9(3) VALUE ZERO.
           05  WS-UNBUDGETED-DEPTS   PICTURE 9(3) VALUE ZERO.
       01  WS-VARIANCE-HEADING.
           05                        PICTURE X(42) VALUE
               'DEPARTMENT LABOR BUDGET VARIANCE - PERIOD '.
           05  VH-YEAR-OUT           PICTURE 9(4).
           05                        PICTURE X VALUE '/'.
           05  VH-NUMBER-OUT         PICTURE 9(2).
           05                        PICTURE X(8) VALUE ' ENDING '.
           05  VH-END-DATE-OUT       PICTURE 9999/99/99.
       01  WS-TOLERANCE-LINE.
           05                        PICTURE X(42) VALUE
               'FLAGGED WHEN ACTUAL RUNS OVER BUDGET BY > '.
           05  TL-TOLERANCE-OUT      PICTURE ZZ9.
           05                        PICTURE X(34) VALUE
               ' PERCENT (HOURS OR WAGES PLUS TAX)'.
       01  WS-SECTION-HEADING.
           05  SH-TITLE-OUT          PICTURE X(60).
       01  WS-VARIANCE-GROUP-HEADING.
           05                        PICTURE X(40) VALUE
               '           ---------- HOURS ---------- -'.
           05                        PICTURE X(40) VALUE
               '---------------- WAGES -----------------'.
           05                        PICTURE X(40) VALUE
               '- ------------- EMPLOYER TAX -----------'.
           05                        PICTURE X(1) VALUE
               '-'.
       01  WS-VARIANCE-COLUMN-HEADING.
           05                        PICTURE X(40) VALUE
               'DEPT BASIS   BUDGET   ACTUAL VARIANCE   '.
           05                        PICTURE X(40) VALUE
               '      BUDGET        ACTUAL      VARIANCE'.
           05                        PICTURE X(40) VALUE
               '        BUDGET       ACTUAL     VARIANCE'.
           05                        PICTURE X(6) VALUE
               '  NOTE'.
       01  WS-UNBUDGETED-GROUP-HEADING.
           05                        PICTURE X(40) VALUE
               '     ---------- PERIOD ACTUAL ----------'.
           05                        PICTURE X(37) VALUE
               '  ------- YEAR TO DATE ACTUAL -------'.
       01  WS-UNBUDGETED-COLUMN-HEADING.
           05                        PICTURE X(40) VALUE
               'DEPT    HOURS         WAGES EMPLOYER TAX'.
           05                        PICTURE X(40) VALUE
               '     HOURS         WAGES EMPLOYER TAX  R'.
           05                        PICTURE X(5) VALUE
               'EASON'.
       01  WS-VARIANCE-LINE.
           05  VL-DEPT-OUT           PICTURE X(3).
           05                        PICTURE X VALUE SPACE.
           05  VL-BASIS-OUT          PICTURE X(6).
           05                        PICTURE X VALUE SPACE.
           05  VL-BUDGET-HOURS-OUT   PICTURE ZZZZ,ZZ9.
           05                        PICTURE X VALUE SPACE.
           05  VL-ACTUAL-HOURS-OUT   PICTURE ZZZZ,ZZ9.
           05                        PICTURE X VALUE SPACE.
           05  VL-VAR-HOURS-OUT      PICTURE ZZZZ,ZZ9-.
           05                        PICTURE X VALUE SPACE.
           05  VL-BUDGET-WAGES-OUT   PICTURE ZZ,ZZZ,ZZ9.99.
           05                        PICTURE X VALUE SPACE.
           05  VL-ACTUAL-WAGES-OUT   PICTURE ZZ,ZZZ,ZZ9.99.
           05                        PICTURE X VALUE SPACE.
           05  VL-VAR-WAGES-OUT      PICTURE ZZ,ZZZ,ZZ9.99-.
           05                        PICTURE X VALUE SPACE.
           05  VL-BUDGET-EMPTAX-OUT  PICTURE Z,ZZZ,ZZ9.99.
           05                        PICTURE X VALUE SPACE.
           05  VL-ACTUAL-EMPTAX-OUT  PICTURE Z,ZZZ,ZZ9.99.
           05                        PICTURE X VALUE SPACE.
           05  VL-VAR-EMPTAX-OUT     PICTURE Z,ZZZ,ZZ9.99-.
           05                        PICTURE X VALUE SPACE.
           05  VL-NOTE-OUT           PICTURE X(9).
       01  WS-UNBUDGETED-LINE.
           05  UL-DEPT-OUT           PICTURE X(3).
           05                        PICTURE X(2) VALUE SPACES.
           05  UL-PERIOD-HOURS-OUT   PICTURE ZZZZ,ZZ9.
           05                        PICTURE X VALUE SPACE.
           05  UL-PERIOD-WAGES-OUT   PICTURE ZZ,ZZZ,ZZ9.99.
           05                        PICTURE X VALUE SPACE.
           05  UL-PERIOD-EMPTAX-OUT  PICTURE Z,ZZZ,ZZ9.99.
           05                        PICTURE X(2) VALUE SPACES.
           05  UL-YTD-HOURS-OUT      PICTURE ZZZZ,ZZ9.
           05                        PICTURE X VALUE SPACE.
           05  UL-YTD-WAGES-OUT      PICTURE ZZ,ZZZ,ZZ9.99.
           05                        PICTURE X VALUE SPACE.
           05  UL-YTD-EMPTAX-OUT     PICTURE Z,ZZZ,ZZ9.99.
           05                        PICTURE X(2) VALUE SPACES.
           05  UL-REASON-OUT         PICTURE X(26).
       01  WS-COUNT-LINE.
           05  CN-CAPTION            PICTURE X(30).
           05  CN-COUNT-OUT          PICTURE ZZZ,ZZ9.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'BUDVAR ABEND - NO RUN CONTROL TOTALS - '
                       'RUN INCOMPLETE'
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'BUDVAR ABEND - RUN CONTROL FILE EMPTY'
                   CLOSE RUN-CONTROL-FILE
                   STOP RUN
           END-READ
           CLOSE RUN-CONTROL-FILE
           PERFORM 120-CHECK-STEP-STATUS
           PERFORM 130-LOAD-BUDGETS
           PERFORM 140-LOAD-PERIOD-ACTUALS
           PERFORM 150-LOAD-YEAR-ACTUALS
           OPEN OUTPUT VARIANCE-LISTING
           PERFORM 200-WRITE-REPORT-HEADING
           PERFORM 300-WRITE-BUDGETED-DEPTS
           PERFORM 400-WRITE-UNBUDGETED-DEPTS
           PERFORM 900-WRITE-REPORT-COUNTS
           CLOSE VARIANCE-LISTING
           STOP RUN.
       120-CHECK-STEP-STATUS.
      *--- The period's department totals are only the period's once
      *--- SAMPLE has finished it; read before then they are last
      *--- week's, or half of this week's. The report changes no
      *--- file, so it may be rerun as often as wanted and stamps
      *--- nothing.
           OPEN INPUT STEP-CONTROL-FILE
           IF WS-STEPCTL-STATUS NOT = '00'
               DISPLAY 'BUDVAR ABEND - NO STEP STATUS FILE - '
                       'RUN THE WEEKLY STREAM FROM TIMEEDIT'
               STOP RUN
           END-IF
           MOVE RC-PERIOD-YEAR TO SC-PERIOD-YEAR
           MOVE RC-PERIOD-NUMBER TO SC-PERIOD-NUMBER
           READ STEP-CONTROL-FILE
               INVALID KEY
                   DISPLAY 'BUDVAR ABEND - NO STEP RECORD FOR '
                           'PERIOD ' RC-PERIOD-YEAR '/'
                           RC-PERIOD-NUMBER
                   CLOSE STEP-CONTROL-FILE
                   STOP RUN
           END-READ
           IF NOT SAMPLE-STEP-DONE
               DISPLAY 'BUDVAR ABEND - SAMPLE HAS NOT FINISHED '
                       'FOR PERIOD ' RC-PERIOD-YEAR '/'
                       RC-PERIOD-NUMBER
               CLOSE STEP-CONTROL-FILE
               STOP RUN
           END-IF
           CLOSE STEP-CONTROL-FILE.
       130-LOAD-BUDGETS.
      *--- No budget file is not a reason to stop: every department
      *--- then reports as unbudgeted, which is the truth of it.
           OPEN INPUT LABOR-BUDGETS
           IF WS-BUDGET-STATUS NOT = '00'
               DISPLAY 'BUDVAR - LABOR BUDGET FILE NOT FOUND - '
                       'ALL DEPARTMENTS WILL REPORT AS UNBUDGETED'
           ELSE
               PERFORM UNTIL ARE-THERE-MORE-BUDGETS = 'NO '
                   READ LABOR-BUDGETS NEXT RECORD
                        AT END
                             MOVE 'NO ' TO ARE-THERE-MORE-BUDGETS
                        NOT AT END
                             PERFORM 135-ADD-BUDGET-RECORD
                   END-READ
               END-PERFORM
               CLOSE LABOR-BUDGETS
           END-IF.
       135-ADD-BUDGET-RECORD.
      *--- The year-to-date budget is the sum of the year's periods
      *--- up to and including this one; later periods are plan for
      *--- weeks not yet paid.
           IF LB-PERIOD-YEAR = RC-PERIOD-YEAR
              AND LB-PERIOD-NUMBER NOT > RC-PERIOD-NUMBER
               ADD 1 TO WS-BUDGETS-READ
               MOVE LB-DEPT-CODE TO WS-LOOKUP-DEPT
               PERFORM 170-FIND-DEPT-ENTRY
               MOVE 'Y' TO WS-DEPT-YEAR-BUDGET (WS-DEPT-IDX)
               ADD LB-BUDGET-HOURS
                   TO WS-DF-BUDGET-HOURS (WS-DEPT-IDX, 2)
               ADD LB-BUDGET-WAGES
                   TO WS-DF-BUDGET-WAGES (WS-DEPT-IDX, 2)
               ADD LB-BUDGET-EMPLOYER-TAX
                   TO WS-DF-BUDGET-EMPTAX (WS-DEPT-IDX, 2)
               IF LB-PERIOD-NUMBER = RC-PERIOD-NUMBER
                   MOVE 'Y' TO WS-DEPT-PERIOD-BUDGET (WS-DEPT-IDX)
                   MOVE LB-BUDGET-HOURS
                        TO WS-DF-BUDGET-HOURS (WS-DEPT-IDX, 1)
                   MOVE LB-BUDGET-WAGES
                        TO WS-DF-BUDGET-WAGES (WS-DEPT-IDX, 1)
                   MOVE LB-BUDGET-EMPLOYER-TAX
                        TO WS-DF-BUDGET-EMPTAX (WS-DEPT-IDX, 1)
               END-IF
           END-IF.
       140-LOAD-PERIOD-ACTUALS.
      *--- The period's actuals are what SAMPLE paid and GLDIST
      *--- posts - the department totals extract, as written.
           OPEN INPUT DEPT-TOTALS-FILE
           IF WS-DEPTTOT-STATUS NOT = '00'
               DISPLAY 'BUDVAR ABEND - DEPT TOTALS FILE NOT FOUND'
               STOP RUN
           END-IF
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ DEPT-TOTALS-FILE
                    AT END
                         MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                    NOT AT END
                         MOVE DT-DEPT-CODE TO WS-LOOKUP-DEPT
                         PERFORM 170-FIND-DEPT-ENTRY
                         ADD DT-HOURS
                             TO WS-DF-ACTUAL-HOURS (WS-DEPT-IDX, 1)
                         ADD DT-WAGES
                             TO WS-DF-ACTUAL-WAGES (WS-DEPT-IDX, 1)
                         ADD DT-EMPLOYER-TAX
                             TO WS-DF-ACTUAL-EMPTAX (WS-DEPT-IDX, 1)
               END-READ
           END-PERFORM
           CLOSE DEPT-TOTALS-FILE.
       150-LOAD-YEAR-ACTUALS.
      *--- The archive, not a year of department extracts, is the
      *--- year-to-date record: it carries every period paid, as
      *--- OFFCYC corrected it, under the department paid.
           OPEN INPUT PAY-HISTORY
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'BUDVAR ABEND - CANNOT OPEN PAY HISTORY'
                       ' - STATUS ' WS-HISTORY-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL ARE-THERE-MORE-HISTORY = 'NO '
               READ PAY-HISTORY NEXT RECORD
                    AT END
                         MOVE 'NO ' TO ARE-THERE-MORE-HISTORY
                    NOT AT END
                         ADD 1 TO WS-HISTORY-READ
                         PERFORM 155-ADD-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY.
       155-ADD-HISTORY-RECORD.
      *--- A voided period was backed out of the wages everywhere
      *--- else and is no labor the department spent.
           IF PH-PERIOD-YEAR = RC-PERIOD-YEAR
              AND PH-PERIOD-NUMBER NOT > RC-PERIOD-NUMBER
               IF PERIOD-WAS-VOIDED
                   ADD 1 TO WS-VOIDED-EXCLUDED
               ELSE
                   ADD 1 TO WS-PERIODS-COUNTED
                   MOVE PH-DEPT-CODE TO WS-LOOKUP-DEPT
                   PERFORM 170-FIND-DEPT-ENTRY
                   ADD PH-HOURS
                       TO WS-DF-ACTUAL-HOURS (WS-DEPT-IDX, 2)
                   ADD PH-GROSS-WAGES
                       TO WS-DF-ACTUAL-WAGES (WS-DEPT-IDX, 2)
                   ADD PH-EMPLOYER-TAX
                       TO WS-DF-ACTUAL-EMPTAX (WS-DEPT-IDX, 2)
               END-IF
           END-IF.
       170-FIND-DEPT-ENTRY.
           SET WS-DEPT-IDX TO 1
           SEARCH WS-DEPT-ENTRY
               AT END
                   IF WS-DEPT-COUNT >= 200
                       DISPLAY 'BUDVAR ABEND - DEPARTMENT TABLE FULL'
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-DEPT-COUNT
                   SET WS-DEPT-IDX TO WS-DEPT-COUNT
                   MOVE WS-LOOKUP-DEPT TO WS-DEPT-CODE (WS-DEPT-IDX)
                   MOVE 'N' TO WS-DEPT-PERIOD-BUDGET (WS-DEPT-IDX)
                               WS-DEPT-YEAR-BUDGET (WS-DEPT-IDX)
                   MOVE ZERO TO WS-DEPT-FIGURES (WS-DEPT-IDX, 1)
                                WS-DEPT-FIGURES (WS-DEPT-IDX, 2)
               WHEN WS-DEPT-CODE (WS-DEPT-IDX) = WS-LOOKUP-DEPT
                   CONTINUE
           END-SEARCH.
       200-WRITE-REPORT-HEADING.
           MOVE RC-PERIOD-YEAR TO VH-YEAR-OUT
           MOVE RC-PERIOD-NUMBER TO VH-NUMBER-OUT
           MOVE RC-PERIOD-END-DATE TO VH-END-DATE-OUT
           WRITE VARIANCE-PRINT-REC FROM WS-VARIANCE-HEADING
           COMPUTE TL-TOLERANCE-OUT = WS-VARIANCE-TOLERANCE-PCT * 100
           WRITE VARIANCE-PRINT-REC FROM WS-TOLERANCE-LINE.
       300-WRITE-BUDGETED-DEPTS.
           MOVE 'BUDGET VERSUS ACTUAL BY DEPARTMENT' TO SH-TITLE-OUT
           WRITE VARIANCE-PRINT-REC FROM WS-SECTION-HEADING
               AFTER ADVANCING 2 LINES
           WRITE VARIANCE-PRINT-REC FROM WS-VARIANCE-GROUP-HEADING
           WRITE VARIANCE-PRINT-REC FROM WS-VARIANCE-COLUMN-HEADING
           MOVE ZERO TO WS-TOTAL-TABLE
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF DEPT-HAS-PERIOD-BUDGET (WS-DEPT-IDX)
                   PERFORM 310-WRITE-DEPT-LINES
               END-IF
           END-PERFORM
           MOVE SPACES TO VARIANCE-PRINT-REC
           WRITE VARIANCE-PRINT-REC
           PERFORM VARYING WS-BASIS-SUB FROM 1 BY 1
                   UNTIL WS-BASIS-SUB > 2
               MOVE WS-TOTAL-FIGURES (WS-BASIS-SUB) TO WS-LINE-FIGURES
               PERFORM 320-FORMAT-VARIANCE-LINE
               MOVE 'ALL' TO VL-DEPT-OUT
               WRITE VARIANCE-PRINT-REC FROM WS-VARIANCE-LINE
           END-PERFORM.
       310-WRITE-DEPT-LINES.
           ADD 1 TO WS-BUDGETED-DEPTS
           MOVE 'N' TO WS-DEPT-OVER-SWITCH
           PERFORM VARYING WS-BASIS-SUB FROM 1 BY 1
                   UNTIL WS-BASIS-SUB > 2
               MOVE WS-DEPT-FIGURES (WS-DEPT-IDX, WS-BASIS-SUB)
                    TO WS-LINE-FIGURES
               PERFORM 320-FORMAT-VARIANCE-LINE
               PERFORM 330-CHECK-TOLERANCE
               MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO VL-DEPT-OUT
               WRITE VARIANCE-PRINT-REC FROM WS-VARIANCE-LINE
               ADD WS-LF-BUDGET-HOURS
                   TO WS-TF-BUDGET-HOURS (WS-BASIS-SUB)
               ADD WS-LF-BUDGET-WAGES
                   TO WS-TF-BUDGET-WAGES (WS-BASIS-SUB)
               ADD WS-LF-BUDGET-EMPTAX
                   TO WS-TF-BUDGET-EMPTAX (WS-BASIS-SUB)
               ADD WS-LF-ACTUAL-HOURS
                   TO WS-TF-ACTUAL-HOURS (WS-BASIS-SUB)
               ADD WS-LF-ACTUAL-WAGES
                   TO WS-TF-ACTUAL-WAGES (WS-BASIS-SUB)
               ADD WS-LF-ACTUAL-EMPTAX
                   TO WS-TF-ACTUAL-EMPTAX (WS-BASIS-SUB)
           END-PERFORM
           IF DEPT-IS-OVER
               ADD 1 TO WS-OVER-DEPTS
               DISPLAY 'BUDVAR - DEPT ' WS-DEPT-CODE (WS-DEPT-IDX)
                       ' OVER BUDGET TOLERANCE'
           END-IF.
       320-FORMAT-VARIANCE-LINE.
      *--- Variance is budget less actual: money or hours left in
      *--- the plan print plain, an overrun prints with a minus.
           MOVE SPACES TO VL-NOTE-OUT
           MOVE WS-BASIS-NAME (WS-BASIS-SUB) TO VL-BASIS-OUT
           COMPUTE WS-VAR-HOURS = WS-LF-BUDGET-HOURS
                                - WS-LF-ACTUAL-HOURS
           COMPUTE WS-VAR-WAGES = WS-LF-BUDGET-WAGES
                                - WS-LF-ACTUAL-WAGES
           COMPUTE WS-VAR-EMPTAX = WS-LF-BUDGET-EMPTAX
                                 - WS-LF-ACTUAL-EMPTAX
           MOVE WS-LF-BUDGET-HOURS TO VL-BUDGET-HOURS-OUT
           MOVE WS-LF-ACTUAL-HOURS TO VL-ACTUAL-HOURS-OUT
           MOVE WS-VAR-HOURS TO VL-VAR-HOURS-OUT
           MOVE WS-LF-BUDGET-WAGES TO VL-BUDGET-WAGES-OUT
           MOVE WS-LF-ACTUAL-WAGES TO VL-ACTUAL-WAGES-OUT
           MOVE WS-VAR-WAGES TO VL-VAR-WAGES-OUT
           MOVE WS-LF-BUDGET-EMPTAX TO VL-BUDGET-EMPTAX-OUT
           MOVE WS-LF-ACTUAL-EMPTAX TO VL-ACTUAL-EMPTAX-OUT
           MOVE WS-VAR-EMPTAX TO VL-VAR-EMPTAX-OUT.
       330-CHECK-TOLERANCE.
      *--- Hours and cost are judged apart: a department can hold
      *--- its hours and still blow the budget on overtime dollars,
      *--- or hold its dollars on cheaper hours it never planned.
      *--- Cost is wages plus employer tax, the whole of what the
      *--- department's labor costs the shop.
           MOVE 'N' TO WS-HOURS-OVER-SWITCH
                       WS-COST-OVER-SWITCH
           COMPUTE WS-HOURS-LIMIT = WS-LF-BUDGET-HOURS
                   * (1 + WS-VARIANCE-TOLERANCE-PCT)
           IF WS-LF-ACTUAL-HOURS > WS-HOURS-LIMIT
               MOVE 'Y' TO WS-HOURS-OVER-SWITCH
           END-IF
           ADD WS-LF-BUDGET-WAGES WS-LF-BUDGET-EMPTAX
               GIVING WS-BUDGET-COST
           ADD WS-LF-ACTUAL-WAGES WS-LF-ACTUAL-EMPTAX
               GIVING WS-ACTUAL-COST
           COMPUTE WS-COST-LIMIT = WS-BUDGET-COST
                   * (1 + WS-VARIANCE-TOLERANCE-PCT)
           IF WS-ACTUAL-COST > WS-COST-LIMIT
               MOVE 'Y' TO WS-COST-OVER-SWITCH
           END-IF
           EVALUATE TRUE
               WHEN HOURS-ARE-OVER AND COST-IS-OVER
                   MOVE 'OVER BOTH' TO VL-NOTE-OUT
               WHEN HOURS-ARE-OVER
                   MOVE 'OVER HRS' TO VL-NOTE-OUT
               WHEN COST-IS-OVER
                   MOVE 'OVER COST' TO VL-NOTE-OUT
           END-EVALUATE
           IF HOURS-ARE-OVER OR COST-IS-OVER
               MOVE 'Y' TO WS-DEPT-OVER-SWITCH
           END-IF.
       400-WRITE-UNBUDGETED-DEPTS.
      *--- Labor paid with no plan to measure it against. A
      *--- department budgeted for earlier periods but not this one
      *--- is told apart from one with no budget for the year at
      *--- all, so the office knows whether a week was missed or a
      *--- whole cost center.
           MOVE 'DEPARTMENTS WITH LABOR AND NO BUDGET LOADED'
                TO SH-TITLE-OUT
           WRITE VARIANCE-PRINT-REC FROM WS-SECTION-HEADING
               AFTER ADVANCING 2 LINES
           WRITE VARIANCE-PRINT-REC FROM WS-UNBUDGETED-GROUP-HEADING
           WRITE VARIANCE-PRINT-REC FROM WS-UNBUDGETED-COLUMN-HEADING
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF NOT DEPT-HAS-PERIOD-BUDGET (WS-DEPT-IDX)
                   PERFORM 410-CHECK-UNBUDGETED-DEPT
               END-IF
           END-PERFORM.
       410-CHECK-UNBUDGETED-DEPT.
           MOVE SPACES TO UL-REASON-OUT
           IF WS-DF-ACTUAL-HOURS (WS-DEPT-IDX, 1) > ZERO
              OR WS-DF-ACTUAL-WAGES (WS-DEPT-IDX, 1) > ZERO
               IF DEPT-HAS-YEAR-BUDGET (WS-DEPT-IDX)
                   MOVE 'NO BUDGET FOR THIS PERIOD' TO UL-REASON-OUT
               ELSE
                   MOVE 'NO BUDGET LOADED THIS YEAR' TO UL-REASON-OUT
               END-IF
           ELSE
               IF NOT DEPT-HAS-YEAR-BUDGET (WS-DEPT-IDX)
                  AND (WS-DF-ACTUAL-HOURS (WS-DEPT-IDX, 2) > ZERO
                       OR WS-DF-ACTUAL-WAGES (WS-DEPT-IDX, 2) > ZERO)
                   MOVE 'NO BUDGET LOADED THIS YEAR' TO UL-REASON-OUT
               END-IF
           END-IF
           IF UL-REASON-OUT NOT = SPACES
               ADD 1 TO WS-UNBUDGETED-DEPTS
               MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO UL-DEPT-OUT
               MOVE WS-DF-ACTUAL-HOURS (WS-DEPT-IDX, 1)
                    TO UL-PERIOD-HOURS-OUT
               MOVE WS-DF-ACTUAL-WAGES (WS-DEPT-IDX, 1)
                    TO UL-PERIOD-WAGES-OUT
               MOVE WS-DF-ACTUAL-EMPTAX (WS-DEPT-IDX, 1)
                    TO UL-PERIOD-EMPTAX-OUT
               MOVE WS-DF-ACTUAL-HOURS (WS-DEPT-IDX, 2)
                    TO UL-YTD-HOURS-OUT
               MOVE WS-DF-ACTUAL-WAGES (WS-DEPT-IDX, 2)
                    TO UL-YTD-WAGES-OUT
               MOVE WS-DF-ACTUAL-EMPTAX (WS-DEPT-IDX, 2)
                    TO UL-YTD-EMPTAX-OUT
               WRITE VARIANCE-PRINT-REC FROM WS-UNBUDGETED-LINE
               DISPLAY 'BUDVAR - DEPT ' WS-DEPT-CODE (WS-DEPT-IDX)
                       ' PAID LABOR WITH NO BUDGET LOADED'
           END-IF.
       900-WRITE-REPORT-COUNTS.
           MOVE SPACES TO VARIANCE-PRINT-REC
           WRITE VARIANCE-PRINT-REC
           MOVE 'BUDGET RECORDS USED' TO CN-CAPTION
           MOVE WS-BUDGETS-READ TO CN-COUNT-OUT
           WRITE VARIANCE-PRINT-REC FROM WS-COUNT-LINE
           MOVE 'HISTORY RECORDS READ' TO CN-CAPTION
           MOVE WS-HISTORY-READ TO CN-COUNT-OUT
           WRITE VARIANCE-PRINT-REC FROM WS-COUNT-LINE
           MOVE 'HISTORY PERIODS COUNTED YTD' TO CN-CAPTION
           MOVE WS-PERIODS-COUNTED TO CN-COUNT-OUT
           WRITE VARIANCE-PRINT-REC FROM WS-COUNT-LINE
           MOVE 'VOIDED PERIODS EXCLUDED' TO CN-CAPTION
           MOVE WS-VOIDED-EXCLUDED TO CN-COUNT-OUT
           WRITE VARIANCE-PRINT-REC FROM WS-COUNT-LINE
           MOVE 'BUDGETED DEPARTMENTS' TO CN-CAPTION
           MOVE WS-BUDGETED-DEPTS TO CN-COUNT-OUT
           WRITE VARIANCE-PRINT-REC FROM WS-COUNT-LINE
           MOVE 'DEPARTMENTS OVER TOLERANCE' TO CN-CAPTION
           MOVE WS-OVER-DEPTS TO CN-COUNT-OUT
           WRITE VARIANCE-PRINT-REC FROM WS-COUNT-LINE
           MOVE 'DEPARTMENTS WITH NO BUDGET' TO CN-CAPTION
           MOVE WS-UNBUDGETED-DEPTS TO CN-COUNT-OUT
           WRITE VARIANCE-PRINT-REC FROM WS-COUNT-LINE
           DISPLAY 'BUDVAR - BUDGETED DEPARTMENTS: ' WS-BUDGETED-DEPTS
           DISPLAY 'BUDVAR - OVER TOLERANCE: ' WS-OVER-DEPTS
           DISPLAY 'BUDVAR - UNBUDGETED: ' WS-UNBUDGETED-DEPTS.
