      ******************************************************************
      * Maintenance program for the department labor budget master     *
      * read by BUDVAR. Applies add/change/delete transactions against *
      * the indexed budget file so each department's plan for a pay    *
      * period - budgeted hours, gross wages and employer payroll tax  *
      * - goes in through a controlled process with edits and an audit *
      * listing, the same way PYEMAINT and DEDMAINT control their      *
      * masters. A budget is keyed by department, period year and      *
      * period number; a change replaces all three figures, since a    *
      * revised plan is keyed whole from the budget worksheet.         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Input file name: `BUDTRN-DAT`.
      * Master file name: `LABBUD-DAT`.
      * Output file names: `BUDM-PRT`, `BUDAUD-PRT`.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO BUDTRN-DAT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LABOR-BUDGETS ASSIGN TO LABBUD-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-BUDGET-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MAINT-LISTING ASSIGN TO BUDM-PRT.
           SELECT MAINT-AUDIT-LISTING ASSIGN TO BUDAUD-PRT.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-REC.
           05  TRANS-CODE            PICTURE X.
               88  TRANS-IS-ADD              VALUE 'A'.
               88  TRANS-IS-CHANGE           VALUE 'C'.
               88  TRANS-IS-DELETE           VALUE 'D'.
           05  TRANS-DEPT-CODE       PICTURE X(3).
           05  TRANS-PERIOD-YEAR     PICTURE 9(4).
           05  TRANS-PERIOD-NUMBER   PICTURE 9(2).
           05  TRANS-BUDGET-HOURS    PICTURE 9(6).
           05  TRANS-BUDGET-WAGES    PICTURE 9(6)V99.
           05  TRANS-BUDGET-EMPTAX   PICTURE 9(6)V99.
       01  TRANSACTION-IMAGE REDEFINES TRANSACTION-REC.
           05                        PICTURE X(4).
           05  TRANS-PERIOD-YEAR-X   PICTURE X(4).
           05  TRANS-PERIOD-NUMBER-X PICTURE X(2).
           05  TRANS-BUDGET-HOURS-X  PICTURE X(6).
           05  TRANS-BUDGET-WAGES-X  PICTURE X(8).
           05  TRANS-BUDGET-EMPTAX-X PICTURE X(8).
       FD  LABOR-BUDGETS LABEL RECORDS ARE STANDARD.
           COPY LABBUD.
       FD  MAINT-LISTING LABEL RECORDS ARE STANDARD.
       01  MAINT-LISTING-REC.
           05  ML-TRANS-CODE-OUT     PICTURE X.
           05                        PICTURE X(2).
           05  ML-DEPT-OUT           PICTURE X(3).
           05                        PICTURE X(2).
           05  ML-YEAR-OUT           PICTURE X(4).
           05                        PICTURE X.
           05  ML-PERIOD-OUT         PICTURE X(2).
           05                        PICTURE X(2).
           05  ML-HOURS-OUT          PICTURE X(6).
           05                        PICTURE X(2).
           05  ML-WAGES-OUT          PICTURE X(8).
           05                        PICTURE X(2).
           05  ML-EMPTAX-OUT         PICTURE X(8).
           05                        PICTURE X(2).
           05  ML-MESSAGE-OUT        PICTURE X(40).
       FD  MAINT-AUDIT-LISTING LABEL RECORDS ARE STANDARD.
       01  MAINT-AUDIT-REC.
           05  MA-TRANS-CODE-OUT     PICTURE X.
           05                        PICTURE X(2).
           05  MA-DEPT-OUT           PICTURE X(3).
           05                        PICTURE X.
           05  MA-YEAR-OUT           PICTURE 9(4).
           05                        PICTURE X.
           05  MA-PERIOD-OUT         PICTURE 9(2).
           05                        PICTURE X(2).
           05  MA-BEFORE-IMAGE-OUT.
               10  MA-BEFORE-HOURS-OUT   PICTURE ZZZ,ZZ9.
               10                        PICTURE X.
               10  MA-BEFORE-WAGES-OUT   PICTURE ZZZ,ZZ9.99.
               10                        PICTURE X.
               10  MA-BEFORE-EMPTAX-OUT  PICTURE ZZZ,ZZ9.99.
           05  MA-BEFORE-NOTE-OUT REDEFINES MA-BEFORE-IMAGE-OUT
                                     PICTURE X(29).
           05                        PICTURE X(3).
           05  MA-AFTER-IMAGE-OUT.
               10  MA-AFTER-HOURS-OUT    PICTURE ZZZ,ZZ9.
               10                        PICTURE X.
               10  MA-AFTER-WAGES-OUT    PICTURE ZZZ,ZZ9.99.
               10                        PICTURE X.
               10  MA-AFTER-EMPTAX-OUT   PICTURE ZZZ,ZZ9.99.
           05  MA-AFTER-NOTE-OUT REDEFINES MA-AFTER-IMAGE-OUT
                                     PICTURE X(29).
       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-TRANS      PICTURE XXX VALUE 'YES'.
       01  WS-MASTER-STATUS          PICTURE XX VALUE '00'.
       01  WS-ML-MESSAGE             PICTURE X(40) VALUE SPACES.
      * Valid-department list, the same list EMPMAINT edits an
      * employee's department against: extend both VALUE lists
      * together when the shop stands up a new department.
       01  WS-DEPT-CHECK             PICTURE X(3) VALUE SPACES.
           88  DEPT-CODE-IS-VALID           VALUES 'ADM' 'ENG' 'MFG'
                                                   'SHP' 'SLS' 'WHS'.
       01  WS-BEFORE-IMAGE.
           05  WS-BEFORE-HOURS       PICTURE 9(6) VALUE ZERO.
           05  WS-BEFORE-WAGES       PICTURE 9(6)V99 VALUE ZERO.
           05  WS-BEFORE-EMPTAX      PICTURE 9(6)V99 VALUE ZERO.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN INPUT TRANSACTION-FILE
           OPEN I-O LABOR-BUDGETS
           IF WS-MASTER-STATUS = '35'
               CLOSE LABOR-BUDGETS
               OPEN OUTPUT LABOR-BUDGETS
               CLOSE LABOR-BUDGETS
               OPEN I-O LABOR-BUDGETS
           END-IF
           OPEN OUTPUT MAINT-LISTING
           OPEN OUTPUT MAINT-AUDIT-LISTING
           PERFORM UNTIL ARE-THERE-MORE-TRANS = 'NO '
               READ TRANSACTION-FILE
                    AT END
                         MOVE 'NO ' TO ARE-THERE-MORE-TRANS
                    NOT AT END
                         PERFORM 200-APPLY-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
                 LABOR-BUDGETS
                 MAINT-LISTING
                 MAINT-AUDIT-LISTING
           STOP RUN.
       200-APPLY-TRANSACTION.
           MOVE SPACES TO WS-ML-MESSAGE
           EVALUATE TRUE
               WHEN TRANS-IS-ADD
                   PERFORM 210-ADD-BUDGET
               WHEN TRANS-IS-CHANGE
                   PERFORM 220-CHANGE-BUDGET
               WHEN TRANS-IS-DELETE
                   PERFORM 230-DELETE-BUDGET
               WHEN OTHER
                   MOVE 'REJECTED - INVALID TRANSACTION CODE'
                        TO WS-ML-MESSAGE
           END-EVALUATE
           PERFORM 290-WRITE-LISTING-LINE.
       205-EDIT-TRANSACTION.
      *--- Full edit pass on every add and change. A budget of all
      *--- zeros is refused: a department with nothing planned for
      *--- the period should have no record, so its labor reports
      *--- as unbudgeted instead of a wall of overruns.
           PERFORM 206-EDIT-BUDGET-KEY
           IF WS-ML-MESSAGE = SPACES
               IF TRANS-BUDGET-HOURS IS NOT NUMERIC
                  OR TRANS-BUDGET-WAGES IS NOT NUMERIC
                  OR TRANS-BUDGET-EMPTAX IS NOT NUMERIC
                   MOVE 'REJECTED - BUDGET AMOUNT NOT NUMERIC'
                        TO WS-ML-MESSAGE
               END-IF
           END-IF
           IF WS-ML-MESSAGE = SPACES
               IF TRANS-BUDGET-HOURS = ZERO
                  AND TRANS-BUDGET-WAGES = ZERO
                  AND TRANS-BUDGET-EMPTAX = ZERO
                   MOVE 'REJECTED - BUDGET IS ALL ZERO'
                        TO WS-ML-MESSAGE
               END-IF
           END-IF.
       206-EDIT-BUDGET-KEY.
      *--- The key must name a real department and a period the
      *--- calendar could hold, or BUDVAR would never match it.
           MOVE TRANS-DEPT-CODE TO WS-DEPT-CHECK
           IF NOT DEPT-CODE-IS-VALID
               MOVE 'REJECTED - INVALID DEPARTMENT'
                    TO WS-ML-MESSAGE
           END-IF
           IF WS-ML-MESSAGE = SPACES
               IF TRANS-PERIOD-YEAR IS NOT NUMERIC
                  OR TRANS-PERIOD-NUMBER IS NOT NUMERIC
                   MOVE 'REJECTED - PERIOD KEY NOT NUMERIC'
                        TO WS-ML-MESSAGE
               ELSE
                   IF TRANS-PERIOD-NUMBER < 1
                      OR TRANS-PERIOD-NUMBER > 53
                       MOVE 'REJECTED - PERIOD NUMBER NOT 01-53'
                            TO WS-ML-MESSAGE
                   END-IF
               END-IF
           END-IF.
       210-ADD-BUDGET.
           PERFORM 205-EDIT-TRANSACTION
           IF WS-ML-MESSAGE = SPACES
               PERFORM 240-SET-BUDGET-KEY
               PERFORM 250-BUILD-BUDGET-RECORD
               WRITE LABOR-BUDGET-RECORD
                   INVALID KEY
                       MOVE 'REJECTED - BUDGET ALREADY ON FILE'
                            TO WS-ML-MESSAGE
                   NOT INVALID KEY
                       MOVE 'ADDED' TO WS-ML-MESSAGE
                       PERFORM 260-WRITE-AUDIT-IMAGES
               END-WRITE
           END-IF.
       220-CHANGE-BUDGET.
           PERFORM 205-EDIT-TRANSACTION
           IF WS-ML-MESSAGE = SPACES
               PERFORM 240-SET-BUDGET-KEY
               READ LABOR-BUDGETS
                   INVALID KEY
                       MOVE 'REJECTED - BUDGET NOT ON FILE'
                            TO WS-ML-MESSAGE
                   NOT INVALID KEY
                       PERFORM 255-SAVE-BEFORE-IMAGE
                       PERFORM 250-BUILD-BUDGET-RECORD
                       REWRITE LABOR-BUDGET-RECORD
                       MOVE 'CHANGED' TO WS-ML-MESSAGE
                       PERFORM 260-WRITE-AUDIT-IMAGES
               END-READ
           END-IF.
       230-DELETE-BUDGET.
           PERFORM 206-EDIT-BUDGET-KEY
           IF WS-ML-MESSAGE = SPACES
               PERFORM 240-SET-BUDGET-KEY
               READ LABOR-BUDGETS
                   INVALID KEY
                       MOVE 'REJECTED - BUDGET NOT ON FILE'
                            TO WS-ML-MESSAGE
                   NOT INVALID KEY
                       PERFORM 255-SAVE-BEFORE-IMAGE
                       DELETE LABOR-BUDGETS
                           INVALID KEY
                               MOVE 'REJECTED - BUDGET NOT ON FILE'
                                    TO WS-ML-MESSAGE
                           NOT INVALID KEY
                               MOVE 'DELETED' TO WS-ML-MESSAGE
                               PERFORM 260-WRITE-AUDIT-IMAGES
                       END-DELETE
               END-READ
           END-IF.
       240-SET-BUDGET-KEY.
           MOVE TRANS-DEPT-CODE TO LB-DEPT-CODE
           MOVE TRANS-PERIOD-YEAR TO LB-PERIOD-YEAR
           MOVE TRANS-PERIOD-NUMBER TO LB-PERIOD-NUMBER.
       250-BUILD-BUDGET-RECORD.
           MOVE TRANS-BUDGET-HOURS TO LB-BUDGET-HOURS
           MOVE TRANS-BUDGET-WAGES TO LB-BUDGET-WAGES
           MOVE TRANS-BUDGET-EMPTAX TO LB-BUDGET-EMPLOYER-TAX.
       255-SAVE-BEFORE-IMAGE.
           MOVE LB-BUDGET-HOURS TO WS-BEFORE-HOURS
           MOVE LB-BUDGET-WAGES TO WS-BEFORE-WAGES
           MOVE LB-BUDGET-EMPLOYER-TAX TO WS-BEFORE-EMPTAX.
       260-WRITE-AUDIT-IMAGES.
      *--- One line per accepted transaction proving to the auditors
      *--- what the plan said before and after each change. An add
      *--- has no before-image and a delete no after-image.
           MOVE SPACES TO MAINT-AUDIT-REC
           MOVE TRANS-CODE TO MA-TRANS-CODE-OUT
           MOVE LB-DEPT-CODE TO MA-DEPT-OUT
           MOVE LB-PERIOD-YEAR TO MA-YEAR-OUT
           MOVE LB-PERIOD-NUMBER TO MA-PERIOD-OUT
           IF TRANS-IS-ADD
               MOVE '(NEW)' TO MA-BEFORE-NOTE-OUT
           ELSE
               MOVE WS-BEFORE-HOURS TO MA-BEFORE-HOURS-OUT
               MOVE WS-BEFORE-WAGES TO MA-BEFORE-WAGES-OUT
               MOVE WS-BEFORE-EMPTAX TO MA-BEFORE-EMPTAX-OUT
           END-IF
           IF TRANS-IS-DELETE
               MOVE '(DELETED)' TO MA-AFTER-NOTE-OUT
           ELSE
               MOVE TRANS-BUDGET-HOURS TO MA-AFTER-HOURS-OUT
               MOVE TRANS-BUDGET-WAGES TO MA-AFTER-WAGES-OUT
               MOVE TRANS-BUDGET-EMPTAX TO MA-AFTER-EMPTAX-OUT
           END-IF
           WRITE MAINT-AUDIT-REC.
       290-WRITE-LISTING-LINE.
           MOVE SPACES TO MAINT-LISTING-REC
           MOVE TRANS-CODE TO ML-TRANS-CODE-OUT
           MOVE TRANS-DEPT-CODE TO ML-DEPT-OUT
           MOVE TRANS-PERIOD-YEAR-X TO ML-YEAR-OUT
           MOVE TRANS-PERIOD-NUMBER-X TO ML-PERIOD-OUT
           MOVE TRANS-BUDGET-HOURS-X TO ML-HOURS-OUT
           MOVE TRANS-BUDGET-WAGES-X TO ML-WAGES-OUT
           MOVE TRANS-BUDGET-EMPTAX-X TO ML-EMPTAX-OUT
           MOVE WS-ML-MESSAGE TO ML-MESSAGE-OUT
           WRITE MAINT-LISTING-REC.
