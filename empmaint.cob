      ******************************************************************
      * Maintenance program for the employee master file used by       *
      * SAMPLE. Applies add/change transactions and the status         *
      * transactions (terminate, leave of absence, return or rehire)   *
      * against the indexed master so roster and rate changes go       *
      * through a controlled process instead of hand-editing EMP-DAT   *
      * directly. Employees are never deleted: the year-to-date,       *
      * leave, bank and history files all refer back to the master. A  *
      * workers' compensation class code is required on every add and  *
      * may be changed on a change transaction, dated by its effective *
      * date; only classes on the rate table are accepted.             *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Input file names: `TRANS-DAT`, `COMPRATE-DAT`.
      * Master file name: `EMP-DAT`.
      * Output file names: `MAINT-PRT`, `MNTAUD-PRT`.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID-IN
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT COMP-RATE-FILE ASSIGN TO COMPRATE-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPRATE-STATUS.
           SELECT MAINT-LISTING ASSIGN TO MAINT-PRT.
           SELECT MAINT-AUDIT-LISTING ASSIGN TO MNTAUD-PRT.
       DATA DIVISION.
               88  TRANS-IS-ADD              VALUE 'A'.
               88  TRANS-IS-CHANGE           VALUE 'C'.
               88  TRANS-IS-DELETE           VALUE 'D'.
               88  TRANS-IS-TERMINATE        VALUE 'T'.
               88  TRANS-IS-LEAVE            VALUE 'L'.
               88  TRANS-IS-RETURN           VALUE 'R'.
           05  TRANS-EMPLOYEE-ID     PICTURE X(5).
           05  TRANS-EMPLOYEE-NAME   PICTURE X(20).
           05  TRANS-DEPT-CODE       PICTURE X(3).
               10  TRANS-EFF-YEAR    PICTURE 9(4).
               10  TRANS-EFF-MONTH   PICTURE 9(2).
               10  TRANS-EFF-DAY     PICTURE 9(2).
      * Pay type and period salary: a blank pay type keys an hourly
      * employee, so decks punched before salaried pay still pass.
      * The salary is only read for a salaried employee.
           05  TRANS-PAY-TYPE        PICTURE X.
               88  TRANS-PAY-IS-HOURLY       VALUES 'H' SPACE.
               88  TRANS-PAY-IS-SALARIED     VALUE 'S'.
           05  TRANS-SALARY          PICTURE 9(3)V99.
      * Hire date on an add (zero takes the effective date); on a
      * change, zero leaves the master as it is. A status transaction
      * carries only the code, the ID and the effective date, which
      * is the last day worked on a T, the first day of the leave on
      * an L, and the day back or the rehire date on an R.
           05  TRANS-HIRE-DATE.
               10  TRANS-HIRE-YEAR   PICTURE 9(4).
               10  TRANS-HIRE-MONTH  PICTURE 9(2).
               10  TRANS-HIRE-DAY    PICTURE 9(2).
      * Workers' comp class: required on an add; on a change, blank
      * leaves the master as it is and a new class takes effect on
      * the effective date.
           05  TRANS-COMP-CLASS      PICTURE X(4).
       FD  EMPLOYEE-MASTER LABEL RECORDS ARE STANDARD.
           COPY EMPREC.
       FD  COMP-RATE-FILE LABEL RECORDS ARE STANDARD.
           COPY COMPRATE.
       FD  MAINT-LISTING LABEL RECORDS ARE STANDARD.
       01  MAINT-LISTING-REC.
           05  ML-TRANS-CODE-OUT     PICTURE X.
           05                        PICTURE X.
           05  MA-BEFORE-RATE-OUT    PICTURE 9.99.
           05                        PICTURE X.
           05  MA-BEFORE-TYPE-OUT    PICTURE X.
           05                        PICTURE X.
           05  MA-BEFORE-STATUS-OUT  PICTURE X.
           05                        PICTURE X.
           05  MA-BEFORE-SALARY-OUT  PICTURE X(6).
           05                        PICTURE X.
           05  MA-BEFORE-EFF-OUT     PICTURE X(8).
           05                        PICTURE X.
           05  MA-BEFORE-TERM-OUT    PICTURE X(8).
           05                        PICTURE X.
           05  MA-BEFORE-CLASS-OUT   PICTURE X(4).
           05                        PICTURE X(3).
           05  MA-AFTER-NAME-OUT     PICTURE X(20).
           05                        PICTURE X.
           05                        PICTURE X.
           05  MA-AFTER-RATE-OUT     PICTURE 9.99.
           05                        PICTURE X.
           05  MA-AFTER-TYPE-OUT     PICTURE X.
           05                        PICTURE X.
           05  MA-AFTER-STATUS-OUT   PICTURE X.
           05                        PICTURE X.
           05  MA-AFTER-SALARY-OUT   PICTURE X(6).
           05                        PICTURE X.
           05  MA-AFTER-EFF-OUT      PICTURE X(8).
           05                        PICTURE X.
           05  MA-AFTER-TERM-OUT     PICTURE X(8).
           05                        PICTURE X.
           05  MA-AFTER-CLASS-OUT    PICTURE X(4).
       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-TRANS      PICTURE XXX VALUE 'YES'.
       01  WS-MASTER-STATUS          PICTURE XX VALUE '00'.
       01  WS-COMPRATE-STATUS        PICTURE XX VALUE '00'.
       01  ARE-THERE-MORE-CLASSES    PICTURE XXX VALUE 'YES'.
      * The workers' comp classes on the rate table, loaded once.
       01  WS-CLASS-COUNT            PICTURE 9(3) VALUE ZERO.
       01  WS-CLASS-TABLE.
           05  WS-CLASS-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-CLASS-COUNT
                   INDEXED BY WS-CLASS-IDX.
               10  WS-CLASS-CODE     PICTURE X(4).
       01  WS-ML-MESSAGE             PICTURE X(30) VALUE SPACES.
       01  WS-ML-NAME                PICTURE X(20) VALUE SPACES.
      * Shop-set minimum hourly rate: a keyed rate below this is a
      * mispunch, not a pay decision, and is rejected at entry. The
      * rate fields throughout the system top out at 9.99, which is
           05  WS-BEFORE-DEPT        PICTURE X(3) VALUE SPACES.
           05  WS-BEFORE-RATE        PICTURE 9V99 VALUE ZERO.
           05  WS-BEFORE-EFFECTIVE   PICTURE 9(8) VALUE ZERO.
           05  WS-BEFORE-PAY-TYPE    PICTURE X VALUE SPACES.
           05  WS-BEFORE-SALARY      PICTURE 9(3)V99 VALUE ZERO.
           05  WS-BEFORE-TERM-DATE   PICTURE 9(8) VALUE ZERO.
           05  WS-BEFORE-STATUS      PICTURE X VALUE SPACES.
           05  WS-BEFORE-CLASS       PICTURE X(4) VALUE SPACES.
      * The salary as the audit line prints it; an hourly employee's
      * salary column is left blank.
       01  WS-SALARY-EDITED          PICTURE ZZ9.99.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 110-LOAD-CLASS-TABLE
           OPEN INPUT TRANSACTION-FILE
           OPEN I-O EMPLOYEE-MASTER
           IF WS-MASTER-STATUS = '35'
                 MAINT-LISTING
                 MAINT-AUDIT-LISTING
           STOP RUN.
       110-LOAD-CLASS-TABLE.
      *--- No rate table means no class is known, so every add and
      *--- every class change bounces until the table is loaded;
      *--- changes that leave the class alone still go through.
           OPEN INPUT COMP-RATE-FILE
           IF WS-COMPRATE-STATUS NOT = '00'
               DISPLAY 'EMPMAINT - COMP RATE TABLE NOT FOUND - CLASS '
                       'CODES WILL REJECT'
           ELSE
               PERFORM UNTIL ARE-THERE-MORE-CLASSES = 'NO '
                   READ COMP-RATE-FILE
                        AT END
                             MOVE 'NO ' TO ARE-THERE-MORE-CLASSES
                        NOT AT END
                             IF WS-CLASS-COUNT >= 200
                                 DISPLAY 'EMPMAINT ABEND - COMP RATE '
                                         'TABLE FULL'
                                 CLOSE COMP-RATE-FILE
                                 STOP RUN
                             END-IF
                             ADD 1 TO WS-CLASS-COUNT
                             MOVE CR-CLASS-CODE
                                  TO WS-CLASS-CODE (WS-CLASS-COUNT)
                   END-READ
               END-PERFORM
               CLOSE COMP-RATE-FILE
           END-IF.
       200-APPLY-TRANSACTION.
           MOVE SPACES TO WS-ML-MESSAGE
           MOVE TRANS-EMPLOYEE-NAME TO WS-ML-NAME
           EVALUATE TRUE
               WHEN TRANS-IS-ADD
                   PERFORM 210-ADD-EMPLOYEE
               WHEN TRANS-IS-CHANGE
                   PERFORM 220-CHANGE-EMPLOYEE
               WHEN TRANS-IS-TERMINATE
               WHEN TRANS-IS-LEAVE
               WHEN TRANS-IS-RETURN
                   PERFORM 230-CHANGE-STATUS
      *--- A delete would orphan the employee's year-to-date, leave,
      *--- bank and history records; a leaver is keyed as a T.
               WHEN TRANS-IS-DELETE
                   MOVE 'REJECTED - USE T TO TERMINATE'
                        TO WS-ML-MESSAGE
               WHEN OTHER
                   MOVE 'REJECTED - INVALID TRANSACTION CODE'
                        TO WS-ML-MESSAGE
                        TO WS-ML-MESSAGE
               END-IF
           END-IF
           IF WS-ML-MESSAGE = SPACES
               IF NOT TRANS-PAY-IS-HOURLY
                  AND NOT TRANS-PAY-IS-SALARIED
                   MOVE 'REJECTED - PAY TYPE NOT H OR S'
                        TO WS-ML-MESSAGE
               END-IF
           END-IF
      *--- A salaried employee is paid the salary, not the rate, so
      *--- the rate minimum applies only to hourly pay; the salary
      *--- must be there instead.
           IF WS-ML-MESSAGE = SPACES
               IF TRANS-RATE IS NOT NUMERIC
                   MOVE 'REJECTED - RATE NOT NUMERIC'
                        TO WS-ML-MESSAGE
               ELSE
                   IF TRANS-PAY-IS-HOURLY
                      AND TRANS-RATE < WS-MINIMUM-RATE
                       MOVE 'REJECTED - RATE BELOW MINIMUM'
                            TO WS-ML-MESSAGE
                   END-IF
               END-IF
           END-IF
           IF WS-ML-MESSAGE = SPACES AND TRANS-PAY-IS-SALARIED
               IF TRANS-SALARY IS NOT NUMERIC
                   MOVE 'REJECTED - SALARY NOT NUMERIC'
                        TO WS-ML-MESSAGE
               ELSE
                   IF TRANS-SALARY = ZERO
                       MOVE 'REJECTED - SALARY ZERO'
                            TO WS-ML-MESSAGE
                   END-IF
               END-IF
           END-IF
           IF WS-ML-MESSAGE = SPACES
               IF TRANS-EFFECTIVE-DATE IS NOT NUMERIC
                  OR TRANS-EFF-MONTH < 1 OR TRANS-EFF-MONTH > 12
                   MOVE 'REJECTED - INVALID EFFECTIVE DATE'
                        TO WS-ML-MESSAGE
               END-IF
           END-IF
           IF WS-ML-MESSAGE = SPACES
               IF TRANS-HIRE-DATE IS NOT NUMERIC
                   MOVE 'REJECTED - INVALID HIRE DATE'
                        TO WS-ML-MESSAGE
               ELSE
                   IF TRANS-HIRE-DATE NOT = ZERO
                      AND (TRANS-HIRE-MONTH < 1
                           OR TRANS-HIRE-MONTH > 12
                           OR TRANS-HIRE-DAY < 1
                           OR TRANS-HIRE-DAY > 31)
                       MOVE 'REJECTED - INVALID HIRE DATE'
                            TO WS-ML-MESSAGE
                   END-IF
               END-IF
           END-IF
      *--- Every employee is rated under some class; the premium
      *--- report cannot bill payroll that belongs to none.
           IF WS-ML-MESSAGE = SPACES
               IF TRANS-COMP-CLASS = SPACES
                   IF TRANS-IS-ADD
                       MOVE 'REJECTED - COMP CLASS BLANK'
                            TO WS-ML-MESSAGE
                   END-IF
               ELSE
                   SET WS-CLASS-IDX TO 1
                   SEARCH WS-CLASS-ENTRY
                       AT END
                           MOVE 'REJECTED - UNKNOWN COMP CLASS'
                                TO WS-ML-MESSAGE
                       WHEN WS-CLASS-CODE (WS-CLASS-IDX)
                            = TRANS-COMP-CLASS
                           CONTINUE
                   END-SEARCH
               END-IF
           END-IF.
       210-ADD-EMPLOYEE.
           PERFORM 205-EDIT-TRANSACTION
      *--- rate as the prior rate too so any period pays at it.
               MOVE TRANS-RATE TO PRIOR-RATE-IN
               MOVE TRANS-EFFECTIVE-DATE TO PRIOR-RATE-DATE-IN
               MOVE TRANS-PAY-TYPE TO PAY-TYPE-IN
                                      PRIOR-PAY-TYPE-IN
               MOVE TRANS-EFFECTIVE-DATE TO PAY-TYPE-DATE-IN
               IF TRANS-PAY-IS-SALARIED
                   MOVE TRANS-SALARY TO PERIOD-SALARY-IN
               ELSE
                   MOVE ZERO TO PERIOD-SALARY-IN
               END-IF
               MOVE PERIOD-SALARY-IN TO PRIOR-SALARY-IN
               MOVE TRANS-EFFECTIVE-DATE TO SALARY-EFFECTIVE-IN
               MOVE TRANS-EFFECTIVE-DATE TO PRIOR-SALARY-DATE-IN
               IF TRANS-HIRE-DATE = ZERO
                   MOVE TRANS-EFFECTIVE-DATE TO HIRE-DATE-IN
               ELSE
                   MOVE TRANS-HIRE-DATE TO HIRE-DATE-IN
               END-IF
               MOVE 'A' TO EMPLOYEE-STATUS-IN
               MOVE HIRE-DATE-IN TO STATUS-DATE-IN
               MOVE ZERO TO TERMINATION-DATE-IN
               MOVE ZERO TO REHIRE-DATE-IN
               MOVE ZERO TO PRIOR-TERM-DATE-IN
               MOVE TRANS-COMP-CLASS TO COMP-CLASS-IN
                                        PRIOR-COMP-CLASS-IN
               MOVE TRANS-EFFECTIVE-DATE TO COMP-CLASS-DATE-IN
                                            PRIOR-CLASS-DATE-IN
               WRITE EMPLOYEE-RECORD
                   INVALID KEY
                       MOVE 'REJECTED - ID ALREADY ON FILE'
                           MOVE TRANS-EFFECTIVE-DATE
                                TO RATE-EFFECTIVE-IN
                       END-IF
                       IF (TRANS-PAY-IS-SALARIED
                           AND NOT PAY-IS-SALARIED)
                          OR (TRANS-PAY-IS-HOURLY
                              AND NOT PAY-IS-HOURLY)
      *--- A change of pay basis is dated like a rate change: the
      *--- periods before the effective date stay on the old basis,
      *--- so a switch keyed ahead never pays an hourly week from a
      *--- salary that was not yet set, or the reverse.
                           MOVE PAY-TYPE-IN TO PRIOR-PAY-TYPE-IN
                           MOVE TRANS-EFFECTIVE-DATE
                                TO PAY-TYPE-DATE-IN
                       END-IF
                       MOVE TRANS-PAY-TYPE TO PAY-TYPE-IN
                       IF TRANS-PAY-IS-SALARIED
                          AND TRANS-SALARY NOT = PERIOD-SALARY-IN
      *--- A salary change is dated the same way as a rate change.
                           MOVE PERIOD-SALARY-IN TO PRIOR-SALARY-IN
                           MOVE SALARY-EFFECTIVE-IN
                                TO PRIOR-SALARY-DATE-IN
                           MOVE TRANS-SALARY TO PERIOD-SALARY-IN
                           MOVE TRANS-EFFECTIVE-DATE
                                TO SALARY-EFFECTIVE-IN
                       END-IF
                       IF TRANS-HIRE-DATE NOT = ZERO
                           MOVE TRANS-HIRE-DATE TO HIRE-DATE-IN
                       END-IF
                       PERFORM 225-CHANGE-COMP-CLASS
                       REWRITE EMPLOYEE-RECORD
                       MOVE 'CHANGED' TO WS-ML-MESSAGE
                       PERFORM 260-WRITE-AUDIT-IMAGES
               END-READ
           END-IF.
       225-CHANGE-COMP-CLASS.
      *--- A job change moves the outgoing class and its date to the
      *--- prior pair, as a rate change does, so the weeks before the
      *--- effective date stay under the old class. An employee
      *--- never classed has no old class to keep.
           IF TRANS-COMP-CLASS NOT = SPACES
              AND TRANS-COMP-CLASS NOT = COMP-CLASS-IN
               IF COMP-CLASS-IN = SPACES
                   MOVE TRANS-COMP-CLASS TO PRIOR-COMP-CLASS-IN
                   MOVE TRANS-EFFECTIVE-DATE TO PRIOR-CLASS-DATE-IN
               ELSE
                   MOVE COMP-CLASS-IN TO PRIOR-COMP-CLASS-IN
                   MOVE COMP-CLASS-DATE-IN TO PRIOR-CLASS-DATE-IN
               END-IF
               MOVE TRANS-COMP-CLASS TO COMP-CLASS-IN
               MOVE TRANS-EFFECTIVE-DATE TO COMP-CLASS-DATE-IN
           END-IF.
       230-CHANGE-STATUS.
      *--- Terminate, leave of absence and return or rehire. The
      *--- master stays on file through all of them; only the status
      *--- and its dates move, and the pay runs read those to decide
      *--- who is paid and when the final check is due.
           IF TRANS-EFFECTIVE-DATE IS NOT NUMERIC
              OR TRANS-EFF-MONTH < 1 OR TRANS-EFF-MONTH > 12
              OR TRANS-EFF-DAY < 1 OR TRANS-EFF-DAY > 31
               MOVE 'REJECTED - BAD EFFECTIVE DATE'
                    TO WS-ML-MESSAGE
           END-IF
           IF WS-ML-MESSAGE = SPACES
               MOVE TRANS-EMPLOYEE-ID TO EMPLOYEE-ID-IN
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE 'REJECTED - ID NOT ON FILE'
                            TO WS-ML-MESSAGE
                   NOT INVALID KEY
                       MOVE EMPLOYEE-NAME-IN TO WS-ML-NAME
                       PERFORM 235-EDIT-STATUS-CHANGE
                       IF WS-ML-MESSAGE = SPACES
                           PERFORM 250-SAVE-BEFORE-IMAGE
                           PERFORM 240-SET-STATUS
                           REWRITE EMPLOYEE-RECORD
                           PERFORM 260-WRITE-AUDIT-IMAGES
                       END-IF
               END-READ
           END-IF.
       235-EDIT-STATUS-CHANGE.
      *--- Only the moves that make sense from where the employee
      *--- stands: nobody is terminated twice or put on leave from
      *--- termination, and neither a last day nor the first day of
      *--- a leave can come before the day the employee started.
           EVALUATE TRUE
               WHEN TRANS-IS-TERMINATE
                   IF STATUS-IS-TERMINATED
                       MOVE 'REJECTED - ALREADY TERMINATED'
                            TO WS-ML-MESSAGE
                   ELSE
                       IF TRANS-EFFECTIVE-DATE < HIRE-DATE-IN
                          OR TRANS-EFFECTIVE-DATE < REHIRE-DATE-IN
                           MOVE 'REJECTED - BEFORE HIRE DATE'
                                TO WS-ML-MESSAGE
                       END-IF
                   END-IF
               WHEN TRANS-IS-LEAVE
                   IF NOT STATUS-IS-ACTIVE
                       MOVE 'REJECTED - NOT ACTIVE'
                            TO WS-ML-MESSAGE
                   ELSE
                       IF TRANS-EFFECTIVE-DATE < HIRE-DATE-IN
                          OR TRANS-EFFECTIVE-DATE < REHIRE-DATE-IN
                           MOVE 'REJECTED - BEFORE HIRE DATE'
                                TO WS-ML-MESSAGE
                       END-IF
                   END-IF
               WHEN TRANS-IS-RETURN
                   IF STATUS-IS-ACTIVE
                       MOVE 'REJECTED - ALREADY ACTIVE'
                            TO WS-ML-MESSAGE
                   ELSE
                       IF STATUS-IS-TERMINATED
                          AND TRANS-EFFECTIVE-DATE
                              NOT > TERMINATION-DATE-IN
                           MOVE 'REJECTED - NOT AFTER LAST DAY'
                                TO WS-ML-MESSAGE
                       END-IF
                   END-IF
           END-EVALUATE.
       240-SET-STATUS.
           EVALUATE TRUE
               WHEN TRANS-IS-TERMINATE
                   MOVE 'T' TO EMPLOYEE-STATUS-IN
                   MOVE TRANS-EFFECTIVE-DATE TO TERMINATION-DATE-IN
                   MOVE 'TERMINATED' TO WS-ML-MESSAGE
               WHEN TRANS-IS-LEAVE
                   MOVE 'L' TO EMPLOYEE-STATUS-IN
                   MOVE 'ON LEAVE' TO WS-ML-MESSAGE
               WHEN TRANS-IS-RETURN
      *--- A rehire starts a new stretch of service: the old last day
      *--- comes off so the pay runs carry the employee again, and
      *--- the rehire date is where the roster picks up. The old
      *--- last day is kept as the prior termination so HIRERPT can
      *--- still list it for its month.
                   IF STATUS-IS-TERMINATED
                       MOVE TRANS-EFFECTIVE-DATE TO REHIRE-DATE-IN
                       MOVE TERMINATION-DATE-IN TO PRIOR-TERM-DATE-IN
                       MOVE ZERO TO TERMINATION-DATE-IN
                       MOVE 'REHIRED' TO WS-ML-MESSAGE
                   ELSE
                       MOVE 'RETURNED FROM LEAVE' TO WS-ML-MESSAGE
                   END-IF
                   MOVE 'A' TO EMPLOYEE-STATUS-IN
           END-EVALUATE
           MOVE TRANS-EFFECTIVE-DATE TO STATUS-DATE-IN.
       250-SAVE-BEFORE-IMAGE.
           MOVE EMPLOYEE-NAME-IN TO WS-BEFORE-NAME
           MOVE DEPT-CODE-IN TO WS-BEFORE-DEPT
           MOVE HOURLY-RATE-IN TO WS-BEFORE-RATE
           MOVE RATE-EFFECTIVE-IN TO WS-BEFORE-EFFECTIVE
           MOVE PAY-TYPE-IN TO WS-BEFORE-PAY-TYPE
           MOVE PERIOD-SALARY-IN TO WS-BEFORE-SALARY
           MOVE TERMINATION-DATE-IN TO WS-BEFORE-TERM-DATE
           MOVE EMPLOYEE-STATUS-IN TO WS-BEFORE-STATUS
           MOVE COMP-CLASS-IN TO WS-BEFORE-CLASS.
       260-WRITE-AUDIT-IMAGES.
      *--- One line per accepted transaction proving to the auditors
      *--- who was touched and what the old values were. An add has
      *--- no before-image; the after-image is the master as written.
           MOVE SPACES TO MAINT-AUDIT-REC
           MOVE TRANS-CODE TO MA-TRANS-CODE-OUT
           MOVE TRANS-EMPLOYEE-ID TO MA-ID-OUT
               MOVE WS-BEFORE-DEPT TO MA-BEFORE-DEPT-OUT
               MOVE WS-BEFORE-RATE TO MA-BEFORE-RATE-OUT
               MOVE WS-BEFORE-EFFECTIVE TO MA-BEFORE-EFF-OUT
               MOVE WS-BEFORE-PAY-TYPE TO MA-BEFORE-TYPE-OUT
               MOVE WS-BEFORE-STATUS TO MA-BEFORE-STATUS-OUT
               IF WS-BEFORE-PAY-TYPE = 'S'
                   MOVE WS-BEFORE-SALARY TO WS-SALARY-EDITED
                   MOVE WS-SALARY-EDITED TO MA-BEFORE-SALARY-OUT
               END-IF
               IF WS-BEFORE-TERM-DATE NOT = ZERO
                   MOVE WS-BEFORE-TERM-DATE TO MA-BEFORE-TERM-OUT
               END-IF
               MOVE WS-BEFORE-CLASS TO MA-BEFORE-CLASS-OUT
           END-IF
           MOVE EMPLOYEE-NAME-IN TO MA-AFTER-NAME-OUT
           MOVE DEPT-CODE-IN TO MA-AFTER-DEPT-OUT
           MOVE HOURLY-RATE-IN TO MA-AFTER-RATE-OUT
           MOVE RATE-EFFECTIVE-IN TO MA-AFTER-EFF-OUT
           MOVE PAY-TYPE-IN TO MA-AFTER-TYPE-OUT
           MOVE EMPLOYEE-STATUS-IN TO MA-AFTER-STATUS-OUT
           IF PAY-IS-SALARIED
               MOVE PERIOD-SALARY-IN TO WS-SALARY-EDITED
               MOVE WS-SALARY-EDITED TO MA-AFTER-SALARY-OUT
           END-IF
           IF TERMINATION-DATE-IN NOT = ZERO
               MOVE TERMINATION-DATE-IN TO MA-AFTER-TERM-OUT
           END-IF
           MOVE COMP-CLASS-IN TO MA-AFTER-CLASS-OUT
           WRITE MAINT-AUDIT-REC.
       290-WRITE-LISTING-LINE.
           MOVE SPACES TO MAINT-LISTING-REC
           MOVE TRANS-CODE TO ML-TRANS-CODE-OUT
           MOVE TRANS-EMPLOYEE-ID TO ML-ID-OUT
           MOVE WS-ML-NAME TO ML-NAME-OUT
           MOVE WS-ML-MESSAGE TO ML-MESSAGE-OUT
           WRITE MAINT-LISTING-REC.
