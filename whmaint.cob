      ******************************************************************
      * Maintenance program for the withholding profile master used  *
      * by SAMPLE and OFFCYC. Applies add/change/delete transactions *
      * against the indexed profile file - one record per employee,  *
      * keyed by employee ID - so a new or changed W-4 (filing       *
      * status, allowances, extra withholding) or a move to another  *
      * work state goes through a controlled process with edits and  *
      * a before/after audit listing, the same way EMPMAINT controls *
      * the employee master. Deleting a profile puts the employee    *
      * back on the no-W-4 default (single, no allowances).          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Input file name: `WHTRANS-DAT`.
      * Master file name: `WHPROF-DAT`.
      * Output file names: `WHM-PRT`, `WHAUD-PRT`.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO WHTRANS-DAT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WITHHOLDING-PROFILES ASSIGN TO WHPROF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WP-EMPLOYEE-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MAINT-LISTING ASSIGN TO WHM-PRT.
           SELECT MAINT-AUDIT-LISTING ASSIGN TO WHAUD-PRT.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-REC.
           05  TRANS-CODE            PICTURE X.
               88  TRANS-IS-ADD              VALUE 'A'.
               88  TRANS-IS-CHANGE           VALUE 'C'.
               88  TRANS-IS-DELETE           VALUE 'D'.
           05  TRANS-EMPLOYEE-ID     PICTURE X(5).
           05  TRANS-FILING-STATUS   PICTURE X.
           05  TRANS-ALLOWANCES      PICTURE 9(2).
           05  TRANS-EXTRA-WH        PICTURE 9(3)V99.
           05  TRANS-WORK-STATE      PICTURE X(2).
           05  TRANS-EFFECTIVE-DATE.
               10  TRANS-EFF-YEAR    PICTURE 9(4).
               10  TRANS-EFF-MONTH   PICTURE 9(2).
               10  TRANS-EFF-DAY     PICTURE 9(2).
       FD  WITHHOLDING-PROFILES LABEL RECORDS ARE STANDARD.
           COPY WHPROF.
       FD  MAINT-LISTING LABEL RECORDS ARE STANDARD.
       01  MAINT-LISTING-REC.
           05  ML-TRANS-CODE-OUT     PICTURE X.
           05                        PICTURE X(2).
           05  ML-ID-OUT             PICTURE X(5).
           05                        PICTURE X(2).
           05  ML-STATUS-OUT         PICTURE X.
           05                        PICTURE X(2).
           05  ML-STATE-OUT          PICTURE X(2).
           05                        PICTURE X(2).
           05  ML-MESSAGE-OUT        PICTURE X(40).
       FD  MAINT-AUDIT-LISTING LABEL RECORDS ARE STANDARD.
       01  MAINT-AUDIT-REC.
           05  MA-TRANS-CODE-OUT     PICTURE X.
           05                        PICTURE X(2).
           05  MA-ID-OUT             PICTURE X(5).
           05                        PICTURE X(2).
           05  MA-BEFORE-STATUS-OUT  PICTURE X(5).
           05                        PICTURE X.
           05  MA-BEFORE-ALLOW-OUT   PICTURE X(2).
           05                        PICTURE X.
           05  MA-BEFORE-EXTRA-OUT   PICTURE X(6).
           05                        PICTURE X.
           05  MA-BEFORE-STATE-OUT   PICTURE X(2).
           05                        PICTURE X.
           05  MA-BEFORE-EFF-OUT     PICTURE X(8).
           05                        PICTURE X(3).
           05  MA-AFTER-STATUS-OUT   PICTURE X(9).
           05                        PICTURE X.
           05  MA-AFTER-ALLOW-OUT    PICTURE X(2).
           05                        PICTURE X.
           05  MA-AFTER-EXTRA-OUT    PICTURE X(6).
           05                        PICTURE X.
           05  MA-AFTER-STATE-OUT    PICTURE X(2).
           05                        PICTURE X.
           05  MA-AFTER-EFF-OUT      PICTURE X(8).
       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-TRANS      PICTURE XXX VALUE 'YES'.
       01  WS-MASTER-STATUS          PICTURE XX VALUE '00'.
       01  WS-ML-MESSAGE             PICTURE X(40) VALUE SPACES.
       01  WS-FILING-CHECK           PICTURE X VALUE SPACE.
           88  FILING-CODE-IS-VALID         VALUES 'S' 'M' 'H'.
      * Valid work-state list: the states the shop has people working
      * in. Extend the VALUE list (and load that state's brackets into
      * TAXTBL-DAT) when the shop starts work in a new state.
       01  WS-STATE-CHECK            PICTURE X(2) VALUE SPACES.
           88  WORK-STATE-IS-VALID          VALUES 'IL' 'IN' 'IA'
                                                   'MI' 'MO' 'OH'
                                                   'WI'.
      * Shop-set ceiling on allowances: more than this on a W-4 is
      * a keying error or a form the office must look at by hand.
       01  WS-MAXIMUM-ALLOWANCES     PICTURE 9(2) VALUE 15.
       01  WS-EXTRA-EDITED           PICTURE 999.99 VALUE ZERO.
       01  WS-BEFORE-IMAGE.
           05  WS-BEFORE-STATUS      PICTURE X VALUE SPACE.
           05  WS-BEFORE-ALLOWANCES  PICTURE 9(2) VALUE ZERO.
           05  WS-BEFORE-EXTRA       PICTURE 9(3)V99 VALUE ZERO.
           05  WS-BEFORE-STATE       PICTURE X(2) VALUE SPACES.
           05  WS-BEFORE-EFFECTIVE   PICTURE 9(8) VALUE ZERO.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN INPUT TRANSACTION-FILE
           OPEN I-O WITHHOLDING-PROFILES
           IF WS-MASTER-STATUS = '35'
               CLOSE WITHHOLDING-PROFILES
               OPEN OUTPUT WITHHOLDING-PROFILES
               CLOSE WITHHOLDING-PROFILES
               OPEN I-O WITHHOLDING-PROFILES
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
                 WITHHOLDING-PROFILES
                 MAINT-LISTING
                 MAINT-AUDIT-LISTING
           STOP RUN.
       200-APPLY-TRANSACTION.
           MOVE SPACES TO WS-ML-MESSAGE
           EVALUATE TRUE
               WHEN TRANS-IS-ADD
                   PERFORM 210-ADD-PROFILE
               WHEN TRANS-IS-CHANGE
                   PERFORM 220-CHANGE-PROFILE
               WHEN TRANS-IS-DELETE
                   PERFORM 230-DELETE-PROFILE
               WHEN OTHER
                   MOVE 'REJECTED - INVALID TRANSACTION CODE'
                        TO WS-ML-MESSAGE
           END-EVALUATE
           PERFORM 290-WRITE-LISTING-LINE.
       205-EDIT-TRANSACTION.
      *--- Full edit pass on every add and change: a filing status or
      *--- state nobody has, or an extra amount keyed in the wrong
      *--- columns, must bounce here with a reason, not surface as a
      *--- wrong withholding on every check until someone complains.
           MOVE TRANS-FILING-STATUS TO WS-FILING-CHECK
           IF NOT FILING-CODE-IS-VALID
               MOVE 'REJECTED - FILING STATUS NOT S, M OR H'
                    TO WS-ML-MESSAGE
           END-IF
           IF WS-ML-MESSAGE = SPACES
               IF TRANS-ALLOWANCES IS NOT NUMERIC
                   MOVE 'REJECTED - ALLOWANCES NOT NUMERIC'
                        TO WS-ML-MESSAGE
               ELSE
                   IF TRANS-ALLOWANCES > WS-MAXIMUM-ALLOWANCES
                       MOVE 'REJECTED - ALLOWANCES OVER MAXIMUM'
                            TO WS-ML-MESSAGE
                   END-IF
               END-IF
           END-IF
           IF WS-ML-MESSAGE = SPACES
               IF TRANS-EXTRA-WH IS NOT NUMERIC
                   MOVE 'REJECTED - EXTRA WITHHOLDING NOT NUMERIC'
                        TO WS-ML-MESSAGE
               END-IF
           END-IF
           IF WS-ML-MESSAGE = SPACES
               MOVE TRANS-WORK-STATE TO WS-STATE-CHECK
               IF NOT WORK-STATE-IS-VALID
                   MOVE 'REJECTED - INVALID WORK STATE'
                        TO WS-ML-MESSAGE
               END-IF
           END-IF
           IF WS-ML-MESSAGE = SPACES
               IF TRANS-EFFECTIVE-DATE IS NOT NUMERIC
                  OR TRANS-EFF-MONTH < 1 OR TRANS-EFF-MONTH > 12
                  OR TRANS-EFF-DAY < 1 OR TRANS-EFF-DAY > 31
                   MOVE 'REJECTED - INVALID EFFECTIVE DATE'
                        TO WS-ML-MESSAGE
               END-IF
           END-IF.
       210-ADD-PROFILE.
           PERFORM 205-EDIT-TRANSACTION
           IF WS-ML-MESSAGE = SPACES
               PERFORM 250-BUILD-PROFILE-RECORD
               WRITE WITHHOLDING-PROFILE-RECORD
                   INVALID KEY
                       MOVE 'REJECTED - PROFILE ALREADY ON FILE'
                            TO WS-ML-MESSAGE
                   NOT INVALID KEY
                       MOVE 'ADDED' TO WS-ML-MESSAGE
                       PERFORM 260-WRITE-AUDIT-IMAGES
               END-WRITE
           END-IF.
       220-CHANGE-PROFILE.
           PERFORM 205-EDIT-TRANSACTION
           IF WS-ML-MESSAGE = SPACES
               MOVE TRANS-EMPLOYEE-ID TO WP-EMPLOYEE-ID
               READ WITHHOLDING-PROFILES
                   INVALID KEY
                       MOVE 'REJECTED - PROFILE NOT ON FILE'
                            TO WS-ML-MESSAGE
                   NOT INVALID KEY
                       PERFORM 255-SAVE-BEFORE-IMAGE
                       PERFORM 250-BUILD-PROFILE-RECORD
                       REWRITE WITHHOLDING-PROFILE-RECORD
                       MOVE 'CHANGED' TO WS-ML-MESSAGE
                       PERFORM 260-WRITE-AUDIT-IMAGES
               END-READ
           END-IF.
       230-DELETE-PROFILE.
           MOVE TRANS-EMPLOYEE-ID TO WP-EMPLOYEE-ID
           READ WITHHOLDING-PROFILES
               INVALID KEY
                   MOVE 'REJECTED - PROFILE NOT ON FILE'
                        TO WS-ML-MESSAGE
               NOT INVALID KEY
                   PERFORM 255-SAVE-BEFORE-IMAGE
                   DELETE WITHHOLDING-PROFILES
                       INVALID KEY
                           MOVE 'REJECTED - PROFILE NOT ON FILE'
                                TO WS-ML-MESSAGE
                       NOT INVALID KEY
                           MOVE 'DELETED' TO WS-ML-MESSAGE
                           PERFORM 260-WRITE-AUDIT-IMAGES
                   END-DELETE
           END-READ.
       250-BUILD-PROFILE-RECORD.
           MOVE TRANS-EMPLOYEE-ID TO WP-EMPLOYEE-ID
           MOVE TRANS-FILING-STATUS TO WP-FILING-STATUS
           MOVE TRANS-ALLOWANCES TO WP-ALLOWANCES
           MOVE TRANS-EXTRA-WH TO WP-EXTRA-WITHHOLDING
           MOVE TRANS-WORK-STATE TO WP-WORK-STATE
           MOVE TRANS-EFFECTIVE-DATE TO WP-EFFECTIVE-DATE.
       255-SAVE-BEFORE-IMAGE.
           MOVE WP-FILING-STATUS TO WS-BEFORE-STATUS
           MOVE WP-ALLOWANCES TO WS-BEFORE-ALLOWANCES
           MOVE WP-EXTRA-WITHHOLDING TO WS-BEFORE-EXTRA
           MOVE WP-WORK-STATE TO WS-BEFORE-STATE
           MOVE WP-EFFECTIVE-DATE TO WS-BEFORE-EFFECTIVE.
       260-WRITE-AUDIT-IMAGES.
      *--- One line per accepted transaction proving to the auditors
      *--- whose withholding was touched and what the old W-4 said.
      *--- An add has no before-image and a delete no after-image.
           MOVE SPACES TO MAINT-AUDIT-REC
           MOVE TRANS-CODE TO MA-TRANS-CODE-OUT
           MOVE TRANS-EMPLOYEE-ID TO MA-ID-OUT
           IF TRANS-IS-ADD
               MOVE '(NEW)' TO MA-BEFORE-STATUS-OUT
           ELSE
               MOVE WS-BEFORE-STATUS TO MA-BEFORE-STATUS-OUT
               MOVE WS-BEFORE-ALLOWANCES TO MA-BEFORE-ALLOW-OUT
               MOVE WS-BEFORE-EXTRA TO WS-EXTRA-EDITED
               MOVE WS-EXTRA-EDITED TO MA-BEFORE-EXTRA-OUT
               MOVE WS-BEFORE-STATE TO MA-BEFORE-STATE-OUT
               MOVE WS-BEFORE-EFFECTIVE TO MA-BEFORE-EFF-OUT
           END-IF
           IF TRANS-IS-DELETE
               MOVE '(DELETED)' TO MA-AFTER-STATUS-OUT
           ELSE
               MOVE TRANS-FILING-STATUS TO MA-AFTER-STATUS-OUT
               MOVE TRANS-ALLOWANCES TO MA-AFTER-ALLOW-OUT
               MOVE TRANS-EXTRA-WH TO WS-EXTRA-EDITED
               MOVE WS-EXTRA-EDITED TO MA-AFTER-EXTRA-OUT
               MOVE TRANS-WORK-STATE TO MA-AFTER-STATE-OUT
               MOVE TRANS-EFFECTIVE-DATE TO MA-AFTER-EFF-OUT
           END-IF
           WRITE MAINT-AUDIT-REC.
       290-WRITE-LISTING-LINE.
           MOVE SPACES TO MAINT-LISTING-REC
           MOVE TRANS-CODE TO ML-TRANS-CODE-OUT
           MOVE TRANS-EMPLOYEE-ID TO ML-ID-OUT
           MOVE TRANS-FILING-STATUS TO ML-STATUS-OUT
           MOVE TRANS-WORK-STATE TO ML-STATE-OUT
           MOVE WS-ML-MESSAGE TO ML-MESSAGE-OUT
           WRITE MAINT-LISTING-REC.
