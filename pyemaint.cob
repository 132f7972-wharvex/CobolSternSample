      ******************************************************************
      * Maintenance program for the deduction payee master used by    *
      * REMIT. Applies add/change/delete transactions against the     *
      * indexed payee file so the party paid for each deduction code  *
      * - the insurance carrier, the savings plan trustee, the union, *
      * the charity - and the agency and court case number on each    *
      * garnishment order go through a controlled process with edits  *
      * and an audit listing, the same way DEDMAINT controls the      *
      * elections themselves. A garnishment payee is keyed to its     *
      * election (employee ID plus priority) and must match a GRN     *
      * election on file; every other code has one payee, keyed by    *
      * the code alone.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PYEMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Input file names: `PAYEETRN-DAT`, `DEDELECT-DAT`.
      * Master file name: `DEDPAYEE-DAT`.
      * Output file names: `PYEM-PRT`, `PYEAUD-PRT`.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO PAYEETRN-DAT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEDUCTION-PAYEES ASSIGN TO DEDPAYEE-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-PAYEE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT DEDUCTION-ELECTIONS ASSIGN TO DEDELECT-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-ELECTION-KEY
               FILE STATUS IS WS-DEDELECT-STATUS.
           SELECT MAINT-LISTING ASSIGN TO PYEM-PRT.
           SELECT MAINT-AUDIT-LISTING ASSIGN TO PYEAUD-PRT.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-REC.
           05  TRANS-CODE            PICTURE X.
               88  TRANS-IS-ADD              VALUE 'A'.
               88  TRANS-IS-CHANGE           VALUE 'C'.
               88  TRANS-IS-DELETE           VALUE 'D'.
           05  TRANS-DEDUCTION-CODE  PICTURE X(3).
               88  TRANS-IS-GARNISHMENT      VALUE 'GRN'.
           05  TRANS-EMPLOYEE-ID     PICTURE X(5).
           05  TRANS-PRIORITY-X      PICTURE X(2).
           05  TRANS-PRIORITY REDEFINES TRANS-PRIORITY-X
                                     PICTURE 9(2).
           05  TRANS-VENDOR-NUMBER   PICTURE X(6).
           05  TRANS-PAYEE-NAME      PICTURE X(30).
           05  TRANS-CASE-NUMBER     PICTURE X(15).
       FD  DEDUCTION-PAYEES LABEL RECORDS ARE STANDARD.
           COPY DEDPAYEE.
       FD  DEDUCTION-ELECTIONS LABEL RECORDS ARE STANDARD.
           COPY DEDELECT.
       FD  MAINT-LISTING LABEL RECORDS ARE STANDARD.
       01  MAINT-LISTING-REC.
           05  ML-TRANS-CODE-OUT     PICTURE X.
           05                        PICTURE X(2).
           05  ML-DED-CODE-OUT       PICTURE X(3).
           05                        PICTURE X(2).
           05  ML-ID-OUT             PICTURE X(5).
           05                        PICTURE X(2).
           05  ML-PRIORITY-OUT       PICTURE X(2).
           05                        PICTURE X(2).
           05  ML-VENDOR-OUT         PICTURE X(6).
           05                        PICTURE X(2).
           05  ML-MESSAGE-OUT        PICTURE X(40).
       FD  MAINT-AUDIT-LISTING LABEL RECORDS ARE STANDARD.
       01  MAINT-AUDIT-REC.
           05  MA-TRANS-CODE-OUT     PICTURE X.
           05                        PICTURE X(2).
           05  MA-DED-CODE-OUT       PICTURE X(3).
           05                        PICTURE X.
           05  MA-ID-OUT             PICTURE X(5).
           05                        PICTURE X.
           05  MA-PRIORITY-OUT       PICTURE X(2).
           05                        PICTURE X(2).
           05  MA-BEFORE-VENDOR-OUT  PICTURE X(6).
           05                        PICTURE X.
           05  MA-BEFORE-NAME-OUT    PICTURE X(20).
           05                        PICTURE X.
           05  MA-BEFORE-CASE-OUT    PICTURE X(15).
           05                        PICTURE X(3).
           05  MA-AFTER-VENDOR-OUT   PICTURE X(9).
           05                        PICTURE X.
           05  MA-AFTER-NAME-OUT     PICTURE X(20).
           05                        PICTURE X.
           05  MA-AFTER-CASE-OUT     PICTURE X(15).
       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-TRANS      PICTURE XXX VALUE 'YES'.
       01  WS-MASTER-STATUS          PICTURE XX VALUE '00'.
       01  WS-DEDELECT-STATUS        PICTURE XX VALUE '00'.
       01  WS-ELECTIONS-SWITCH       PICTURE X VALUE 'N'.
           88  ELECTIONS-FILE-ON-HAND       VALUE 'Y'.
       01  WS-ML-MESSAGE             PICTURE X(40) VALUE SPACES.
       01  WS-CODE-CHECK             PICTURE X(3) VALUE SPACES.
           88  DED-CODE-IS-VALID            VALUES 'GRN' 'INS' 'SAV'
                                                   'UNI' 'CHR'.
       01  WS-BEFORE-IMAGE.
           05  WS-BEFORE-VENDOR      PICTURE X(6) VALUE SPACES.
           05  WS-BEFORE-NAME        PICTURE X(30) VALUE SPACES.
           05  WS-BEFORE-CASE        PICTURE X(15) VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN INPUT TRANSACTION-FILE
           OPEN I-O DEDUCTION-PAYEES
           IF WS-MASTER-STATUS = '35'
               CLOSE DEDUCTION-PAYEES
               OPEN OUTPUT DEDUCTION-PAYEES
               CLOSE DEDUCTION-PAYEES
               OPEN I-O DEDUCTION-PAYEES
           END-IF
           OPEN INPUT DEDUCTION-ELECTIONS
           IF WS-DEDELECT-STATUS = '35'
      *--- With no elections on file there is no garnishment order a
      *--- payee could be keyed to; GRN adds are refused below.
               DISPLAY 'PYEMAINT - DEDUCTION ELECTIONS NOT FOUND - '
                       'GARNISHMENT PAYEES CANNOT BE ADDED'
           ELSE
               MOVE 'Y' TO WS-ELECTIONS-SWITCH
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
                 DEDUCTION-PAYEES
                 MAINT-LISTING
                 MAINT-AUDIT-LISTING
           IF ELECTIONS-FILE-ON-HAND
               CLOSE DEDUCTION-ELECTIONS
           END-IF
           STOP RUN.
       200-APPLY-TRANSACTION.
           MOVE SPACES TO WS-ML-MESSAGE
           EVALUATE TRUE
               WHEN TRANS-IS-ADD
                   PERFORM 210-ADD-PAYEE
               WHEN TRANS-IS-CHANGE
                   PERFORM 220-CHANGE-PAYEE
               WHEN TRANS-IS-DELETE
                   PERFORM 230-DELETE-PAYEE
               WHEN OTHER
                   MOVE 'REJECTED - INVALID TRANSACTION CODE'
                        TO WS-ML-MESSAGE
           END-EVALUATE
           PERFORM 290-WRITE-LISTING-LINE.
       205-EDIT-TRANSACTION.
      *--- Full edit pass on every add and change: a payee with no
      *--- vendor number can never be vouchered, and a garnishment
      *--- with no case number is money the agency cannot apply.
           PERFORM 206-EDIT-PAYEE-KEY
           IF WS-ML-MESSAGE = SPACES
               IF TRANS-VENDOR-NUMBER = SPACES
                   MOVE 'REJECTED - VENDOR NUMBER MISSING'
                        TO WS-ML-MESSAGE
               END-IF
           END-IF
           IF WS-ML-MESSAGE = SPACES
               IF TRANS-PAYEE-NAME = SPACES
                   MOVE 'REJECTED - PAYEE NAME MISSING'
                        TO WS-ML-MESSAGE
               END-IF
           END-IF
           IF WS-ML-MESSAGE = SPACES
               IF TRANS-IS-GARNISHMENT
                   IF TRANS-CASE-NUMBER = SPACES
                       MOVE 'REJECTED - CASE NUMBER MISSING'
                            TO WS-ML-MESSAGE
                   END-IF
               ELSE
                   IF TRANS-CASE-NUMBER NOT = SPACES
                       MOVE 'REJECTED - CASE NUMBER ONLY FOR GRN'
                            TO WS-ML-MESSAGE
                   END-IF
               END-IF
           END-IF.
       206-EDIT-PAYEE-KEY.
      *--- A garnishment payee belongs to one order: employee ID and
      *--- a priority 01-05. Every other code is paid to one party
      *--- for the whole shop, so its key carries no employee.
           MOVE TRANS-DEDUCTION-CODE TO WS-CODE-CHECK
           IF NOT DED-CODE-IS-VALID
               MOVE 'REJECTED - INVALID DEDUCTION CODE'
                    TO WS-ML-MESSAGE
           END-IF
           IF WS-ML-MESSAGE = SPACES
               IF TRANS-IS-GARNISHMENT
                   IF TRANS-EMPLOYEE-ID = SPACES
                       MOVE 'REJECTED - GRN NEEDS EMPLOYEE ID'
                            TO WS-ML-MESSAGE
                   ELSE
                       IF TRANS-PRIORITY-X IS NOT NUMERIC
                          OR TRANS-PRIORITY < 1 OR TRANS-PRIORITY > 5
                           MOVE 'REJECTED - PRIORITY NOT 01-05'
                                TO WS-ML-MESSAGE
                       END-IF
                   END-IF
               ELSE
                   IF TRANS-EMPLOYEE-ID NOT = SPACES
                      OR (TRANS-PRIORITY-X NOT = SPACES
                          AND TRANS-PRIORITY-X NOT = '00')
                       MOVE 'REJECTED - ONLY GRN IS BY EMPLOYEE'
                            TO WS-ML-MESSAGE
                   END-IF
               END-IF
           END-IF.
       207-CHECK-GARNISHMENT-ORDER.
      *--- The order being added must be on the elections master as
      *--- a GRN election, or REMIT would never find money for it.
           IF NOT ELECTIONS-FILE-ON-HAND
               MOVE 'REJECTED - NO GRN ELECTION ON FILE'
                    TO WS-ML-MESSAGE
           ELSE
               MOVE TRANS-EMPLOYEE-ID TO DE-EMPLOYEE-ID
               MOVE TRANS-PRIORITY TO DE-PRIORITY
               READ DEDUCTION-ELECTIONS
                   INVALID KEY
                       MOVE 'REJECTED - NO GRN ELECTION ON FILE'
                            TO WS-ML-MESSAGE
                   NOT INVALID KEY
                       IF DE-DEDUCTION-CODE NOT = 'GRN'
                           MOVE 'REJECTED - ELECTION IS NOT GRN'
                                TO WS-ML-MESSAGE
                       END-IF
               END-READ
           END-IF.
       210-ADD-PAYEE.
           PERFORM 205-EDIT-TRANSACTION
           IF WS-ML-MESSAGE = SPACES
               IF TRANS-IS-GARNISHMENT
                   PERFORM 207-CHECK-GARNISHMENT-ORDER
               END-IF
           END-IF
           IF WS-ML-MESSAGE = SPACES
               PERFORM 240-SET-PAYEE-KEY
               PERFORM 250-BUILD-PAYEE-RECORD
               WRITE DEDUCTION-PAYEE-RECORD
                   INVALID KEY
                       MOVE 'REJECTED - PAYEE ALREADY ON FILE'
                            TO WS-ML-MESSAGE
                   NOT INVALID KEY
                       MOVE 'ADDED' TO WS-ML-MESSAGE
                       PERFORM 260-WRITE-AUDIT-IMAGES
               END-WRITE
           END-IF.
       220-CHANGE-PAYEE.
           PERFORM 205-EDIT-TRANSACTION
           IF WS-ML-MESSAGE = SPACES
               PERFORM 240-SET-PAYEE-KEY
               READ DEDUCTION-PAYEES
                   INVALID KEY
                       MOVE 'REJECTED - PAYEE NOT ON FILE'
                            TO WS-ML-MESSAGE
                   NOT INVALID KEY
                       PERFORM 255-SAVE-BEFORE-IMAGE
                       PERFORM 250-BUILD-PAYEE-RECORD
                       REWRITE DEDUCTION-PAYEE-RECORD
                       MOVE 'CHANGED' TO WS-ML-MESSAGE
                       PERFORM 260-WRITE-AUDIT-IMAGES
               END-READ
           END-IF.
       230-DELETE-PAYEE.
           PERFORM 206-EDIT-PAYEE-KEY
           IF WS-ML-MESSAGE = SPACES
               PERFORM 240-SET-PAYEE-KEY
               READ DEDUCTION-PAYEES
                   INVALID KEY
                       MOVE 'REJECTED - PAYEE NOT ON FILE'
                            TO WS-ML-MESSAGE
                   NOT INVALID KEY
                       PERFORM 255-SAVE-BEFORE-IMAGE
                       DELETE DEDUCTION-PAYEES
                           INVALID KEY
                               MOVE 'REJECTED - PAYEE NOT ON FILE'
                                    TO WS-ML-MESSAGE
                           NOT INVALID KEY
                               MOVE 'DELETED' TO WS-ML-MESSAGE
                               PERFORM 260-WRITE-AUDIT-IMAGES
                       END-DELETE
               END-READ
           END-IF.
       240-SET-PAYEE-KEY.
           MOVE TRANS-DEDUCTION-CODE TO DP-DEDUCTION-CODE
           IF TRANS-IS-GARNISHMENT
               MOVE TRANS-EMPLOYEE-ID TO DP-EMPLOYEE-ID
               MOVE TRANS-PRIORITY TO DP-PRIORITY
           ELSE
               MOVE SPACES TO DP-EMPLOYEE-ID
               MOVE ZERO TO DP-PRIORITY
           END-IF.
       250-BUILD-PAYEE-RECORD.
           MOVE TRANS-VENDOR-NUMBER TO DP-VENDOR-NUMBER
           MOVE TRANS-PAYEE-NAME TO DP-PAYEE-NAME
           MOVE TRANS-CASE-NUMBER TO DP-CASE-NUMBER.
       255-SAVE-BEFORE-IMAGE.
           MOVE DP-VENDOR-NUMBER TO WS-BEFORE-VENDOR
           MOVE DP-PAYEE-NAME TO WS-BEFORE-NAME
           MOVE DP-CASE-NUMBER TO WS-BEFORE-CASE.
       260-WRITE-AUDIT-IMAGES.
      *--- One line per accepted transaction proving to the auditors
      *--- where withheld money is sent and where it used to go. An
      *--- add has no before-image and a delete no after-image.
           MOVE SPACES TO MAINT-AUDIT-REC
           MOVE TRANS-CODE TO MA-TRANS-CODE-OUT
           MOVE DP-DEDUCTION-CODE TO MA-DED-CODE-OUT
           MOVE DP-EMPLOYEE-ID TO MA-ID-OUT
           IF TRANS-IS-GARNISHMENT
               MOVE TRANS-PRIORITY TO MA-PRIORITY-OUT
           END-IF
           IF TRANS-IS-ADD
               MOVE '(NEW)' TO MA-BEFORE-VENDOR-OUT
           ELSE
               MOVE WS-BEFORE-VENDOR TO MA-BEFORE-VENDOR-OUT
               MOVE WS-BEFORE-NAME TO MA-BEFORE-NAME-OUT
               MOVE WS-BEFORE-CASE TO MA-BEFORE-CASE-OUT
           END-IF
           IF TRANS-IS-DELETE
               MOVE '(DELETED)' TO MA-AFTER-VENDOR-OUT
           ELSE
               MOVE TRANS-VENDOR-NUMBER TO MA-AFTER-VENDOR-OUT
               MOVE TRANS-PAYEE-NAME TO MA-AFTER-NAME-OUT
               MOVE TRANS-CASE-NUMBER TO MA-AFTER-CASE-OUT
           END-IF
           WRITE MAINT-AUDIT-REC.
       290-WRITE-LISTING-LINE.
           MOVE SPACES TO MAINT-LISTING-REC
           MOVE TRANS-CODE TO ML-TRANS-CODE-OUT
           MOVE TRANS-DEDUCTION-CODE TO ML-DED-CODE-OUT
           MOVE TRANS-EMPLOYEE-ID TO ML-ID-OUT
           MOVE TRANS-PRIORITY-X TO ML-PRIORITY-OUT
           MOVE TRANS-VENDOR-NUMBER TO ML-VENDOR-OUT
           MOVE WS-ML-MESSAGE TO ML-MESSAGE-OUT
           WRITE MAINT-LISTING-REC.
