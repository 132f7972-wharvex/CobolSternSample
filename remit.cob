      ******************************************************************
      * Deduction remittance run. Runs after SAMPLE, and after any    *
      * OFFCYC corrections to the same period: turns what was         *
      * withheld from each employee under the deduction elections     *
      * into money owed to the outside parties. Every itemized        *
      * deduction on the pay detail is routed to its payee through    *
      * the payee master - a garnishment to the agency on that        *
      * particular order, with its court case number - and totaled    *
      * by payee. Prints a remittance register listing the employees  *
      * under each payee and writes one accounts-payable voucher per  *
      * payee. A corrected employee is remitted from the corrected    *
      * detail OFFCYC wrote and a voided check is not remitted at     *
      * all. The grand total is proved against the deductions on the  *
      * run control totals SAMPLE wrote, the same way BANKBAL proves  *
      * the deposit file. An out-of-balance run empties the voucher   *
      * file again before it ends, so the vouchers go to payables     *
      * only on a balanced register.                                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Input file names: `PAYDTL-DAT`, `ADJDTL-DAT`, `RUNCTL-DAT`,
      * `DEDPAYEE-DAT`, `PAYHIST-DAT`.
      * Output file names: `APVOUCH-DAT`, `REMIT-PRT`.
       FILE-CONTROL.
           SELECT PAY-DETAIL-FILE ASSIGN TO PAYDTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYDTL-STATUS.
           SELECT ADJUST-DETAIL-FILE ASSIGN TO ADJDTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJDTL-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT STEP-CONTROL-FILE ASSIGN TO STEPCTL-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-PERIOD-KEY
               FILE STATUS IS WS-STEPCTL-STATUS.
           SELECT DEDUCTION-PAYEES ASSIGN TO DEDPAYEE-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-PAYEE-KEY
               FILE STATUS IS WS-DEDPAYEE-STATUS.
           SELECT PAY-HISTORY ASSIGN TO PAYHIST-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-HISTORY-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT VOUCHER-FILE ASSIGN TO APVOUCH-DAT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMITTANCE-LISTING ASSIGN TO REMIT-PRT.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-DETAIL-FILE LABEL RECORDS ARE STANDARD.
           COPY PAYDTL.
       FD  ADJUST-DETAIL-FILE LABEL RECORDS ARE STANDARD.
           COPY PAYDTL REPLACING ==PAY-DETAIL-RECORD==
                              BY ==ADJUST-DETAIL-RECORD==
                              LEADING ==PD-== BY ==AD-==.
       FD  RUN-CONTROL-FILE LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
       FD  STEP-CONTROL-FILE LABEL RECORDS ARE STANDARD.
           COPY STEPCTL.
       FD  DEDUCTION-PAYEES LABEL RECORDS ARE STANDARD.
           COPY DEDPAYEE.
       FD  PAY-HISTORY LABEL RECORDS ARE STANDARD.
           COPY PAYHIST.
       FD  VOUCHER-FILE LABEL RECORDS ARE STANDARD.
           COPY APVOUCH.
       FD  REMITTANCE-LISTING LABEL RECORDS ARE STANDARD.
       01  REMIT-PRINT-REC           PICTURE X(70).
       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-RECORDS    PICTURE XXX VALUE 'YES'.
       01  ARE-THERE-MORE-ADJUSTS    PICTURE XXX VALUE 'YES'.
       01  WS-PAYDTL-STATUS          PICTURE XX VALUE '00'.
       01  WS-ADJDTL-STATUS          PICTURE XX VALUE '00'.
       01  WS-CONTROL-STATUS         PICTURE XX VALUE '00'.
       01  WS-STEPCTL-STATUS         PICTURE XX VALUE '00'.
       01  WS-DEDPAYEE-STATUS        PICTURE XX VALUE '00'.
       01  WS-PAYHIST-STATUS         PICTURE XX VALUE '00'.
       01  WS-PAYEES-SWITCH          PICTURE X VALUE 'N'.
           88  PAYEES-FILE-ON-HAND          VALUE 'Y'.
       01  WS-HISTORY-SWITCH         PICTURE X VALUE 'N'.
           88  HISTORY-FILE-ON-HAND         VALUE 'Y'.
       01  WS-PERIOD-KNOWN           PICTURE X VALUE 'N'.
           88  PERIOD-ON-STEP-FILE          VALUE 'Y'.
       01  WS-CORRECTION-SWITCH      PICTURE X VALUE 'N'.
           88  EMPLOYEE-WAS-CORRECTED       VALUE 'Y'.
       01  WS-VOID-SWITCH            PICTURE X VALUE 'N'.
           88  CHECK-WAS-VOIDED             VALUE 'Y'.
       01  WS-BALANCED-SWITCH        PICTURE X VALUE 'Y'.
           88  RUN-IS-BALANCED              VALUE 'Y'.
       01  WS-EXCEPTION-COUNT        PICTURE 9(4) VALUE ZERO.
       01  WS-DED-SUB                PICTURE 9 VALUE ZERO.
       01  WS-PAYEE-SUB              PICTURE 9(4) VALUE ZERO.
       01  WS-LINE-SUB               PICTURE 9(4) VALUE ZERO.
       01  WS-VOUCHER-SEQ            PICTURE 9(3) VALUE ZERO.
       01  WS-FOOT-TOTAL             PICTURE 9(5)V99 VALUE ZERO.
       01  WS-REMIT-TOTALS.
           05  WS-DETAILS-READ       PICTURE 9(4) VALUE ZERO.
           05  WS-DETAIL-DED-TOTAL   PICTURE 9(7)V99 VALUE ZERO.
           05  WS-CORRECTIONS-USED   PICTURE 9(4) VALUE ZERO.
           05  WS-CORRECTED-TOTAL    PICTURE 9(7)V99 VALUE ZERO.
           05  WS-REPLACED-TOTAL     PICTURE 9(7)V99 VALUE ZERO.
           05  WS-VOIDS-FOUND        PICTURE 9(4) VALUE ZERO.
           05  WS-VOIDED-TOTAL       PICTURE 9(7)V99 VALUE ZERO.
           05  WS-DUE-TOTAL          PICTURE S9(8)V99 VALUE ZERO.
           05  WS-REMITTED-TOTAL     PICTURE 9(8)V99 VALUE ZERO.
           05  WS-UNPAID-COUNT       PICTURE 9(4) VALUE ZERO.
           05  WS-UNPAID-TOTAL       PICTURE 9(7)V99 VALUE ZERO.
      * The employee being remitted: taken from the weekly pay
      * detail, or from OFFCYC's corrected detail when the
      * employee's pay for the period was corrected.
       01  WS-REMIT-EMPLOYEE.
           05  WS-REMIT-EMPLOYEE-ID  PICTURE X(5).
           05  WS-REMIT-EMPLOYEE-NAME PICTURE X(20).
           05  WS-REMIT-DED-TOTAL    PICTURE 9(4)V99.
           05  WS-REMIT-DED-ENTRY OCCURS 5 TIMES.
               10  WS-REMIT-DED-CODE PICTURE X(3).
               10  WS-REMIT-DED-AMOUNT PICTURE 9(4)V99.
               10  WS-REMIT-DED-PRIORITY PICTURE 9(2).
      * OFFCYC's corrected detail for the period, one entry per
      * employee - a later correction replaces an earlier one, as
      * it restates the same period again.
       01  WS-CORR-COUNT             PICTURE 9(4) VALUE ZERO.
       01  WS-CORRECTION-TABLE.
           05  WS-CORR-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-CORR-COUNT
                   INDEXED BY WS-CORR-IDX.
               10  WS-CORR-EMPLOYEE-ID   PICTURE X(5).
               10  WS-CORR-EMPLOYEE-NAME PICTURE X(20).
               10  WS-CORR-DED-TOTAL     PICTURE 9(4)V99.
               10  WS-CORR-USED-SWITCH   PICTURE X.
                   88  CORRECTION-WAS-USED      VALUE 'Y'.
               10  WS-CORR-DED-ENTRY OCCURS 5 TIMES.
                   15  WS-CORR-DED-CODE      PICTURE X(3).
                   15  WS-CORR-DED-AMOUNT    PICTURE 9(4)V99.
                   15  WS-CORR-DED-PRIORITY  PICTURE 9(2).
      * One entry per payee (vendor) found this run, in the order
      * first met; each becomes one voucher.
       01  WS-PAYEE-COUNT            PICTURE 9(4) VALUE ZERO.
       01  WS-PAYEE-TABLE.
           05  WS-PAYEE-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-PAYEE-COUNT
                   INDEXED BY WS-PAYEE-IDX.
               10  WS-PAYEE-VENDOR   PICTURE X(6).
               10  WS-PAYEE-NAME     PICTURE X(30).
               10  WS-PAYEE-ITEMS    PICTURE 9(4).
               10  WS-PAYEE-AMOUNT   PICTURE 9(7)V99.
      * One entry per deduction remitted, pointing at its payee, so
      * the register can list each payee's employees together.
       01  WS-LINE-COUNT             PICTURE 9(4) VALUE ZERO.
       01  WS-REMIT-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 0 TO 3000 TIMES
                   DEPENDING ON WS-LINE-COUNT.
               10  WS-LINE-PAYEE-SUB     PICTURE 9(4).
               10  WS-LINE-EMPLOYEE-ID   PICTURE X(5).
               10  WS-LINE-EMPLOYEE-NAME PICTURE X(20).
               10  WS-LINE-DED-CODE      PICTURE X(3).
               10  WS-LINE-PRIORITY      PICTURE 9(2).
               10  WS-LINE-CASE-NUMBER   PICTURE X(15).
               10  WS-LINE-AMOUNT        PICTURE 9(4)V99.
       01  WS-REMIT-HEADING.
           05                        PICTURE X(34) VALUE
               'DEDUCTION REMITTANCE REGISTER'.
       01  WS-REMIT-PERIOD-LINE.
           05                        PICTURE X(11) VALUE
               'PAY PERIOD '.
           05  RP-PERIOD-NUMBER-OUT  PICTURE 9(2).
           05                        PICTURE X(8) VALUE ' ENDING '.
           05  RP-END-YEAR-OUT       PICTURE 9(4).
           05                        PICTURE X VALUE '-'.
           05  RP-END-MONTH-OUT      PICTURE 9(2).
           05                        PICTURE X VALUE '-'.
           05  RP-END-DAY-OUT        PICTURE 9(2).
       01  WS-PERIOD-END-PARTS.
           05  WS-PE-YEAR            PICTURE 9(4).
           05  WS-PE-MONTH           PICTURE 9(2).
           05  WS-PE-DAY             PICTURE 9(2).
       01  WS-PAYEE-HEADING-LINE.
           05                        PICTURE X(6) VALUE 'PAYEE '.
           05  RH-VENDOR-OUT         PICTURE X(6).
           05                        PICTURE X(2) VALUE SPACES.
           05  RH-NAME-OUT           PICTURE X(30).
       01  WS-REMIT-DETAIL-LINE.
           05                        PICTURE X(2) VALUE SPACES.
           05  RD-ID-OUT             PICTURE X(5).
           05                        PICTURE X(2) VALUE SPACES.
           05  RD-NAME-OUT           PICTURE X(20).
           05                        PICTURE X(2) VALUE SPACES.
           05  RD-CODE-OUT           PICTURE X(3).
           05                        PICTURE X VALUE SPACE.
           05  RD-PRIORITY-OUT       PICTURE 9(2).
           05                        PICTURE X(2) VALUE SPACES.
           05  RD-CASE-OUT           PICTURE X(15).
           05                        PICTURE X(2) VALUE SPACES.
           05  RD-AMOUNT-OUT         PICTURE ZZ,ZZ9.99.
       01  WS-VOUCHER-TOTAL-LINE.
           05                        PICTURE X(10) VALUE
               '  VOUCHER '.
           05  VT-VOUCHER-OUT        PICTURE X(9).
           05                        PICTURE X(9) VALUE SPACES.
           05  VT-COUNT-OUT          PICTURE ZZZ9.
           05                        PICTURE X(6) VALUE SPACES.
           05  VT-AMOUNT-OUT         PICTURE ZZ,ZZZ,ZZ9.99.
       01  WS-CERT-TOTAL-LINE.
           05  CT-CAPTION            PICTURE X(28).
           05  CT-COUNT-OUT          PICTURE ZZZ9.
           05                        PICTURE X(6) VALUE SPACES.
           05  CT-AMOUNT-OUT         PICTURE ZZ,ZZZ,ZZ9.99-.
       01  WS-CERT-EXCEPTION-LINE.
           05  CE-ID-OUT             PICTURE X(5).
           05                        PICTURE X(2) VALUE SPACES.
           05  CE-AMOUNT-OUT         PICTURE ZZ,ZZ9.99.
           05                        PICTURE X(2) VALUE SPACES.
           05  CE-REASON-OUT         PICTURE X(40).
       01  WS-CERT-VERDICT-LINE.
           05  CV-VERDICT-OUT        PICTURE X(50).
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN INPUT PAY-DETAIL-FILE
           OPEN INPUT RUN-CONTROL-FILE
           OPEN OUTPUT REMITTANCE-LISTING
           WRITE REMIT-PRINT-REC FROM WS-REMIT-HEADING
           IF WS-CONTROL-STATUS NOT = '00'
      *--- No control record means SAMPLE never finished cleanly;
      *--- there is nothing to prove the withholdings against.
               MOVE 'N' TO WS-BALANCED-SWITCH
               MOVE SPACES TO WS-CERT-EXCEPTION-LINE
               MOVE 'NO RUN CONTROL TOTALS - RUN INCOMPLETE'
                    TO CE-REASON-OUT
               WRITE REMIT-PRINT-REC FROM WS-CERT-EXCEPTION-LINE
               MOVE ZERO TO RC-TOTAL-EMPLOYEES
                            RC-TOTAL-DEDUCTIONS
                            RC-PERIOD-YEAR
                            RC-PERIOD-NUMBER
                            RC-PERIOD-END-DATE
           ELSE
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE 'N' TO WS-BALANCED-SWITCH
                       MOVE SPACES TO WS-CERT-EXCEPTION-LINE
                       MOVE 'RUN CONTROL FILE EMPTY'
                            TO CE-REASON-OUT
                       WRITE REMIT-PRINT-REC
                             FROM WS-CERT-EXCEPTION-LINE
                       MOVE ZERO TO RC-TOTAL-EMPLOYEES
                                    RC-TOTAL-DEDUCTIONS
                                    RC-PERIOD-YEAR
                                    RC-PERIOD-NUMBER
                                    RC-PERIOD-END-DATE
                   NOT AT END
                       PERFORM 150-WRITE-PERIOD-LINE
                       PERFORM 160-CHECK-STEP-STATUS
               END-READ
           END-IF
           OPEN INPUT DEDUCTION-PAYEES
           IF WS-DEDPAYEE-STATUS = '35'
      *--- With no payee master nothing can be routed; every
      *--- withholding lands on the register as an exception.
               DISPLAY 'REMIT - PAYEE MASTER NOT FOUND - '
                       'NO DEDUCTION CAN BE REMITTED'
           ELSE
               MOVE 'Y' TO WS-PAYEES-SWITCH
           END-IF
           OPEN INPUT PAY-HISTORY
           IF WS-PAYHIST-STATUS = '35'
               DISPLAY 'REMIT - PAY HISTORY NOT FOUND - '
                       'NO VOIDED CHECKS CAN BE RECOGNIZED'
           ELSE
               MOVE 'Y' TO WS-HISTORY-SWITCH
           END-IF
           PERFORM 170-LOAD-CORRECTIONS
           OPEN OUTPUT VOUCHER-FILE
           IF WS-PAYDTL-STATUS NOT = '00'
               MOVE 'N' TO WS-BALANCED-SWITCH
               MOVE SPACES TO WS-CERT-EXCEPTION-LINE
               MOVE 'PAY DETAIL FILE NOT FOUND'
                    TO CE-REASON-OUT
               WRITE REMIT-PRINT-REC FROM WS-CERT-EXCEPTION-LINE
               DISPLAY 'REMIT - PAY DETAIL NOT OPEN - STATUS '
                       WS-PAYDTL-STATUS
               MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           END-IF
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ PAY-DETAIL-FILE
                    AT END
                         MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                    NOT AT END
                         PERFORM 200-REMIT-PAY-DETAIL
               END-READ
           END-PERFORM
           PERFORM 290-REMIT-UNMATCHED-CORRECTIONS
           PERFORM 600-WRITE-REGISTER
           PERFORM 800-COMPARE-CONTROL-TOTALS
           PERFORM 900-WRITE-VERDICT
           PERFORM 950-STAMP-STEP
           CLOSE PAY-DETAIL-FILE
                 RUN-CONTROL-FILE
                 VOUCHER-FILE
                 REMITTANCE-LISTING
           IF PAYEES-FILE-ON-HAND
               CLOSE DEDUCTION-PAYEES
           END-IF
           IF HISTORY-FILE-ON-HAND
               CLOSE PAY-HISTORY
           END-IF
           STOP RUN.
       150-WRITE-PERIOD-LINE.
           MOVE RC-PERIOD-NUMBER TO RP-PERIOD-NUMBER-OUT
           MOVE RC-PERIOD-END-DATE TO WS-PERIOD-END-PARTS
           MOVE WS-PE-YEAR TO RP-END-YEAR-OUT
           MOVE WS-PE-MONTH TO RP-END-MONTH-OUT
           MOVE WS-PE-DAY TO RP-END-DAY-OUT
           WRITE REMIT-PRINT-REC FROM WS-REMIT-PERIOD-LINE.
       160-CHECK-STEP-STATUS.
      *--- Money withheld in a payroll SAMPLE has not stamped was
      *--- never finally withheld; and a second run for the same
      *--- period would voucher every payee twice.
           OPEN I-O STEP-CONTROL-FILE
           IF WS-STEPCTL-STATUS = '35'
               DISPLAY 'REMIT ABEND - NO STEP STATUS FILE - '
                       'RUN THE WEEKLY STREAM FROM TIMEEDIT'
               CLOSE PAY-DETAIL-FILE
                     RUN-CONTROL-FILE
                     REMITTANCE-LISTING
               STOP RUN
           END-IF
           MOVE RC-PERIOD-YEAR TO SC-PERIOD-YEAR
           MOVE RC-PERIOD-NUMBER TO SC-PERIOD-NUMBER
           READ STEP-CONTROL-FILE
               INVALID KEY
                   DISPLAY 'REMIT ABEND - NO STEP RECORD FOR '
                           'PERIOD ' RC-PERIOD-YEAR '/'
                           RC-PERIOD-NUMBER
                   CLOSE PAY-DETAIL-FILE
                         RUN-CONTROL-FILE
                         REMITTANCE-LISTING
                         STEP-CONTROL-FILE
                   STOP RUN
           END-READ
           IF NOT SAMPLE-STEP-DONE
               DISPLAY 'REMIT ABEND - SAMPLE HAS NOT FINISHED '
                       'FOR PERIOD ' RC-PERIOD-YEAR '/'
                       RC-PERIOD-NUMBER
               CLOSE PAY-DETAIL-FILE
                     RUN-CONTROL-FILE
                     REMITTANCE-LISTING
                     STEP-CONTROL-FILE
               STOP RUN
           END-IF
           IF REMIT-STEP-DONE
               DISPLAY 'REMIT ABEND - PERIOD ' RC-PERIOD-YEAR '/'
                       RC-PERIOD-NUMBER ' ALREADY REMITTED - '
                       'RERUN REFUSED'
               CLOSE PAY-DETAIL-FILE
                     RUN-CONTROL-FILE
                     REMITTANCE-LISTING
                     STEP-CONTROL-FILE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-PERIOD-KNOWN.
       170-LOAD-CORRECTIONS.
      *--- OFFCYC's adjustment extract, when one was run against
      *--- this period. Only a correction restates the deductions:
      *--- it carries them itemized - each code as this detail shows
      *--- it taken, moved by what the correction changed, so they
      *--- foot to the restated archive - or carries none at all
      *--- when the corrected pay left nothing to take. A reissue
      *--- copies the archived total with no itemization and
      *--- changes nothing that was withheld, so it is passed over.
           OPEN INPUT ADJUST-DETAIL-FILE
           IF WS-ADJDTL-STATUS NOT = '00'
               MOVE 'NO ' TO ARE-THERE-MORE-ADJUSTS
           END-IF
           PERFORM UNTIL ARE-THERE-MORE-ADJUSTS = 'NO '
               READ ADJUST-DETAIL-FILE
                    AT END
                         MOVE 'NO ' TO ARE-THERE-MORE-ADJUSTS
                    NOT AT END
                         IF AD-PERIOD-END-DATE = RC-PERIOD-END-DATE
                            AND (AD-DEDUCTION-COUNT > ZERO
                                 OR AD-TOTAL-DEDUCTIONS = ZERO)
                             PERFORM 175-STORE-CORRECTION
                         END-IF
               END-READ
           END-PERFORM
           IF WS-ADJDTL-STATUS NOT = '35'
               CLOSE ADJUST-DETAIL-FILE
           END-IF.
       175-STORE-CORRECTION.
           SET WS-CORR-IDX TO 1
           SEARCH WS-CORR-ENTRY
               AT END
                   IF WS-CORR-COUNT >= 200
                       MOVE SPACES TO WS-CERT-EXCEPTION-LINE
                       MOVE AD-EMPLOYEE-ID TO CE-ID-OUT
                       MOVE AD-TOTAL-DEDUCTIONS TO CE-AMOUNT-OUT
                       MOVE 'CORRECTION TABLE FULL - NOT APPLIED'
                            TO CE-REASON-OUT
                       PERFORM 250-WRITE-EXCEPTION-LINE
                   ELSE
                       ADD 1 TO WS-CORR-COUNT
                       SET WS-CORR-IDX TO WS-CORR-COUNT
                       PERFORM 176-COPY-CORRECTION
                   END-IF
               WHEN WS-CORR-EMPLOYEE-ID (WS-CORR-IDX) = AD-EMPLOYEE-ID
                   PERFORM 176-COPY-CORRECTION
           END-SEARCH.
       176-COPY-CORRECTION.
           MOVE AD-EMPLOYEE-ID TO WS-CORR-EMPLOYEE-ID (WS-CORR-IDX)
           MOVE AD-EMPLOYEE-NAME TO WS-CORR-EMPLOYEE-NAME (WS-CORR-IDX)
           MOVE AD-TOTAL-DEDUCTIONS TO WS-CORR-DED-TOTAL (WS-CORR-IDX)
           MOVE 'N' TO WS-CORR-USED-SWITCH (WS-CORR-IDX)
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 5
               IF WS-DED-SUB > AD-DEDUCTION-COUNT
                   MOVE SPACES
                        TO WS-CORR-DED-CODE (WS-CORR-IDX WS-DED-SUB)
                   MOVE ZERO
                        TO WS-CORR-DED-AMOUNT (WS-CORR-IDX WS-DED-SUB)
                   MOVE ZERO
                        TO WS-CORR-DED-PRIORITY (WS-CORR-IDX WS-DED-SUB)
               ELSE
                   MOVE AD-DED-CODE (WS-DED-SUB)
                        TO WS-CORR-DED-CODE (WS-CORR-IDX WS-DED-SUB)
                   MOVE AD-DED-AMOUNT (WS-DED-SUB)
                        TO WS-CORR-DED-AMOUNT (WS-CORR-IDX WS-DED-SUB)
                   MOVE AD-DED-PRIORITY (WS-DED-SUB)
                        TO WS-CORR-DED-PRIORITY (WS-CORR-IDX WS-DED-SUB)
               END-IF
           END-PERFORM.
       200-REMIT-PAY-DETAIL.
           ADD 1 TO WS-DETAILS-READ
           ADD PD-TOTAL-DEDUCTIONS TO WS-DETAIL-DED-TOTAL
           IF PD-PERIOD-END-DATE NOT = RC-PERIOD-END-DATE
               MOVE SPACES TO WS-CERT-EXCEPTION-LINE
               MOVE PD-EMPLOYEE-ID TO CE-ID-OUT
               MOVE PD-TOTAL-DEDUCTIONS TO CE-AMOUNT-OUT
               MOVE 'PAY DETAIL NOT FOR THIS PERIOD'
                    TO CE-REASON-OUT
               PERFORM 250-WRITE-EXCEPTION-LINE
           END-IF
           MOVE 'N' TO WS-CORRECTION-SWITCH
           SET WS-CORR-IDX TO 1
           SEARCH WS-CORR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CORR-EMPLOYEE-ID (WS-CORR-IDX) = PD-EMPLOYEE-ID
                   MOVE 'Y' TO WS-CORRECTION-SWITCH
           END-SEARCH
           PERFORM 205-CHECK-FOR-VOID
           EVALUATE TRUE
               WHEN CHECK-WAS-VOIDED
      *--- A voided check was never pay; nothing on it was withheld
      *--- from anyone, so nothing on it is owed to a payee.
                   ADD 1 TO WS-VOIDS-FOUND
                   ADD PD-TOTAL-DEDUCTIONS TO WS-VOIDED-TOTAL
                   IF EMPLOYEE-WAS-CORRECTED
                       MOVE 'Y' TO WS-CORR-USED-SWITCH (WS-CORR-IDX)
                   END-IF
                   MOVE SPACES TO WS-CERT-EXCEPTION-LINE
                   MOVE PD-EMPLOYEE-ID TO CE-ID-OUT
                   MOVE PD-TOTAL-DEDUCTIONS TO CE-AMOUNT-OUT
                   MOVE 'CHECK VOIDED - NOT REMITTED'
                        TO CE-REASON-OUT
                   PERFORM 255-WRITE-NOTE-LINE
               WHEN EMPLOYEE-WAS-CORRECTED
                   PERFORM 210-TAKE-CORRECTION
                   ADD PD-TOTAL-DEDUCTIONS TO WS-REPLACED-TOTAL
                   MOVE SPACES TO WS-CERT-EXCEPTION-LINE
                   MOVE PD-EMPLOYEE-ID TO CE-ID-OUT
                   MOVE WS-REMIT-DED-TOTAL TO CE-AMOUNT-OUT
                   MOVE 'REMITTED FROM OFFCYC CORRECTION'
                        TO CE-REASON-OUT
                   PERFORM 255-WRITE-NOTE-LINE
                   PERFORM 220-REMIT-EMPLOYEE
               WHEN OTHER
                   PERFORM 215-TAKE-PAY-DETAIL
                   PERFORM 220-REMIT-EMPLOYEE
           END-EVALUATE.
       205-CHECK-FOR-VOID.
      *--- OFFCYC flags a voided period on the archive record; the
      *--- weekly detail itself is never touched by a void.
           MOVE 'N' TO WS-VOID-SWITCH
           IF HISTORY-FILE-ON-HAND AND PERIOD-ON-STEP-FILE
               MOVE PD-EMPLOYEE-ID TO PH-EMPLOYEE-ID
               MOVE RC-PERIOD-YEAR TO PH-PERIOD-YEAR
               MOVE RC-PERIOD-NUMBER TO PH-PERIOD-NUMBER
               READ PAY-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PERIOD-WAS-VOIDED
                           MOVE 'Y' TO WS-VOID-SWITCH
                       END-IF
               END-READ
           END-IF.
       210-TAKE-CORRECTION.
           ADD 1 TO WS-CORRECTIONS-USED
           MOVE 'Y' TO WS-CORR-USED-SWITCH (WS-CORR-IDX)
           ADD WS-CORR-DED-TOTAL (WS-CORR-IDX) TO WS-CORRECTED-TOTAL
           MOVE WS-CORR-EMPLOYEE-ID (WS-CORR-IDX)
                TO WS-REMIT-EMPLOYEE-ID
           MOVE WS-CORR-EMPLOYEE-NAME (WS-CORR-IDX)
                TO WS-REMIT-EMPLOYEE-NAME
           MOVE WS-CORR-DED-TOTAL (WS-CORR-IDX) TO WS-REMIT-DED-TOTAL
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 5
               MOVE WS-CORR-DED-CODE (WS-CORR-IDX WS-DED-SUB)
                    TO WS-REMIT-DED-CODE (WS-DED-SUB)
               MOVE WS-CORR-DED-AMOUNT (WS-CORR-IDX WS-DED-SUB)
                    TO WS-REMIT-DED-AMOUNT (WS-DED-SUB)
               MOVE WS-CORR-DED-PRIORITY (WS-CORR-IDX WS-DED-SUB)
                    TO WS-REMIT-DED-PRIORITY (WS-DED-SUB)
           END-PERFORM.
       215-TAKE-PAY-DETAIL.
           MOVE PD-EMPLOYEE-ID TO WS-REMIT-EMPLOYEE-ID
           MOVE PD-EMPLOYEE-NAME TO WS-REMIT-EMPLOYEE-NAME
           MOVE PD-TOTAL-DEDUCTIONS TO WS-REMIT-DED-TOTAL
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 5
               IF WS-DED-SUB > PD-DEDUCTION-COUNT
                   MOVE SPACES TO WS-REMIT-DED-CODE (WS-DED-SUB)
                   MOVE ZERO TO WS-REMIT-DED-AMOUNT (WS-DED-SUB)
                   MOVE ZERO TO WS-REMIT-DED-PRIORITY (WS-DED-SUB)
               ELSE
                   MOVE PD-DED-CODE (WS-DED-SUB)
                        TO WS-REMIT-DED-CODE (WS-DED-SUB)
                   MOVE PD-DED-AMOUNT (WS-DED-SUB)
                        TO WS-REMIT-DED-AMOUNT (WS-DED-SUB)
                   MOVE PD-DED-PRIORITY (WS-DED-SUB)
                        TO WS-REMIT-DED-PRIORITY (WS-DED-SUB)
               END-IF
           END-PERFORM.
       220-REMIT-EMPLOYEE.
      *--- The itemized entries must foot to the employee's total
      *--- deductions; anything taken that was not itemized has no
      *--- payee to go to and must hold the register.
           MOVE ZERO TO WS-FOOT-TOTAL
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 5
               ADD WS-REMIT-DED-AMOUNT (WS-DED-SUB) TO WS-FOOT-TOTAL
               IF WS-REMIT-DED-AMOUNT (WS-DED-SUB) > ZERO
                   PERFORM 230-REMIT-ONE-DEDUCTION
               END-IF
           END-PERFORM
           IF WS-FOOT-TOTAL NOT = WS-REMIT-DED-TOTAL
               MOVE SPACES TO WS-CERT-EXCEPTION-LINE
               MOVE WS-REMIT-EMPLOYEE-ID TO CE-ID-OUT
               MOVE WS-REMIT-DED-TOTAL TO CE-AMOUNT-OUT
               MOVE 'ITEMIZED DEDUCTIONS DO NOT FOOT TO TOTAL'
                    TO CE-REASON-OUT
               PERFORM 250-WRITE-EXCEPTION-LINE
           END-IF.
       230-REMIT-ONE-DEDUCTION.
      *--- A garnishment is paid to the agency on its own order,
      *--- found by the election's employee and priority; every
      *--- other code goes to the one payee set up for the code.
           MOVE WS-REMIT-DED-CODE (WS-DED-SUB) TO DP-DEDUCTION-CODE
           IF PAYEE-IS-GARNISHMENT
               MOVE WS-REMIT-EMPLOYEE-ID TO DP-EMPLOYEE-ID
               MOVE WS-REMIT-DED-PRIORITY (WS-DED-SUB) TO DP-PRIORITY
           ELSE
               MOVE SPACES TO DP-EMPLOYEE-ID
               MOVE ZERO TO DP-PRIORITY
           END-IF
           IF PAYEES-FILE-ON-HAND
               READ DEDUCTION-PAYEES
                   INVALID KEY
                       PERFORM 240-NOTE-NO-PAYEE
                   NOT INVALID KEY
                       PERFORM 235-ADD-REMIT-LINE
               END-READ
           ELSE
               PERFORM 240-NOTE-NO-PAYEE
           END-IF.
       235-ADD-REMIT-LINE.
           SET WS-PAYEE-IDX TO 1
           SEARCH WS-PAYEE-ENTRY
               AT END
                   IF WS-PAYEE-COUNT >= 200
                       MOVE ZERO TO WS-PAYEE-SUB
                   ELSE
                       ADD 1 TO WS-PAYEE-COUNT
                       MOVE WS-PAYEE-COUNT TO WS-PAYEE-SUB
                       MOVE DP-VENDOR-NUMBER
                            TO WS-PAYEE-VENDOR (WS-PAYEE-SUB)
                       MOVE DP-PAYEE-NAME
                            TO WS-PAYEE-NAME (WS-PAYEE-SUB)
                       MOVE ZERO TO WS-PAYEE-ITEMS (WS-PAYEE-SUB)
                       MOVE ZERO TO WS-PAYEE-AMOUNT (WS-PAYEE-SUB)
                   END-IF
               WHEN WS-PAYEE-VENDOR (WS-PAYEE-IDX) = DP-VENDOR-NUMBER
                   SET WS-PAYEE-SUB TO WS-PAYEE-IDX
           END-SEARCH
           IF WS-PAYEE-SUB = ZERO OR WS-LINE-COUNT >= 3000
               MOVE SPACES TO WS-CERT-EXCEPTION-LINE
               MOVE WS-REMIT-EMPLOYEE-ID TO CE-ID-OUT
               MOVE WS-REMIT-DED-AMOUNT (WS-DED-SUB) TO CE-AMOUNT-OUT
               MOVE 'REMITTANCE TABLE FULL - NOT REMITTED'
                    TO CE-REASON-OUT
               ADD 1 TO WS-UNPAID-COUNT
               ADD WS-REMIT-DED-AMOUNT (WS-DED-SUB) TO WS-UNPAID-TOTAL
               PERFORM 250-WRITE-EXCEPTION-LINE
           ELSE
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-PAYEE-SUB TO WS-LINE-PAYEE-SUB (WS-LINE-COUNT)
               MOVE WS-REMIT-EMPLOYEE-ID
                    TO WS-LINE-EMPLOYEE-ID (WS-LINE-COUNT)
               MOVE WS-REMIT-EMPLOYEE-NAME
                    TO WS-LINE-EMPLOYEE-NAME (WS-LINE-COUNT)
               MOVE WS-REMIT-DED-CODE (WS-DED-SUB)
                    TO WS-LINE-DED-CODE (WS-LINE-COUNT)
               MOVE WS-REMIT-DED-PRIORITY (WS-DED-SUB)
                    TO WS-LINE-PRIORITY (WS-LINE-COUNT)
               MOVE DP-CASE-NUMBER
                    TO WS-LINE-CASE-NUMBER (WS-LINE-COUNT)
               MOVE WS-REMIT-DED-AMOUNT (WS-DED-SUB)
                    TO WS-LINE-AMOUNT (WS-LINE-COUNT)
               ADD 1 TO WS-PAYEE-ITEMS (WS-PAYEE-SUB)
               ADD WS-REMIT-DED-AMOUNT (WS-DED-SUB)
                   TO WS-PAYEE-AMOUNT (WS-PAYEE-SUB)
               ADD WS-REMIT-DED-AMOUNT (WS-DED-SUB)
                   TO WS-REMITTED-TOTAL
           END-IF.
       240-NOTE-NO-PAYEE.
           ADD 1 TO WS-UNPAID-COUNT
           ADD WS-REMIT-DED-AMOUNT (WS-DED-SUB) TO WS-UNPAID-TOTAL
           MOVE SPACES TO WS-CERT-EXCEPTION-LINE
           MOVE WS-REMIT-EMPLOYEE-ID TO CE-ID-OUT
           MOVE WS-REMIT-DED-AMOUNT (WS-DED-SUB) TO CE-AMOUNT-OUT
           IF PAYEE-IS-GARNISHMENT
               STRING 'NO PAYEE ON FILE FOR GRN ORDER '
                      DELIMITED BY SIZE
                      DP-PRIORITY DELIMITED BY SIZE
                      INTO CE-REASON-OUT
           ELSE
               STRING 'NO PAYEE ON FILE FOR CODE '
                      DELIMITED BY SIZE
                      DP-DEDUCTION-CODE DELIMITED BY SIZE
                      INTO CE-REASON-OUT
           END-IF
           PERFORM 250-WRITE-EXCEPTION-LINE.
       250-WRITE-EXCEPTION-LINE.
           MOVE 'N' TO WS-BALANCED-SWITCH
           ADD 1 TO WS-EXCEPTION-COUNT
           WRITE REMIT-PRINT-REC FROM WS-CERT-EXCEPTION-LINE.
       255-WRITE-NOTE-LINE.
           WRITE REMIT-PRINT-REC FROM WS-CERT-EXCEPTION-LINE.
       290-REMIT-UNMATCHED-CORRECTIONS.
      *--- A correction for an employee the weekly detail does not
      *--- carry - the period was paid before this run's extract -
      *--- is remitted on its own, nothing being replaced.
           PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
                   UNTIL WS-CORR-IDX > WS-CORR-COUNT
               IF NOT CORRECTION-WAS-USED (WS-CORR-IDX)
                   PERFORM 210-TAKE-CORRECTION
                   MOVE SPACES TO WS-CERT-EXCEPTION-LINE
                   MOVE WS-REMIT-EMPLOYEE-ID TO CE-ID-OUT
                   MOVE WS-REMIT-DED-TOTAL TO CE-AMOUNT-OUT
                   MOVE 'OFFCYC CORRECTION - NOT ON PAY DETAIL'
                        TO CE-REASON-OUT
                   PERFORM 255-WRITE-NOTE-LINE
                   PERFORM 220-REMIT-EMPLOYEE
               END-IF
           END-PERFORM.
       600-WRITE-REGISTER.
      *--- Each payee's employees together under the payee, then the
      *--- voucher that pays them; vouchers are numbered in register
      *--- order within the period.
           PERFORM VARYING WS-PAYEE-SUB FROM 1 BY 1
                   UNTIL WS-PAYEE-SUB > WS-PAYEE-COUNT
               PERFORM 610-WRITE-PAYEE-SECTION
           END-PERFORM.
       610-WRITE-PAYEE-SECTION.
           MOVE SPACES TO REMIT-PRINT-REC
           WRITE REMIT-PRINT-REC
           MOVE WS-PAYEE-VENDOR (WS-PAYEE-SUB) TO RH-VENDOR-OUT
           MOVE WS-PAYEE-NAME (WS-PAYEE-SUB) TO RH-NAME-OUT
           WRITE REMIT-PRINT-REC FROM WS-PAYEE-HEADING-LINE
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               IF WS-LINE-PAYEE-SUB (WS-LINE-SUB) = WS-PAYEE-SUB
                   PERFORM 620-WRITE-REMIT-LINE
               END-IF
           END-PERFORM
           PERFORM 630-WRITE-VOUCHER.
       620-WRITE-REMIT-LINE.
           MOVE WS-LINE-EMPLOYEE-ID (WS-LINE-SUB) TO RD-ID-OUT
           MOVE WS-LINE-EMPLOYEE-NAME (WS-LINE-SUB) TO RD-NAME-OUT
           MOVE WS-LINE-DED-CODE (WS-LINE-SUB) TO RD-CODE-OUT
           MOVE WS-LINE-PRIORITY (WS-LINE-SUB) TO RD-PRIORITY-OUT
           MOVE WS-LINE-CASE-NUMBER (WS-LINE-SUB) TO RD-CASE-OUT
           MOVE WS-LINE-AMOUNT (WS-LINE-SUB) TO RD-AMOUNT-OUT
           WRITE REMIT-PRINT-REC FROM WS-REMIT-DETAIL-LINE.
       630-WRITE-VOUCHER.
           ADD 1 TO WS-VOUCHER-SEQ
           MOVE RC-PERIOD-YEAR TO AV-PERIOD-YEAR
           MOVE RC-PERIOD-NUMBER TO AV-PERIOD-NUMBER
           MOVE WS-VOUCHER-SEQ TO AV-VOUCHER-SEQ
           MOVE WS-PAYEE-VENDOR (WS-PAYEE-SUB) TO AV-VENDOR-NUMBER
           MOVE WS-PAYEE-NAME (WS-PAYEE-SUB) TO AV-PAYEE-NAME
           MOVE RC-PERIOD-END-DATE TO AV-PERIOD-END-DATE
           MOVE WS-PAYEE-ITEMS (WS-PAYEE-SUB) TO AV-ITEM-COUNT
           MOVE WS-PAYEE-AMOUNT (WS-PAYEE-SUB) TO AV-VOUCHER-AMOUNT
           WRITE AP-VOUCHER-RECORD
           MOVE AV-VOUCHER-NUMBER TO VT-VOUCHER-OUT
           MOVE WS-PAYEE-ITEMS (WS-PAYEE-SUB) TO VT-COUNT-OUT
           MOVE WS-PAYEE-AMOUNT (WS-PAYEE-SUB) TO VT-AMOUNT-OUT
           WRITE REMIT-PRINT-REC FROM WS-VOUCHER-TOTAL-LINE.
       800-COMPARE-CONTROL-TOTALS.
      *--- What is due the payees is what SAMPLE withheld, less what
      *--- was on voided checks, with each corrected employee's
      *--- original withholding swapped for the corrected one.
           COMPUTE WS-DUE-TOTAL = RC-TOTAL-DEDUCTIONS
                    - WS-VOIDED-TOTAL
                    - WS-REPLACED-TOTAL
                    + WS-CORRECTED-TOTAL
           MOVE SPACES TO REMIT-PRINT-REC
           WRITE REMIT-PRINT-REC
           MOVE SPACES TO WS-CERT-TOTAL-LINE
           MOVE 'PAY DETAIL   / DEDUCTIONS' TO CT-CAPTION
           MOVE WS-DETAILS-READ TO CT-COUNT-OUT
           MOVE WS-DETAIL-DED-TOTAL TO CT-AMOUNT-OUT
           WRITE REMIT-PRINT-REC FROM WS-CERT-TOTAL-LINE
           MOVE SPACES TO WS-CERT-TOTAL-LINE
           MOVE 'CONTROL TOTALS / DEDUCTIONS' TO CT-CAPTION
           MOVE RC-TOTAL-EMPLOYEES TO CT-COUNT-OUT
           MOVE RC-TOTAL-DEDUCTIONS TO CT-AMOUNT-OUT
           WRITE REMIT-PRINT-REC FROM WS-CERT-TOTAL-LINE
           MOVE SPACES TO WS-CERT-TOTAL-LINE
           MOVE 'VOIDED CHECKS - NOT DUE' TO CT-CAPTION
           MOVE WS-VOIDS-FOUND TO CT-COUNT-OUT
           MOVE WS-VOIDED-TOTAL TO CT-AMOUNT-OUT
           WRITE REMIT-PRINT-REC FROM WS-CERT-TOTAL-LINE
           MOVE SPACES TO WS-CERT-TOTAL-LINE
           MOVE 'CORRECTED - AS ORIGINALLY' TO CT-CAPTION
           MOVE WS-REPLACED-TOTAL TO CT-AMOUNT-OUT
           WRITE REMIT-PRINT-REC FROM WS-CERT-TOTAL-LINE
           MOVE SPACES TO WS-CERT-TOTAL-LINE
           MOVE 'CORRECTED - AS RESTATED' TO CT-CAPTION
           MOVE WS-CORRECTIONS-USED TO CT-COUNT-OUT
           MOVE WS-CORRECTED-TOTAL TO CT-AMOUNT-OUT
           WRITE REMIT-PRINT-REC FROM WS-CERT-TOTAL-LINE
           MOVE SPACES TO WS-CERT-TOTAL-LINE
           MOVE 'DUE TO PAYEES' TO CT-CAPTION
           MOVE WS-DUE-TOTAL TO CT-AMOUNT-OUT
           WRITE REMIT-PRINT-REC FROM WS-CERT-TOTAL-LINE
           MOVE SPACES TO WS-CERT-TOTAL-LINE
           MOVE 'VOUCHERS     / REMITTED' TO CT-CAPTION
           MOVE WS-VOUCHER-SEQ TO CT-COUNT-OUT
           MOVE WS-REMITTED-TOTAL TO CT-AMOUNT-OUT
           WRITE REMIT-PRINT-REC FROM WS-CERT-TOTAL-LINE
           MOVE SPACES TO WS-CERT-TOTAL-LINE
           MOVE 'NO PAYEE - NOT REMITTED' TO CT-CAPTION
           MOVE WS-UNPAID-COUNT TO CT-COUNT-OUT
           MOVE WS-UNPAID-TOTAL TO CT-AMOUNT-OUT
           WRITE REMIT-PRINT-REC FROM WS-CERT-TOTAL-LINE
           IF WS-DETAILS-READ NOT = RC-TOTAL-EMPLOYEES
               MOVE SPACES TO WS-CERT-EXCEPTION-LINE
               MOVE 'PAY DETAIL COUNT DOES NOT MATCH CONTROL'
                    TO CE-REASON-OUT
               PERFORM 250-WRITE-EXCEPTION-LINE
           END-IF
           IF WS-DETAIL-DED-TOTAL NOT = RC-TOTAL-DEDUCTIONS
               MOVE SPACES TO WS-CERT-EXCEPTION-LINE
               MOVE 'DEDUCTIONS DO NOT MATCH CONTROL'
                    TO CE-REASON-OUT
               PERFORM 250-WRITE-EXCEPTION-LINE
           END-IF
           IF WS-REMITTED-TOTAL NOT = WS-DUE-TOTAL
               MOVE SPACES TO WS-CERT-EXCEPTION-LINE
               MOVE 'REMITTED DOES NOT MATCH AMOUNT DUE'
                    TO CE-REASON-OUT
               PERFORM 250-WRITE-EXCEPTION-LINE
           END-IF.
       900-WRITE-VERDICT.
           MOVE SPACES TO WS-CERT-VERDICT-LINE
           IF RUN-IS-BALANCED
               MOVE 'BALANCED - RELEASE VOUCHERS TO PAYABLES'
                    TO CV-VERDICT-OUT
           ELSE
               MOVE 'OUT OF BALANCE - DO NOT RELEASE - SEE EXCEPTIONS'
                    TO CV-VERDICT-OUT
               DISPLAY 'REMIT - REMITTANCE OUT OF BALANCE - '
                       WS-EXCEPTION-COUNT ' EXCEPTION(S)'
      *--- The vouchers were written as each payee was totaled;
      *--- emptying the file again keeps an out-of-balance run from
      *--- paying anybody. The register still shows what they were.
               CLOSE VOUCHER-FILE
               OPEN OUTPUT VOUCHER-FILE
               DISPLAY 'REMIT - VOUCHER FILE EMPTIED - '
                       'NO VOUCHER RELEASED TO PAYABLES'
           END-IF
           WRITE REMIT-PRINT-REC FROM WS-CERT-VERDICT-LINE.
       950-STAMP-STEP.
      *--- Stamped only for a balanced register: an out-of-balance
      *--- run leaves the step open so the payee master or the
      *--- detail can be fixed and the period remitted again.
           IF PERIOD-ON-STEP-FILE
               IF RUN-IS-BALANCED
                   MOVE RC-PERIOD-YEAR TO SC-PERIOD-YEAR
                   MOVE RC-PERIOD-NUMBER TO SC-PERIOD-NUMBER
                   READ STEP-CONTROL-FILE
                       INVALID KEY
                           DISPLAY 'REMIT - STEP RECORD LOST - '
                                   'STATUS NOT STAMPED'
                       NOT INVALID KEY
                           MOVE 'C' TO SC-REMIT-STATUS
                           REWRITE STEP-STATUS-RECORD
                   END-READ
               END-IF
               CLOSE STEP-CONTROL-FILE
           END-IF.
