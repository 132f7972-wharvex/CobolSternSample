      ******************************************************************
      * Positive-pay issue transmission. Runs after SAMPLE: reads the  *
      * check register for every check numbered above the last one     *
      * already sent to the bank, and the void notices OFFCYC has      *
      * left since the last transmission, and writes the bank's issue  *
      * file - one issue record per new check and one void record per  *
      * voided check still on the register - with a transmission       *
      * control report of counts and dollar totals the operators       *
      * compare with the bank's acknowledgement. The last check sent   *
      * is carried from run to run in PPCTL-DAT, so no check is ever   *
      * sent twice, and a break in the check-number sequence is        *
      * reported rather than passed over in silence. With the          *
      * OFFCYCLE parameter it sends the checks and voids of an         *
      * off-cycle run the same day, without touching the weekly job-   *
      * stream step record.                                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSPAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Input file names: `CHKREG-DAT`, `CHECKNUM-DAT`, `RUNCTL-DAT`.
      * Update file names: `PPCTL-DAT`, `VOIDCHK-DAT`, `STEPCTL-DAT`.
      * Output file names: `PPISSUE-DAT`, `POSPAY-PRT`.
       FILE-CONTROL.
           SELECT CHECK-REGISTER ASSIGN TO CHKREG-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKREG-STATUS.
           SELECT CHECK-NUMBER-FILE ASSIGN TO CHECKNUM-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKNUM-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT STEP-CONTROL-FILE ASSIGN TO STEPCTL-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-PERIOD-KEY
               FILE STATUS IS WS-STEPCTL-STATUS.
           SELECT TRANSMISSION-CONTROL-FILE ASSIGN TO PPCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPCTL-STATUS.
           SELECT VOID-NOTICE-FILE ASSIGN TO VOIDCHK-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOIDCHK-STATUS.
           SELECT ISSUE-FILE ASSIGN TO PPISSUE-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUE-STATUS.
           SELECT TRANSMISSION-LISTING ASSIGN TO POSPAY-PRT.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REGISTER LABEL RECORDS ARE STANDARD.
           COPY CHKREG.
       FD  CHECK-NUMBER-FILE LABEL RECORDS ARE STANDARD.
           COPY CHKNUM.
       FD  RUN-CONTROL-FILE LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
       FD  STEP-CONTROL-FILE LABEL RECORDS ARE STANDARD.
           COPY STEPCTL.
       FD  TRANSMISSION-CONTROL-FILE LABEL RECORDS ARE STANDARD.
           COPY PPCTL.
       FD  VOID-NOTICE-FILE LABEL RECORDS ARE STANDARD.
           COPY VOIDCHK.
       FD  ISSUE-FILE LABEL RECORDS ARE STANDARD.
           COPY PPISSUE.
       FD  TRANSMISSION-LISTING LABEL RECORDS ARE STANDARD.
       01  TRANSMIT-PRINT-REC        PICTURE X(80).
       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-RECORDS    PICTURE XXX VALUE 'YES'.
       01  ARE-THERE-MORE-VOIDS      PICTURE XXX VALUE 'YES'.
       01  WS-CHKREG-STATUS          PICTURE XX VALUE '00'.
       01  WS-CHECKNUM-STATUS        PICTURE XX VALUE '00'.
       01  WS-CONTROL-STATUS         PICTURE XX VALUE '00'.
       01  WS-STEPCTL-STATUS         PICTURE XX VALUE '00'.
       01  WS-PPCTL-STATUS           PICTURE XX VALUE '00'.
       01  WS-VOIDCHK-STATUS         PICTURE XX VALUE '00'.
       01  WS-ISSUE-STATUS           PICTURE XX VALUE '00'.
       01  WS-RUN-PARM               PICTURE X(8) VALUE SPACES.
       01  WS-RUN-MODE-SWITCH        PICTURE X VALUE 'N'.
           88  OFF-CYCLE-MODE               VALUE 'Y'.
       01  WS-PERIOD-KNOWN           PICTURE X VALUE 'N'.
           88  PERIOD-ON-STEP-FILE          VALUE 'Y'.
       01  WS-VOIDS-FILE-SWITCH      PICTURE X VALUE 'N'.
           88  VOIDS-FILE-ON-HAND           VALUE 'Y'.
       01  WS-NEXT-NUMBER-SWITCH     PICTURE X VALUE 'N'.
           88  NEXT-NUMBER-ON-HAND          VALUE 'Y'.
      * The watermark: every check numbered above it is still to be
      * sent. Carried forward from PPCTL-DAT and advanced as each
      * check goes into the issue file.
       01  WS-LAST-CHECK-SENT        PICTURE 9(6) VALUE ZERO.
       01  WS-PRIOR-LAST-SENT        PICTURE 9(6) VALUE ZERO.
       01  WS-TRANSMISSION-COUNT     PICTURE 9(5) VALUE ZERO.
       01  WS-CTL-PERIOD-YEAR        PICTURE 9(4) VALUE ZERO.
       01  WS-CTL-PERIOD-NUMBER      PICTURE 9(2) VALUE ZERO.
       01  WS-NEXT-CHECK-NUMBER      PICTURE 9(6) VALUE ZERO.
       01  WS-EXPECTED-NUMBER        PICTURE 9(6) VALUE ZERO.
       01  WS-GAP-FIRST              PICTURE 9(6) VALUE ZERO.
       01  WS-GAP-LAST               PICTURE 9(6) VALUE ZERO.
       01  WS-GAP-SIZE               PICTURE 9(6) VALUE ZERO.
       01  WS-MATCH-IDX              PICTURE 9(4) VALUE ZERO.
       01  WS-TRANSMIT-TOTALS.
           05  WS-REGISTER-READ      PICTURE 9(4) VALUE ZERO.
           05  WS-ISSUES-SENT        PICTURE 9(4) VALUE ZERO.
           05  WS-ISSUE-AMOUNT       PICTURE 9(8)V99 VALUE ZERO.
           05  WS-VOIDS-READ         PICTURE 9(4) VALUE ZERO.
           05  WS-VOIDS-SENT         PICTURE 9(4) VALUE ZERO.
           05  WS-VOID-AMOUNT        PICTURE 9(8)V99 VALUE ZERO.
           05  WS-VOIDS-NOT-SENT     PICTURE 9(4) VALUE ZERO.
           05  WS-VOID-NOT-SENT-AMT  PICTURE 9(8)V99 VALUE ZERO.
           05  WS-GAP-COUNT          PICTURE 9(4) VALUE ZERO.
           05  WS-SEQUENCE-ERRORS    PICTURE 9(4) VALUE ZERO.
       01  WS-REGISTER-COUNT         PICTURE 9(4) VALUE ZERO.
       01  WS-REGISTER-TABLE.
           05  WS-REG-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-REGISTER-COUNT
                   INDEXED BY WS-REG-IDX.
               10  WS-REG-CHECK-NUMBER PICTURE 9(6).
               10  WS-REG-EMPLOYEE-ID  PICTURE X(5).
               10  WS-REG-NAME         PICTURE X(20).
               10  WS-REG-AMOUNT       PICTURE 9(4)V99.
               10  WS-REG-ISSUE-DATE   PICTURE 9(8).
      * 'V' once a void for the check is in this transmission, so a
      * second notice for the same period cannot void it twice.
               10  WS-REG-VOID-FLAG    PICTURE X.
       01  WS-TRANSMIT-HEADING.
           05                        PICTURE X(34) VALUE
               'POSITIVE PAY TRANSMISSION CONTROL'.
           05  TH-MODE-OUT           PICTURE X(20) VALUE SPACES.
       01  WS-TRANSMIT-PERIOD-LINE.
           05                        PICTURE X(11) VALUE
               'PAY PERIOD '.
           05  TP-YEAR-OUT           PICTURE 9(4).
           05                        PICTURE X VALUE '/'.
           05  TP-NUMBER-OUT         PICTURE 9(2).
           05                        PICTURE X(8) VALUE ' ENDING '.
           05  TP-END-DATE-OUT       PICTURE 9999/99/99.
       01  WS-TRANSMIT-NUMBER-LINE.
           05                        PICTURE X(14) VALUE
               'TRANSMISSION '.
           05  TN-COUNT-OUT          PICTURE ZZZZ9.
           05                        PICTURE X(28) VALUE
               '   PREVIOUSLY SENT THROUGH '.
           05  TN-LAST-SENT-OUT      PICTURE 9(6).
       01  WS-TRANSMIT-COLUMN-HEADING.
           05                        PICTURE X(8) VALUE 'CHECK'.
           05                        PICTURE X(7) VALUE 'ID'.
           05                        PICTURE X(22) VALUE 'PAYEE'.
           05                        PICTURE X(10) VALUE
               '  AMOUNT'.
           05                        PICTURE X(12) VALUE 'ISSUED'.
           05                        PICTURE X(20) VALUE 'ACTION'.
       01  WS-TRANSMIT-DETAIL-LINE.
           05  TD-CHECK-OUT          PICTURE 9(6).
           05                        PICTURE X(2) VALUE SPACES.
           05  TD-ID-OUT             PICTURE X(5).
           05                        PICTURE X(2) VALUE SPACES.
           05  TD-NAME-OUT           PICTURE X(20).
           05                        PICTURE X(2) VALUE SPACES.
           05  TD-AMOUNT-OUT         PICTURE Z,ZZ9.99.
           05                        PICTURE X(2) VALUE SPACES.
           05  TD-DATE-OUT           PICTURE 9999/99/99.
           05                        PICTURE X(2) VALUE SPACES.
           05  TD-ACTION-OUT         PICTURE X(20).
       01  WS-TRANSMIT-NOTE-LINE.
           05  TX-CHECK-OUT          PICTURE 9(6).
           05                        PICTURE X(2) VALUE SPACES.
           05  TX-NOTE-OUT           PICTURE X(60).
       01  WS-GAP-NOTE.
           05                        PICTURE X(8) VALUE
               'THROUGH '.
           05  GN-LAST-OUT           PICTURE 9(6).
           05                        PICTURE X(43) VALUE
               ' NOT ON REGISTER - NEVER SENT - INVESTIGATE'.
       01  WS-TRANSMIT-WATERMARK-LINE.
           05                        PICTURE X(28) VALUE
               'CHECKS NOW SENT THROUGH'.
           05  TW-LAST-SENT-OUT      PICTURE 9(6).
       01  WS-TRANSMIT-TOTAL-LINE.
           05  TT-CAPTION            PICTURE X(28).
           05  TT-COUNT-OUT          PICTURE ZZZ9.
           05                        PICTURE X(6) VALUE SPACES.
           05  TT-AMOUNT-OUT         PICTURE ZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-RUN-PARM = 'OFFCYCLE'
               MOVE 'Y' TO WS-RUN-MODE-SWITCH
               MOVE '- OFF-CYCLE' TO TH-MODE-OUT
           END-IF
           OPEN OUTPUT TRANSMISSION-LISTING
           WRITE TRANSMIT-PRINT-REC FROM WS-TRANSMIT-HEADING
      *--- An off-cycle transmission sends what OFFCYC has just
      *--- cut and voided and sits outside the weekly stream, so the
      *--- step record is neither checked nor stamped; the weekly
      *--- run still will not transmit before SAMPLE or twice.
           IF NOT OFF-CYCLE-MODE
               PERFORM 150-READ-RUN-CONTROL
               PERFORM 160-CHECK-STEP-STATUS
           END-IF
           PERFORM 170-READ-TRANSMISSION-CONTROL
           PERFORM 180-READ-NEXT-CHECK-NUMBER
           PERFORM 190-LOAD-CHECK-REGISTER
           OPEN OUTPUT ISSUE-FILE
           WRITE TRANSMIT-PRINT-REC FROM WS-TRANSMIT-COLUMN-HEADING
           PERFORM 200-SEND-ISSUES
           PERFORM 300-SEND-VOIDS
           CLOSE ISSUE-FILE
           PERFORM 900-WRITE-CONTROL-TOTALS
           PERFORM 920-REWRITE-TRANSMISSION-CONTROL
           PERFORM 930-EMPTY-VOID-NOTICES
           IF NOT OFF-CYCLE-MODE
               PERFORM 950-STAMP-STEP
           END-IF
           CLOSE TRANSMISSION-LISTING
           DISPLAY 'POSPAY - ISSUES SENT ' WS-ISSUES-SENT
                   ' VOIDS SENT ' WS-VOIDS-SENT
           STOP RUN.
       150-READ-RUN-CONTROL.
      *--- The run control totals name the period the checks were
      *--- cut for; without them SAMPLE never finished.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'POSPAY ABEND - NO RUN CONTROL TOTALS - '
                       'RUN SAMPLE BEFORE POSPAY'
               CLOSE TRANSMISSION-LISTING
               STOP RUN
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'POSPAY ABEND - RUN CONTROL FILE EMPTY'
                   CLOSE RUN-CONTROL-FILE
                         TRANSMISSION-LISTING
                   STOP RUN
           END-READ
           CLOSE RUN-CONTROL-FILE
           MOVE RC-PERIOD-YEAR TO TP-YEAR-OUT
           MOVE RC-PERIOD-NUMBER TO TP-NUMBER-OUT
           MOVE RC-PERIOD-END-DATE TO TP-END-DATE-OUT
           WRITE TRANSMIT-PRINT-REC FROM WS-TRANSMIT-PERIOD-LINE.
       160-CHECK-STEP-STATUS.
      *--- The checks are not final until SAMPLE has stamped the
      *--- period, and a second weekly transmission would only send
      *--- the voids again - refuse both.
           OPEN I-O STEP-CONTROL-FILE
           IF WS-STEPCTL-STATUS = '35'
               DISPLAY 'POSPAY ABEND - NO STEP STATUS FILE - '
                       'RUN THE WEEKLY STREAM FROM TIMEEDIT'
               CLOSE TRANSMISSION-LISTING
               STOP RUN
           END-IF
           MOVE RC-PERIOD-YEAR TO SC-PERIOD-YEAR
           MOVE RC-PERIOD-NUMBER TO SC-PERIOD-NUMBER
           READ STEP-CONTROL-FILE
               INVALID KEY
                   DISPLAY 'POSPAY ABEND - NO STEP RECORD FOR '
                           'PERIOD ' RC-PERIOD-YEAR '/'
                           RC-PERIOD-NUMBER
                   CLOSE TRANSMISSION-LISTING
                         STEP-CONTROL-FILE
                   STOP RUN
           END-READ
           IF NOT SAMPLE-STEP-DONE
               DISPLAY 'POSPAY ABEND - SAMPLE HAS NOT FINISHED '
                       'FOR PERIOD ' RC-PERIOD-YEAR '/'
                       RC-PERIOD-NUMBER
               CLOSE TRANSMISSION-LISTING
                     STEP-CONTROL-FILE
               STOP RUN
           END-IF
           IF POSPAY-STEP-DONE
               DISPLAY 'POSPAY ABEND - PERIOD ' RC-PERIOD-YEAR '/'
                       RC-PERIOD-NUMBER ' ALREADY TRANSMITTED - '
                       'RERUN REFUSED'
               CLOSE TRANSMISSION-LISTING
                     STEP-CONTROL-FILE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-PERIOD-KNOWN.
       170-READ-TRANSMISSION-CONTROL.
      *--- No control record means nothing has ever been sent: the
      *--- first transmission sends every check still on the
      *--- register.
           OPEN INPUT TRANSMISSION-CONTROL-FILE
           IF WS-PPCTL-STATUS = '35'
               DISPLAY 'POSPAY - NO TRANSMISSION CONTROL RECORD - '
                       'FIRST TRANSMISSION'
           ELSE
               READ TRANSMISSION-CONTROL-FILE
                   AT END
                       DISPLAY 'POSPAY - TRANSMISSION CONTROL FILE '
                               'EMPTY - FIRST TRANSMISSION'
                   NOT AT END
                       MOVE PPC-LAST-CHECK-SENT TO WS-LAST-CHECK-SENT
                       MOVE PPC-TRANSMISSION-COUNT
                            TO WS-TRANSMISSION-COUNT
                       MOVE PPC-LAST-PERIOD-YEAR
                            TO WS-CTL-PERIOD-YEAR
                       MOVE PPC-LAST-PERIOD-NUMBER
                            TO WS-CTL-PERIOD-NUMBER
               END-READ
               CLOSE TRANSMISSION-CONTROL-FILE
           END-IF
           MOVE WS-LAST-CHECK-SENT TO WS-PRIOR-LAST-SENT
           ADD 1 TO WS-TRANSMISSION-COUNT
           MOVE WS-TRANSMISSION-COUNT TO TN-COUNT-OUT
           MOVE WS-PRIOR-LAST-SENT TO TN-LAST-SENT-OUT
           WRITE TRANSMIT-PRINT-REC FROM WS-TRANSMIT-NUMBER-LINE
           IF NOT OFF-CYCLE-MODE
               MOVE RC-PERIOD-YEAR TO WS-CTL-PERIOD-YEAR
               MOVE RC-PERIOD-NUMBER TO WS-CTL-PERIOD-NUMBER
           END-IF.
       180-READ-NEXT-CHECK-NUMBER.
      *--- The next number to be assigned marks the end of the
      *--- checks cut so far, so a check cut but missing from the
      *--- tail of the register is caught as well as one missing
      *--- from the middle.
           OPEN INPUT CHECK-NUMBER-FILE
           IF WS-CHECKNUM-STATUS = '00'
               READ CHECK-NUMBER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE NCN-NEXT-CHECK-NUMBER
                            TO WS-NEXT-CHECK-NUMBER
                       MOVE 'Y' TO WS-NEXT-NUMBER-SWITCH
               END-READ
               CLOSE CHECK-NUMBER-FILE
           END-IF.
       190-LOAD-CHECK-REGISTER.
           OPEN INPUT CHECK-REGISTER
           IF WS-CHKREG-STATUS NOT = '00'
      *--- No register means no check has been printed yet; the
      *--- transmission still goes, carrying only the voids.
               DISPLAY 'POSPAY - CHECK REGISTER NOT FOUND - '
                       'NO ISSUES TO SEND'
               MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           END-IF
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ CHECK-REGISTER
                    AT END
                         MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                    NOT AT END
                         ADD 1 TO WS-REGISTER-READ
                         PERFORM 195-STORE-REGISTER-ENTRY
               END-READ
           END-PERFORM
           IF WS-CHKREG-STATUS NOT = '35'
               CLOSE CHECK-REGISTER
           END-IF.
       195-STORE-REGISTER-ENTRY.
           IF WS-REGISTER-COUNT >= 2000
               DISPLAY 'POSPAY ABEND - REGISTER TABLE FULL'
               CLOSE CHECK-REGISTER
                     TRANSMISSION-LISTING
               STOP RUN
           END-IF
           ADD 1 TO WS-REGISTER-COUNT
           SET WS-REG-IDX TO WS-REGISTER-COUNT
           MOVE CR-CHECK-NUMBER
                TO WS-REG-CHECK-NUMBER (WS-REG-IDX)
           MOVE CR-EMPLOYEE-ID TO WS-REG-EMPLOYEE-ID (WS-REG-IDX)
           MOVE CR-EMPLOYEE-NAME TO WS-REG-NAME (WS-REG-IDX)
           MOVE CR-NET-AMOUNT TO WS-REG-AMOUNT (WS-REG-IDX)
           MOVE CR-ISSUE-DATE TO WS-REG-ISSUE-DATE (WS-REG-IDX)
           MOVE 'N' TO WS-REG-VOID-FLAG (WS-REG-IDX).
       200-SEND-ISSUES.
      *--- The register is appended in check-number order by SAMPLE
      *--- and OFFCYC alike and CHKREC writes it back in the same
      *--- order, so walking it from the top, every check above the
      *--- watermark is new and each one should be the next number
      *--- after the last. A number skipped means a check that left
      *--- the register before it was ever sent - cleared at the
      *--- bank inside a week - and the bank has no issue record for
      *--- it; the office must be told, not the bank.
           COMPUTE WS-EXPECTED-NUMBER = WS-LAST-CHECK-SENT + 1
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REGISTER-COUNT
               IF WS-REG-CHECK-NUMBER (WS-REG-IDX)
                  > WS-LAST-CHECK-SENT
                   PERFORM 210-SEND-ONE-ISSUE
               ELSE
                   IF WS-REG-CHECK-NUMBER (WS-REG-IDX)
                      > WS-PRIOR-LAST-SENT
      *--- Above the old watermark but not above the new one: the
      *--- number is on the register twice, or out of order. The
      *--- bank must not get a second issue for a number already
      *--- sent, so it is held for the office to sort out.
                       PERFORM 230-NOTE-SEQUENCE-ERROR
                   END-IF
               END-IF
           END-PERFORM
           IF NEXT-NUMBER-ON-HAND
              AND WS-NEXT-CHECK-NUMBER > WS-EXPECTED-NUMBER
              AND WS-LAST-CHECK-SENT > ZERO
               MOVE WS-EXPECTED-NUMBER TO WS-GAP-FIRST
               COMPUTE WS-GAP-LAST = WS-NEXT-CHECK-NUMBER - 1
               PERFORM 220-NOTE-NUMBER-GAP
               MOVE WS-GAP-LAST TO WS-LAST-CHECK-SENT
           END-IF.
       210-SEND-ONE-ISSUE.
      *--- On the very first transmission there is no watermark to
      *--- count from; the register's first check starts the run.
           IF WS-PRIOR-LAST-SENT = ZERO AND WS-ISSUES-SENT = ZERO
               MOVE WS-REG-CHECK-NUMBER (WS-REG-IDX)
                    TO WS-EXPECTED-NUMBER
           END-IF
           IF WS-REG-CHECK-NUMBER (WS-REG-IDX) > WS-EXPECTED-NUMBER
               MOVE WS-EXPECTED-NUMBER TO WS-GAP-FIRST
               COMPUTE WS-GAP-LAST =
                       WS-REG-CHECK-NUMBER (WS-REG-IDX) - 1
               PERFORM 220-NOTE-NUMBER-GAP
           END-IF
           MOVE SPACES TO POSITIVE-PAY-ISSUE-RECORD
           MOVE WS-REG-CHECK-NUMBER (WS-REG-IDX) TO PI-CHECK-NUMBER
           MOVE WS-REG-AMOUNT (WS-REG-IDX) TO PI-CHECK-AMOUNT
           MOVE WS-REG-ISSUE-DATE (WS-REG-IDX) TO PI-ISSUE-DATE
           MOVE WS-REG-NAME (WS-REG-IDX) TO PI-PAYEE-NAME
           MOVE 'I' TO PI-ISSUE-VOID-CODE
           WRITE POSITIVE-PAY-ISSUE-RECORD
           ADD 1 TO WS-ISSUES-SENT
           ADD WS-REG-AMOUNT (WS-REG-IDX) TO WS-ISSUE-AMOUNT
           MOVE WS-REG-CHECK-NUMBER (WS-REG-IDX)
                TO WS-LAST-CHECK-SENT
           COMPUTE WS-EXPECTED-NUMBER = WS-LAST-CHECK-SENT + 1
           MOVE 'ISSUE SENT' TO TD-ACTION-OUT
           PERFORM 290-WRITE-REGISTER-LINE.
       220-NOTE-NUMBER-GAP.
           COMPUTE WS-GAP-SIZE = WS-GAP-LAST - WS-GAP-FIRST + 1
           ADD WS-GAP-SIZE TO WS-GAP-COUNT
           MOVE SPACES TO WS-TRANSMIT-NOTE-LINE
           MOVE WS-GAP-FIRST TO TX-CHECK-OUT
           MOVE WS-GAP-LAST TO GN-LAST-OUT
           MOVE WS-GAP-NOTE TO TX-NOTE-OUT
           WRITE TRANSMIT-PRINT-REC FROM WS-TRANSMIT-NOTE-LINE.
       230-NOTE-SEQUENCE-ERROR.
           ADD 1 TO WS-SEQUENCE-ERRORS
           MOVE 'SEQUENCE - NOT SENT' TO TD-ACTION-OUT
           PERFORM 290-WRITE-REGISTER-LINE.
       290-WRITE-REGISTER-LINE.
           MOVE WS-REG-CHECK-NUMBER (WS-REG-IDX) TO TD-CHECK-OUT
           MOVE WS-REG-EMPLOYEE-ID (WS-REG-IDX) TO TD-ID-OUT
           MOVE WS-REG-NAME (WS-REG-IDX) TO TD-NAME-OUT
           MOVE WS-REG-AMOUNT (WS-REG-IDX) TO TD-AMOUNT-OUT
           MOVE WS-REG-ISSUE-DATE (WS-REG-IDX) TO TD-DATE-OUT
           WRITE TRANSMIT-PRINT-REC FROM WS-TRANSMIT-DETAIL-LINE.
       300-SEND-VOIDS.
      *--- Voids go after the issues, so a check cut and voided
      *--- between two transmissions reaches the bank issued first
      *--- and cancelled second, which is the order the bank applies
      *--- them in.
           OPEN INPUT VOID-NOTICE-FILE
           IF WS-VOIDCHK-STATUS = '35'
               MOVE 'NO ' TO ARE-THERE-MORE-VOIDS
           ELSE
               MOVE 'Y' TO WS-VOIDS-FILE-SWITCH
           END-IF
           PERFORM UNTIL ARE-THERE-MORE-VOIDS = 'NO '
               READ VOID-NOTICE-FILE
                    AT END
                         MOVE 'NO ' TO ARE-THERE-MORE-VOIDS
                    NOT AT END
                         ADD 1 TO WS-VOIDS-READ
                         PERFORM 310-SEND-ONE-VOID
               END-READ
           END-PERFORM
           IF VOIDS-FILE-ON-HAND
               CLOSE VOID-NOTICE-FILE
           END-IF.
       310-SEND-ONE-VOID.
      *--- A void cancels the whole period, so every check still on
      *--- the register for the employee and the voided period's
      *--- issue date is voided: the period's own check, a reissue
      *--- of a lost one, and any correction check OFFCYC cut for
      *--- the difference. They are matched without the amount - a
      *--- corrected period's archived net is on no check at all.
      *--- No match means the period was paid by direct deposit, or
      *--- the checks have already cleared - either way there is
      *--- nothing at the bank to stop.
           MOVE ZERO TO WS-MATCH-IDX
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REGISTER-COUNT
               IF WS-REG-EMPLOYEE-ID (WS-REG-IDX) = VN-EMPLOYEE-ID
                  AND WS-REG-ISSUE-DATE (WS-REG-IDX) = VN-ISSUE-DATE
                  AND WS-REG-VOID-FLAG (WS-REG-IDX) = 'N'
                   SET WS-MATCH-IDX TO WS-REG-IDX
                   PERFORM 315-SEND-VOID-RECORD
               END-IF
           END-PERFORM
           IF WS-MATCH-IDX = ZERO
               ADD 1 TO WS-VOIDS-NOT-SENT
               ADD VN-NET-AMOUNT TO WS-VOID-NOT-SENT-AMT
               MOVE SPACES TO WS-TRANSMIT-DETAIL-LINE
               MOVE VN-EMPLOYEE-ID TO TD-ID-OUT
               MOVE VN-EMPLOYEE-NAME TO TD-NAME-OUT
               MOVE VN-NET-AMOUNT TO TD-AMOUNT-OUT
               MOVE VN-ISSUE-DATE TO TD-DATE-OUT
               MOVE 'VOID - NO CHECK' TO TD-ACTION-OUT
               WRITE TRANSMIT-PRINT-REC FROM WS-TRANSMIT-DETAIL-LINE
           END-IF.
       315-SEND-VOID-RECORD.
           MOVE 'V' TO WS-REG-VOID-FLAG (WS-REG-IDX)
           MOVE SPACES TO POSITIVE-PAY-ISSUE-RECORD
           MOVE WS-REG-CHECK-NUMBER (WS-REG-IDX) TO PI-CHECK-NUMBER
           MOVE WS-REG-AMOUNT (WS-REG-IDX) TO PI-CHECK-AMOUNT
           MOVE WS-REG-ISSUE-DATE (WS-REG-IDX) TO PI-ISSUE-DATE
           MOVE WS-REG-NAME (WS-REG-IDX) TO PI-PAYEE-NAME
           MOVE 'V' TO PI-ISSUE-VOID-CODE
           WRITE POSITIVE-PAY-ISSUE-RECORD
           ADD 1 TO WS-VOIDS-SENT
           ADD WS-REG-AMOUNT (WS-REG-IDX) TO WS-VOID-AMOUNT
           MOVE SPACES TO WS-TRANSMIT-DETAIL-LINE
           MOVE 'VOID SENT' TO TD-ACTION-OUT
           PERFORM 290-WRITE-REGISTER-LINE.
       900-WRITE-CONTROL-TOTALS.
      *--- The issue and void lines are what the bank's
      *--- acknowledgement must agree with.
           MOVE SPACES TO WS-TRANSMIT-TOTAL-LINE
           MOVE 'REGISTER CHECKS READ' TO TT-CAPTION
           MOVE WS-REGISTER-READ TO TT-COUNT-OUT
           WRITE TRANSMIT-PRINT-REC FROM WS-TRANSMIT-TOTAL-LINE
           MOVE SPACES TO WS-TRANSMIT-TOTAL-LINE
           MOVE 'ISSUES SENT / AMOUNT' TO TT-CAPTION
           MOVE WS-ISSUES-SENT TO TT-COUNT-OUT
           MOVE WS-ISSUE-AMOUNT TO TT-AMOUNT-OUT
           WRITE TRANSMIT-PRINT-REC FROM WS-TRANSMIT-TOTAL-LINE
           MOVE SPACES TO WS-TRANSMIT-TOTAL-LINE
           MOVE 'VOIDS SENT / AMOUNT' TO TT-CAPTION
           MOVE WS-VOIDS-SENT TO TT-COUNT-OUT
           MOVE WS-VOID-AMOUNT TO TT-AMOUNT-OUT
           WRITE TRANSMIT-PRINT-REC FROM WS-TRANSMIT-TOTAL-LINE
           MOVE SPACES TO WS-TRANSMIT-TOTAL-LINE
           MOVE 'VOID NOTICES READ' TO TT-CAPTION
           MOVE WS-VOIDS-READ TO TT-COUNT-OUT
           WRITE TRANSMIT-PRINT-REC FROM WS-TRANSMIT-TOTAL-LINE
           MOVE SPACES TO WS-TRANSMIT-TOTAL-LINE
           MOVE 'VOIDS NO CHECK / AMOUNT' TO TT-CAPTION
           MOVE WS-VOIDS-NOT-SENT TO TT-COUNT-OUT
           MOVE WS-VOID-NOT-SENT-AMT TO TT-AMOUNT-OUT
           WRITE TRANSMIT-PRINT-REC FROM WS-TRANSMIT-TOTAL-LINE
           MOVE SPACES TO WS-TRANSMIT-TOTAL-LINE
           MOVE 'NUMBERS MISSING' TO TT-CAPTION
           MOVE WS-GAP-COUNT TO TT-COUNT-OUT
           WRITE TRANSMIT-PRINT-REC FROM WS-TRANSMIT-TOTAL-LINE
           MOVE SPACES TO WS-TRANSMIT-TOTAL-LINE
           MOVE 'OUT OF SEQUENCE' TO TT-CAPTION
           MOVE WS-SEQUENCE-ERRORS TO TT-COUNT-OUT
           WRITE TRANSMIT-PRINT-REC FROM WS-TRANSMIT-TOTAL-LINE
           MOVE WS-LAST-CHECK-SENT TO TW-LAST-SENT-OUT
           WRITE TRANSMIT-PRINT-REC FROM WS-TRANSMIT-WATERMARK-LINE
           IF WS-GAP-COUNT > ZERO OR WS-SEQUENCE-ERRORS > ZERO
               DISPLAY 'POSPAY - CHECK NUMBER EXCEPTIONS - '
                       'SEE REPORT'
           END-IF.
       920-REWRITE-TRANSMISSION-CONTROL.
      *--- Written only once the issue file is closed: a run that
      *--- dies before this point leaves the old watermark, and the
      *--- rerun sends the same checks again in a new file rather
      *--- than skipping them.
           OPEN OUTPUT TRANSMISSION-CONTROL-FILE
           MOVE SPACES TO POSITIVE-PAY-CONTROL-RECORD
           MOVE WS-LAST-CHECK-SENT TO PPC-LAST-CHECK-SENT
           MOVE WS-TRANSMISSION-COUNT TO PPC-TRANSMISSION-COUNT
           MOVE WS-CTL-PERIOD-YEAR TO PPC-LAST-PERIOD-YEAR
           MOVE WS-CTL-PERIOD-NUMBER TO PPC-LAST-PERIOD-NUMBER
           WRITE POSITIVE-PAY-CONTROL-RECORD
           CLOSE TRANSMISSION-CONTROL-FILE.
       930-EMPTY-VOID-NOTICES.
      *--- Every notice read is now either in the issue file or on
      *--- the report as having no check to stop; OFFCYC starts the
      *--- next batch from empty.
           IF VOIDS-FILE-ON-HAND
               OPEN OUTPUT VOID-NOTICE-FILE
               CLOSE VOID-NOTICE-FILE
           END-IF.
       950-STAMP-STEP.
           IF PERIOD-ON-STEP-FILE
               MOVE RC-PERIOD-YEAR TO SC-PERIOD-YEAR
               MOVE RC-PERIOD-NUMBER TO SC-PERIOD-NUMBER
               READ STEP-CONTROL-FILE
                   INVALID KEY
                       DISPLAY 'POSPAY - STEP RECORD LOST - '
                               'STATUS NOT STAMPED'
                   NOT INVALID KEY
                       MOVE 'C' TO SC-POSPAY-STATUS
                       REWRITE STEP-STATUS-RECORD
               END-READ
               CLOSE STEP-CONTROL-FILE
           END-IF.
