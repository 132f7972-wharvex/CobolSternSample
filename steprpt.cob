      ******************************************************************
      * Job-stream status report. Reads the step-status control file   *
      * the weekly programs stamp and prints one line per pay period   *
      * showing which steps - TIMEEDIT, SUPEDIT, SAMPLE, BANKBAL,      *
      * GLDIST, PAYSTUB, REMIT, POSPAY - have finished cleanly, so the *
      * operators can see at a glance exactly where a period stands    *
      * instead of deducing it from which files happen to exist.       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       FD  STEP-CONTROL-FILE LABEL RECORDS ARE STANDARD.
           COPY STEPCTL.
       FD  STATUS-LISTING LABEL RECORDS ARE STANDARD.
       01  STATUS-PRINT-REC          PICTURE X(90).
       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-RECORDS    PICTURE XXX VALUE 'YES'.
       01  WS-STEPCTL-STATUS         PICTURE XX VALUE '00'.
               'WEEKLY JOB STREAM STATUS'.
       01  WS-COLUMN-HEADING.
           05                        PICTURE X(11) VALUE 'PERIOD'.
           05                        PICTURE X(9) VALUE 'TIMEEDIT'.
           05                        PICTURE X(9) VALUE 'SUPEDIT'.
           05                        PICTURE X(9) VALUE 'SAMPLE'.
           05                        PICTURE X(9) VALUE 'BANKBAL'.
           05                        PICTURE X(9) VALUE 'GLDIST'.
           05                        PICTURE X(9) VALUE 'PAYSTUB'.
           05                        PICTURE X(9) VALUE 'REMIT'.
           05                        PICTURE X(9) VALUE 'POSPAY'.
       01  WS-STATUS-DETAIL-LINE.
           05  SD-YEAR-OUT           PICTURE 9(4).
           05                        PICTURE X VALUE '/'.
           05  SD-NUMBER-OUT         PICTURE 9(2).
           05                        PICTURE X(4) VALUE SPACES.
           05  SD-TIMEEDIT-OUT       PICTURE X(9).
           05  SD-SUPEDIT-OUT        PICTURE X(9).
           05  SD-SAMPLE-OUT         PICTURE X(9).
           05  SD-BANKBAL-OUT        PICTURE X(9).
           05  SD-GLDIST-OUT         PICTURE X(9).
           05  SD-PAYSTUB-OUT        PICTURE X(9).
           05  SD-REMIT-OUT          PICTURE X(9).
           05  SD-POSPAY-OUT         PICTURE X(9).
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN INPUT STEP-CONTROL-FILE
           ELSE
               MOVE '-' TO SD-TIMEEDIT-OUT
           END-IF
           IF SUPEDIT-STEP-DONE
               MOVE 'DONE' TO SD-SUPEDIT-OUT
           ELSE
               MOVE '-' TO SD-SUPEDIT-OUT
           END-IF
           IF SAMPLE-STEP-DONE
               MOVE 'DONE' TO SD-SAMPLE-OUT
           ELSE
           ELSE
               MOVE '-' TO SD-PAYSTUB-OUT
           END-IF
           IF REMIT-STEP-DONE
               MOVE 'DONE' TO SD-REMIT-OUT
           ELSE
               MOVE '-' TO SD-REMIT-OUT
           END-IF
           IF POSPAY-STEP-DONE
               MOVE 'DONE' TO SD-POSPAY-OUT
           ELSE
               MOVE '-' TO SD-POSPAY-OUT
           END-IF
           WRITE STATUS-PRINT-REC FROM WS-STATUS-DETAIL-LINE.
