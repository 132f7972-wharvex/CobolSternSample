      * knows exactly which period it is running and a completed       *
      * period can never be opened (and so paid) a second time.        *
      * Opening the first period of a new year performs the year-end   *
      * rollover of the year-to-date master automatically. The holiday *
      * calendar TIMEEDIT credits holiday hours from is kept here too, *
      * by holiday add/delete transactions on the same input.          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Input file name: `PCTRANS-DAT`.
      * Master file names: `PAYCAL-DAT`, `HOLCAL-DAT`, `YTD-DAT`.
      * Output file name: `PCAL-PRT`.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO PCTRANS-DAT
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-PERIOD-KEY
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT HOLIDAY-CALENDAR ASSIGN TO HOLCAL-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-HOLIDAY-DATE
               FILE STATUS IS WS-HOLCAL-STATUS.
           SELECT YTD-MASTER ASSIGN TO YTD-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
           05  PCT-CODE              PICTURE X.
               88  PCT-IS-ADD                VALUE 'A'.
               88  PCT-IS-OPEN               VALUE 'O'.
               88  PCT-IS-HOLIDAY-ADD        VALUE 'H'.
               88  PCT-IS-HOLIDAY-DELETE     VALUE 'X'.
               88  PCT-IS-HOLIDAY            VALUES 'H' 'X'.
           05  PCT-PERIOD-YEAR       PICTURE 9(4).
           05  PCT-PERIOD-NUMBER     PICTURE 9(2).
           05  PCT-END-DATE.
               10  PCT-END-YEAR      PICTURE 9(4).
               10  PCT-END-MONTH     PICTURE 9(2).
               10  PCT-END-DAY       PICTURE 9(2).
      * Holiday transactions (H add, X delete) carry the holiday's
      * date where a period transaction carries its key.
       01  HOLIDAY-TRANSACTION-REC.
           05  HT-CODE               PICTURE X.
           05  HT-HOLIDAY-DATE.
               10  HT-HOLIDAY-YEAR   PICTURE 9(4).
               10  HT-HOLIDAY-MONTH  PICTURE 9(2).
               10  HT-HOLIDAY-DAY    PICTURE 9(2).
           05  HT-CREDIT-HOURS       PICTURE 9(2).
           05  HT-DESCRIPTION        PICTURE X(20).
       FD  PAY-PERIOD-CALENDAR LABEL RECORDS ARE STANDARD.
           COPY PAYCAL.
       FD  HOLIDAY-CALENDAR LABEL RECORDS ARE STANDARD.
           COPY HOLCAL.
       FD  YTD-MASTER LABEL RECORDS ARE STANDARD.
           COPY YTDREC.
       FD  CALENDAR-LISTING LABEL RECORDS ARE STANDARD.
           05  CL-PERIOD-NUMBER-OUT  PICTURE 9(2).
           05                        PICTURE X(2).
           05  CL-MESSAGE-OUT        PICTURE X(40).
       01  HOLIDAY-LISTING-REC.
           05  HL-TRANS-CODE-OUT     PICTURE X.
           05                        PICTURE X(2).
           05  HL-HOLIDAY-DATE-OUT   PICTURE 9(8).
           05                        PICTURE X.
           05  HL-MESSAGE-OUT        PICTURE X(40).
       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-TRANS      PICTURE XXX VALUE 'YES'.
       01  ARE-THERE-MORE-PERIODS    PICTURE XXX VALUE 'YES'.
       01  ARE-THERE-MORE-YTD-RECS   PICTURE XXX VALUE 'YES'.
       01  WS-CALENDAR-STATUS        PICTURE XX VALUE '00'.
       01  WS-YTD-STATUS             PICTURE XX VALUE '00'.
       01  WS-HOLCAL-STATUS          PICTURE XX VALUE '00'.
       01  WS-CL-MESSAGE             PICTURE X(40) VALUE SPACES.
       01  WS-OPEN-FOUND             PICTURE X VALUE 'N'.
           88  ANOTHER-PERIOD-IS-OPEN       VALUE 'Y'.
               CLOSE PAY-PERIOD-CALENDAR
               OPEN I-O PAY-PERIOD-CALENDAR
           END-IF
           OPEN I-O HOLIDAY-CALENDAR
           IF WS-HOLCAL-STATUS = '35'
               CLOSE HOLIDAY-CALENDAR
               OPEN OUTPUT HOLIDAY-CALENDAR
               CLOSE HOLIDAY-CALENDAR
               OPEN I-O HOLIDAY-CALENDAR
           END-IF
           OPEN OUTPUT CALENDAR-LISTING
           PERFORM UNTIL ARE-THERE-MORE-TRANS = 'NO '
               READ TRANSACTION-FILE
           END-PERFORM
           CLOSE TRANSACTION-FILE
                 PAY-PERIOD-CALENDAR
                 HOLIDAY-CALENDAR
                 CALENDAR-LISTING
           STOP RUN.
       200-APPLY-TRANSACTION.
                   PERFORM 210-ADD-PERIOD
               WHEN PCT-IS-OPEN
                   PERFORM 220-OPEN-PERIOD
               WHEN PCT-IS-HOLIDAY-ADD
                   PERFORM 270-ADD-HOLIDAY
               WHEN PCT-IS-HOLIDAY-DELETE
                   PERFORM 280-DELETE-HOLIDAY
               WHEN OTHER
                   MOVE 'REJECTED - INVALID TRANSACTION CODE'
                        TO WS-CL-MESSAGE
           END-EVALUATE
           IF PCT-IS-HOLIDAY
               PERFORM 295-WRITE-HOLIDAY-LINE
           ELSE
               PERFORM 290-WRITE-LISTING-LINE
           END-IF.
       210-ADD-PERIOD.
           IF PCT-PERIOD-YEAR IS NOT NUMERIC
              OR PCT-PERIOD-NUMBER IS NOT NUMERIC
           MOVE ZERO TO YTD-YEAR-STATE
           REWRITE YTD-RECORD
           ADD 1 TO WS-YTD-ROLLED.
       270-ADD-HOLIDAY.
      *--- Holidays are loaded ahead like the periods. TIMEEDIT reads
      *--- the calendar when it edits the period the holiday falls
      *--- in, so a holiday added or deleted after that edit counts
      *--- only once the deck is edited again.
           IF HT-HOLIDAY-DATE IS NOT NUMERIC
              OR HT-HOLIDAY-MONTH < 1 OR HT-HOLIDAY-MONTH > 12
              OR HT-HOLIDAY-DAY < 1 OR HT-HOLIDAY-DAY > 31
               MOVE 'REJECTED - INVALID HOLIDAY DATE'
                    TO WS-CL-MESSAGE
           ELSE
               IF HT-CREDIT-HOURS IS NOT NUMERIC
                  OR HT-CREDIT-HOURS = ZERO
                  OR HT-CREDIT-HOURS > 24
                   MOVE 'REJECTED - CREDIT HOURS NOT 01-24'
                        TO WS-CL-MESSAGE
               END-IF
           END-IF
           IF WS-CL-MESSAGE = SPACES
               MOVE HT-HOLIDAY-DATE TO HC-HOLIDAY-DATE
               MOVE HT-DESCRIPTION TO HC-DESCRIPTION
               MOVE HT-CREDIT-HOURS TO HC-CREDIT-HOURS
               WRITE HOLIDAY-RECORD
                   INVALID KEY
                       MOVE 'REJECTED - HOLIDAY ALREADY ON CALENDAR'
                            TO WS-CL-MESSAGE
                   NOT INVALID KEY
                       MOVE 'HOLIDAY ADDED' TO WS-CL-MESSAGE
               END-WRITE
           END-IF.
       280-DELETE-HOLIDAY.
           MOVE HT-HOLIDAY-DATE TO HC-HOLIDAY-DATE
           DELETE HOLIDAY-CALENDAR
               INVALID KEY
                   MOVE 'REJECTED - HOLIDAY NOT ON CALENDAR'
                        TO WS-CL-MESSAGE
               NOT INVALID KEY
                   MOVE 'HOLIDAY DELETED' TO WS-CL-MESSAGE
           END-DELETE.
       290-WRITE-LISTING-LINE.
           MOVE SPACES TO CALENDAR-LISTING-REC
           MOVE PCT-CODE TO CL-TRANS-CODE-OUT
           MOVE PCT-PERIOD-NUMBER TO CL-PERIOD-NUMBER-OUT
           MOVE WS-CL-MESSAGE TO CL-MESSAGE-OUT
           WRITE CALENDAR-LISTING-REC.
       295-WRITE-HOLIDAY-LINE.
           MOVE SPACES TO HOLIDAY-LISTING-REC
           MOVE HT-CODE TO HL-TRANS-CODE-OUT
           MOVE HT-HOLIDAY-DATE TO HL-HOLIDAY-DATE-OUT
           MOVE WS-CL-MESSAGE TO HL-MESSAGE-OUT
           WRITE HOLIDAY-LISTING-REC.
