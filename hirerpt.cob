      ******************************************************************
      * Monthly new-hire and termination listing. For a requested      *
      * month (parameter YYYYMM) reads the employee master and lists   *
      * every employee hired, rehired or terminated in that month,     *
      * with the date and the state the employee works in, for the     *
      * state new-hire report and the office's own roster check.       *
      * Terminated employees stay on the master under their status,    *
      * and a rehire keeps the termination it followed as the prior    *
      * termination date, so the listing can be rerun for a past       *
      * month. The master keeps one prior termination, as it keeps one *
      * prior rate: an employee rehired a second time since then no    *
      * longer carries the first stretch's dates.                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HIRERPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Input file names: `EMP-DAT`, `WHPROF-DAT`.
      * Output file name: `HIRE-PRT`.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO EMP-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPLOYEE-ID-IN
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT WITHHOLDING-PROFILES ASSIGN TO WHPROF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WP-EMPLOYEE-ID
               FILE STATUS IS WS-WHPROF-STATUS.
           SELECT HIRE-LISTING ASSIGN TO HIRE-PRT.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER LABEL RECORDS ARE STANDARD.
           COPY EMPREC.
       FD  WITHHOLDING-PROFILES LABEL RECORDS ARE STANDARD.
           COPY WHPROF.
       FD  HIRE-LISTING LABEL RECORDS ARE STANDARD.
       01  HIRE-PRINT-REC            PICTURE X(80).
       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-RECORDS    PICTURE XXX VALUE 'YES'.
       01  WS-MASTER-STATUS          PICTURE XX VALUE '00'.
       01  WS-WHPROF-STATUS          PICTURE XX VALUE '00'.
       01  WS-PROFILES-SWITCH        PICTURE X VALUE 'N'.
           88  PROFILES-FILE-ON-HAND        VALUE 'Y'.
       01  WS-REPORT-PARM            PICTURE X(6) VALUE SPACES.
       01  WS-REPORT-MONTH           PICTURE 9(6) VALUE ZERO.
       01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-YEAR        PICTURE 9(4).
           05  WS-REPORT-MM          PICTURE 9(2).
       01  WS-EVENT-MONTH            PICTURE 9(6) VALUE ZERO.
       01  WS-EVENT-TYPE             PICTURE X(11) VALUE SPACES.
       01  WS-EVENT-DATE             PICTURE 9(8) VALUE ZERO.
      * Shop-set home state, reported for an employee with no
      * withholding profile on file, as the pay runs withhold them.
       01  WS-HOME-WORK-STATE        PICTURE X(2) VALUE 'IL'.
       01  WS-EVENT-COUNTS.
           05  WS-HIRES-LISTED       PICTURE 9(4) VALUE ZERO.
           05  WS-REHIRES-LISTED     PICTURE 9(4) VALUE ZERO.
           05  WS-TERMS-LISTED       PICTURE 9(4) VALUE ZERO.
       01  WS-HIRE-HEADING.
           05  HH-TITLE              PICTURE X(37) VALUE
               'NEW HIRE / TERMINATION LISTING FOR '.
           05  HH-YEAR-OUT           PICTURE 9(4).
           05                        PICTURE X VALUE '-'.
           05  HH-MONTH-OUT          PICTURE 9(2).
       01  WS-HIRE-COLUMN-HEADING.
           05                        PICTURE X(29) VALUE
               'ID     NAME'.
           05                        PICTURE X(6) VALUE
               'DEPT'.
           05                        PICTURE X(13) VALUE
               'EVENT'.
           05                        PICTURE X(12) VALUE
               'DATE'.
           05                        PICTURE X(5) VALUE
               'STATE'.
       01  WS-HIRE-DETAIL-LINE.
           05  HD-ID-OUT             PICTURE X(5).
           05                        PICTURE X(2) VALUE SPACES.
           05  HD-NAME-OUT           PICTURE X(20).
           05                        PICTURE X(2) VALUE SPACES.
           05  HD-DEPT-OUT           PICTURE X(3).
           05                        PICTURE X(3) VALUE SPACES.
           05  HD-EVENT-OUT          PICTURE X(11).
           05                        PICTURE X(2) VALUE SPACES.
           05  HD-DATE-OUT           PICTURE 9999/99/99.
           05                        PICTURE X(2) VALUE SPACES.
           05  HD-STATE-OUT          PICTURE X(2).
       01  WS-HIRE-TOTAL-LINE.
           05  HT-CAPTION            PICTURE X(29).
           05  HT-COUNT-OUT          PICTURE Z,ZZ9.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-REPORT-PARM FROM COMMAND-LINE
           IF WS-REPORT-PARM IS NOT NUMERIC
               DISPLAY 'HIRERPT - PARAMETER MUST BE YYYYMM'
               STOP RUN
           END-IF
           MOVE WS-REPORT-PARM TO WS-REPORT-MONTH
           IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
               DISPLAY 'HIRERPT - PARAMETER MUST BE YYYYMM'
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'HIRERPT - CANNOT OPEN EMPLOYEE MASTER - '
                       'STATUS ' WS-MASTER-STATUS
               STOP RUN
           END-IF
           OPEN INPUT WITHHOLDING-PROFILES
           IF WS-WHPROF-STATUS NOT = '00'
      *--- No profile master means no W-4 has been keyed; everyone
      *--- works in the home state as far as the payroll knows. A
      *--- master that will not open is no better than none.
               DISPLAY 'HIRERPT - WITHHOLDING PROFILES NOT FOUND - '
                       'HOME STATE REPORTED FOR ALL'
           ELSE
               MOVE 'Y' TO WS-PROFILES-SWITCH
           END-IF
           OPEN OUTPUT HIRE-LISTING
           PERFORM 150-WRITE-REPORT-HEADING
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ EMPLOYEE-MASTER
                    AT END
                         MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                    NOT AT END
                         PERFORM 200-CHECK-EMPLOYEE
               END-READ
           END-PERFORM
           PERFORM 900-WRITE-REPORT-TOTALS
           CLOSE EMPLOYEE-MASTER
                 HIRE-LISTING
           IF PROFILES-FILE-ON-HAND
               CLOSE WITHHOLDING-PROFILES
           END-IF
           STOP RUN.
       150-WRITE-REPORT-HEADING.
           MOVE WS-REPORT-YEAR TO HH-YEAR-OUT
           MOVE WS-REPORT-MM TO HH-MONTH-OUT
           WRITE HIRE-PRINT-REC FROM WS-HIRE-HEADING
           WRITE HIRE-PRINT-REC FROM WS-HIRE-COLUMN-HEADING.
       200-CHECK-EMPLOYEE.
      *--- One employee can appear more than once in a month - hired
      *--- and gone again, or rehired - and each event is its own
      *--- line on the state report. A date never keyed is zero and
      *--- falls in no month.
           IF HIRE-DATE-IN IS NUMERIC
               DIVIDE HIRE-DATE-IN BY 100 GIVING WS-EVENT-MONTH
               IF WS-EVENT-MONTH = WS-REPORT-MONTH
                   MOVE 'NEW HIRE' TO WS-EVENT-TYPE
                   MOVE HIRE-DATE-IN TO WS-EVENT-DATE
                   ADD 1 TO WS-HIRES-LISTED
                   PERFORM 250-WRITE-EVENT-LINE
               END-IF
           END-IF
           IF REHIRE-DATE-IN IS NUMERIC
               DIVIDE REHIRE-DATE-IN BY 100 GIVING WS-EVENT-MONTH
               IF WS-EVENT-MONTH = WS-REPORT-MONTH
                   MOVE 'REHIRE' TO WS-EVENT-TYPE
                   MOVE REHIRE-DATE-IN TO WS-EVENT-DATE
                   ADD 1 TO WS-REHIRES-LISTED
                   PERFORM 250-WRITE-EVENT-LINE
               END-IF
           END-IF
           IF TERMINATION-DATE-IN IS NUMERIC
               DIVIDE TERMINATION-DATE-IN BY 100 GIVING WS-EVENT-MONTH
               IF WS-EVENT-MONTH = WS-REPORT-MONTH
                   MOVE 'TERMINATION' TO WS-EVENT-TYPE
                   MOVE TERMINATION-DATE-IN TO WS-EVENT-DATE
                   ADD 1 TO WS-TERMS-LISTED
                   PERFORM 250-WRITE-EVENT-LINE
               END-IF
           END-IF
      *--- A termination a later rehire cleared is still an event of
      *--- its month.
           IF PRIOR-TERM-DATE-IN IS NUMERIC
               DIVIDE PRIOR-TERM-DATE-IN BY 100 GIVING WS-EVENT-MONTH
               IF WS-EVENT-MONTH = WS-REPORT-MONTH
                   MOVE 'TERMINATION' TO WS-EVENT-TYPE
                   MOVE PRIOR-TERM-DATE-IN TO WS-EVENT-DATE
                   ADD 1 TO WS-TERMS-LISTED
                   PERFORM 250-WRITE-EVENT-LINE
               END-IF
           END-IF.
       250-WRITE-EVENT-LINE.
           MOVE SPACES TO WS-HIRE-DETAIL-LINE
           MOVE EMPLOYEE-ID-IN TO HD-ID-OUT
           MOVE EMPLOYEE-NAME-IN TO HD-NAME-OUT
           MOVE DEPT-CODE-IN TO HD-DEPT-OUT
           MOVE WS-EVENT-TYPE TO HD-EVENT-OUT
           MOVE WS-EVENT-DATE TO HD-DATE-OUT
           MOVE WS-HOME-WORK-STATE TO HD-STATE-OUT
           IF PROFILES-FILE-ON-HAND
               MOVE EMPLOYEE-ID-IN TO WP-EMPLOYEE-ID
               READ WITHHOLDING-PROFILES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WP-WORK-STATE NOT = SPACES
                           MOVE WP-WORK-STATE TO HD-STATE-OUT
                       END-IF
               END-READ
           END-IF
           WRITE HIRE-PRINT-REC FROM WS-HIRE-DETAIL-LINE.
       900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-HIRE-TOTAL-LINE
           MOVE 'NEW HIRES' TO HT-CAPTION
           MOVE WS-HIRES-LISTED TO HT-COUNT-OUT
           WRITE HIRE-PRINT-REC FROM WS-HIRE-TOTAL-LINE
           MOVE 'REHIRES' TO HT-CAPTION
           MOVE WS-REHIRES-LISTED TO HT-COUNT-OUT
           WRITE HIRE-PRINT-REC FROM WS-HIRE-TOTAL-LINE
           MOVE 'TERMINATIONS' TO HT-CAPTION
           MOVE WS-TERMS-LISTED TO HT-COUNT-OUT
           WRITE HIRE-PRINT-REC FROM WS-HIRE-TOTAL-LINE
           DISPLAY 'HIRERPT - NEW HIRES ' WS-HIRES-LISTED
                   ' REHIRES ' WS-REHIRES-LISTED
                   ' TERMINATIONS ' WS-TERMS-LISTED.
