           05  SH-NAME-OUT           PICTURE X(20).
           05                        PICTURE X(7) VALUE '  DEPT '.
           05  SH-DEPT-OUT           PICTURE X(3).
      * The W-4 profile the taxes below were withheld under.
       01  WS-STUB-TAX-LINE.
           05                        PICTURE X(14) VALUE
               'FILING STATUS'.
           05  SL-FILING-OUT         PICTURE X(17).
           05                        PICTURE X(13) VALUE
               '  ALLOWANCES'.
           05  SL-ALLOWANCES-OUT     PICTURE Z9.
           05                        PICTURE X(8) VALUE '  STATE'.
           05  SL-STATE-OUT          PICTURE X(2).
       01  WS-STUB-HOURS-LINE.
           05                        PICTURE X(24) VALUE
               'HOURS WORKED'.
           05                        PICTURE X(14) VALUE
               '  SICK HOURS'.
           05  SL-SICK-HOURS-OUT     PICTURE ZZ9.
       01  WS-STUB-HOLIDAY-LINE.
           05                        PICTURE X(24) VALUE
               'HOLIDAY HOURS'.
           05  SL-HOL-HOURS-OUT      PICTURE ZZ9.
           05                        PICTURE X(14) VALUE
               '  WORKED HOL'.
           05  SL-HOL-WORKED-OUT     PICTURE ZZ9.
       01  WS-STUB-BALANCE-LINE.
           05                        PICTURE X(18) VALUE
               'VACATION BALANCE'.
           MOVE PD-DEPT-CODE TO SH-DEPT-OUT
           WRITE STUB-PRINT-REC FROM WS-STUB-HEADING-2
               AFTER ADVANCING 2 LINES
           IF PD-FILING-STATUS NOT = SPACE
               PERFORM 220-PRINT-TAX-LINE
           END-IF
           MOVE PD-HOURS TO SL-HOURS-OUT
           MOVE PD-RATE TO SL-RATE-OUT
           WRITE STUB-PRINT-REC FROM WS-STUB-HOURS-LINE
               WRITE STUB-PRINT-REC FROM WS-STUB-LEAVE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF PD-HOLIDAY-HOURS > ZERO OR PD-HOLIDAY-WORKED > ZERO
               MOVE PD-HOLIDAY-HOURS TO SL-HOL-HOURS-OUT
               MOVE PD-HOLIDAY-WORKED TO SL-HOL-WORKED-OUT
               WRITE STUB-PRINT-REC FROM WS-STUB-HOLIDAY-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE 'REGULAR PAY' TO SL-CAPTION
           MOVE PD-REGULAR-WAGES TO SL-AMOUNT-OUT
           PERFORM 250-PRINT-DETAIL-LINE
               MOVE PD-SHIFT-DIFF-PAY TO SL-AMOUNT-OUT
               PERFORM 250-PRINT-DETAIL-LINE
           END-IF
           IF PD-HOLIDAY-PREMIUM > ZERO
               MOVE 'HOLIDAY PREMIUM' TO SL-CAPTION
               MOVE PD-HOLIDAY-PREMIUM TO SL-AMOUNT-OUT
               PERFORM 250-PRINT-DETAIL-LINE
           END-IF
           IF PD-VACATION-PAYOUT > ZERO
               MOVE 'FINAL VACATION PAYOUT' TO SL-CAPTION
               MOVE PD-VACATION-PAYOUT TO SL-AMOUNT-OUT
               PERFORM 250-PRINT-DETAIL-LINE
           END-IF
           PERFORM 235-PRINT-SUPPLEMENTAL-LINES
           WRITE STUB-PRINT-REC FROM WS-STUB-RULE-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'GROSS PAY' TO SL-CAPTION
           MOVE PD-SICK-BALANCE TO SL-SICK-BAL-OUT
           WRITE STUB-PRINT-REC FROM WS-STUB-BALANCE-LINE
               AFTER ADVANCING 1 LINE.
       220-PRINT-TAX-LINE.
           EVALUATE PD-FILING-STATUS
               WHEN 'S'
                   MOVE 'SINGLE' TO SL-FILING-OUT
               WHEN 'M'
                   MOVE 'MARRIED' TO SL-FILING-OUT
               WHEN 'H'
                   MOVE 'HEAD OF HOUSEHOLD' TO SL-FILING-OUT
               WHEN OTHER
                   MOVE PD-FILING-STATUS TO SL-FILING-OUT
           END-EVALUATE
           MOVE PD-ALLOWANCES TO SL-ALLOWANCES-OUT
           MOVE PD-WORK-STATE TO SL-STATE-OUT
           WRITE STUB-PRINT-REC FROM WS-STUB-TAX-LINE
               AFTER ADVANCING 1 LINE.
       230-PRINT-DEDUCTION-LINES.
      *--- One line per deduction actually taken, in the priority
      *--- order the pay run took it; an employee with no elections
               MOVE PD-DED-AMOUNT (WS-DED-SUB) TO SL-AMOUNT-OUT
               PERFORM 250-PRINT-DETAIL-LINE
           END-PERFORM.
       235-PRINT-SUPPLEMENTAL-LINES.
      *--- One line per supplemental earning paid, under its code's
      *--- description. A non-taxable one is marked, since it is in
      *--- the gross but not in the year-to-date wages below.
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > PD-SUPP-COUNT
               MOVE SPACES TO SL-CAPTION
               IF PD-SUPP-TAXABLE (WS-DED-SUB) = 'N'
                   STRING PD-SUPP-DESC (WS-DED-SUB) DELIMITED BY SIZE
                          ' NON-TAX' DELIMITED BY SIZE
                          INTO SL-CAPTION
               ELSE
                   MOVE PD-SUPP-DESC (WS-DED-SUB) TO SL-CAPTION
               END-IF
               MOVE PD-SUPP-AMOUNT (WS-DED-SUB) TO SL-AMOUNT-OUT
               PERFORM 250-PRINT-DETAIL-LINE
           END-PERFORM
           IF PD-SUPP-OT-PREMIUM > ZERO
               MOVE 'OT ON SUPPLEMENTAL PAY' TO SL-CAPTION
               MOVE PD-SUPP-OT-PREMIUM TO SL-AMOUNT-OUT
               PERFORM 250-PRINT-DETAIL-LINE
           END-IF.
       250-PRINT-DETAIL-LINE.
           WRITE STUB-PRINT-REC FROM WS-STUB-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
