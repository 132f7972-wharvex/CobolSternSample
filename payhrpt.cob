       01  WS-REQUESTS-PRINTED       PICTURE 9(4) VALUE ZERO.
       01  WS-PERIOD-COUNT           PICTURE 9(3) VALUE ZERO.
       01  WS-LINES-PRINTED          PICTURE 9(3) VALUE ZERO.
       01  WS-SUPP-SUB               PICTURE 9 VALUE ZERO.
       01  WS-RANGE-TOTALS.
           05  WS-TOTAL-HOURS        PICTURE 9(5) VALUE ZERO.
           05  WS-TOTAL-GROSS        PICTURE 9(6)V99 VALUE ZERO.
           05                        PICTURE X(2) VALUE SPACES.
           05  PL-NET-OUT            PICTURE ZZ,ZZ9.99.
           05  PL-NOTE-OUT           PICTURE X(8).
      * One line under the period for each supplemental earning
      * paid in it, so a bonus or a reimbursement inside the gross
      * is never mistaken for hours.
       01  WS-SUPP-DETAIL-LINE.
           05                        PICTURE X(4) VALUE SPACES.
           05  SL-CODE-OUT           PICTURE X(3).
           05                        PICTURE X(2) VALUE SPACES.
           05  SL-DESC-OUT           PICTURE X(22).
           05  SL-AMOUNT-OUT         PICTURE ZZ,ZZ9.99.
           05  SL-NOTE-OUT           PICTURE X(8).
      * Holiday hours credited and worked in the period, and the
      * premium the worked hours earned inside the gross.
       01  WS-HOLIDAY-DETAIL-LINE.
           05                        PICTURE X(4) VALUE SPACES.
           05                        PICTURE X(14) VALUE
               'HOLIDAY HOURS '.
           05  HL-HOURS-OUT          PICTURE ZZ9.
           05                        PICTURE X(8) VALUE
               '  WORKED'.
           05  HL-WORKED-OUT         PICTURE ZZZ9.
           05                        PICTURE X(11) VALUE
               '   PREMIUM '.
           05  HL-PREMIUM-OUT        PICTURE ZZ,ZZ9.99.
       01  WS-RANGE-TOTAL-LINE.
           05  RT-CAPTION            PICTURE X(10).
           05  RT-PERIODS-OUT        PICTURE ZZ9.
           MOVE PH-STATE-WH TO PL-STATE-OUT
           MOVE PH-TOTAL-DEDUCTIONS TO PL-DEDUCT-OUT
           MOVE PH-NET-WAGES TO PL-NET-OUT
           WRITE HISTORY-PRINT-REC FROM WS-PERIOD-DETAIL-LINE
           IF PH-HOLIDAY-HOURS > ZERO OR PH-HOLIDAY-WORKED > ZERO
               MOVE PH-HOLIDAY-HOURS TO HL-HOURS-OUT
               MOVE PH-HOLIDAY-WORKED TO HL-WORKED-OUT
               MOVE PH-HOLIDAY-PREMIUM TO HL-PREMIUM-OUT
               WRITE HISTORY-PRINT-REC FROM WS-HOLIDAY-DETAIL-LINE
           END-IF
           PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                   UNTIL WS-SUPP-SUB > PH-SUPP-COUNT
               PERFORM 270-PRINT-SUPPLEMENTAL-LINE
           END-PERFORM
           IF PH-SUPP-OT-PREMIUM > ZERO
               MOVE SPACES TO SL-CODE-OUT
               MOVE 'OT ON SUPPLEMENTAL PAY' TO SL-DESC-OUT
               MOVE PH-SUPP-OT-PREMIUM TO SL-AMOUNT-OUT
               MOVE SPACES TO SL-NOTE-OUT
               WRITE HISTORY-PRINT-REC FROM WS-SUPP-DETAIL-LINE
           END-IF.
       270-PRINT-SUPPLEMENTAL-LINE.
           MOVE PH-SUPP-CODE (WS-SUPP-SUB) TO SL-CODE-OUT
           MOVE PH-SUPP-DESC (WS-SUPP-SUB) TO SL-DESC-OUT
           MOVE PH-SUPP-AMOUNT (WS-SUPP-SUB) TO SL-AMOUNT-OUT
           IF PH-SUPP-TAXABLE (WS-SUPP-SUB) = 'N'
               MOVE ' NON-TAX' TO SL-NOTE-OUT
           ELSE
               MOVE SPACES TO SL-NOTE-OUT
           END-IF
           WRITE HISTORY-PRINT-REC FROM WS-SUPP-DETAIL-LINE.
       300-WRITE-RANGE-TOTALS.
           DIVIDE WS-TOTAL-GROSS BY WS-PERIOD-COUNT
                  GIVING WS-AVERAGE-GROSS ROUNDED
