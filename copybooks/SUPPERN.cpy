      ******************************************************************
      * Edited supplemental earnings record layout, written by SUPEDIT *
      * and read by SAMPLE. One record per employee, keyed by employee *
      * ID, holding the supplemental earnings transactions that passed *
      * the edit for the open pay period - at most one per earnings    *
      * code and five in all - each with its code from the earnings    *
      * code table (see EARNCODE) and its amount. The period the edit  *
      * ran for is stamped on every record, so a file left over from   *
      * an earlier week can never be paid twice.                       *
      ******************************************************************
       01  SUPPLEMENTAL-EARNINGS-RECORD.
           05  SE-EMPLOYEE-ID        PICTURE X(5).
           05  SE-PERIOD-YEAR        PICTURE 9(4).
           05  SE-PERIOD-NUMBER      PICTURE 9(2).
           05  SE-ENTRY-COUNT        PICTURE 9(2).
           05  SE-ENTRY OCCURS 5 TIMES.
               10  SE-EARNINGS-CODE  PICTURE X(3).
               10  SE-AMOUNT         PICTURE 9(4)V99.
