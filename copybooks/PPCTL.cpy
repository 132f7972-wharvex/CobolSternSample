      ******************************************************************
      * Positive-pay transmission control record. A single record     *
      * holding the highest check number already sent to the bank,    *
      * read at the start of every POSPAY run and rewritten when the  *
      * transmission is complete. Check numbers come from the one     *
      * shop-wide sequence (see CHKNUM), so every check numbered      *
      * above this one is still to be sent however the register has   *
      * been pruned since.                                            *
      ******************************************************************
       01  POSITIVE-PAY-CONTROL-RECORD.
           05  PPC-LAST-CHECK-SENT   PICTURE 9(6).
           05  PPC-TRANSMISSION-COUNT PICTURE 9(5).
      * Pay period the last transmission was made in.
           05  PPC-LAST-PERIOD-YEAR  PICTURE 9(4).
           05  PPC-LAST-PERIOD-NUMBER PICTURE 9(2).
