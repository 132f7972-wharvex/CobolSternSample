      ******************************************************************
      * Voided-payment notice record, appended by OFFCYC for every     *
      * void it applies and read by POSPAY, which finds the checks the *
      * void cancels on the check register - the period's own check    *
      * and any reissue or correction check cut for the period since - *
      * and tells the bank not to honor them. A void of a period paid  *
      * by direct deposit has no check to cancel and is listed by      *
      * POSPAY but not sent. POSPAY empties the file once the notices  *
      * are in a transmission, so whatever is on it is exactly the     *
      * voids the bank has not yet been told about.                    *
      ******************************************************************
       01  VOID-NOTICE-RECORD.
           05  VN-EMPLOYEE-ID        PICTURE X(5).
           05  VN-EMPLOYEE-NAME      PICTURE X(20).
      * The voided period and the net its own payment went out for -
      * the amount and issue date the check carries if the period
      * was paid by check, whatever a later correction restated.
           05  VN-PERIOD-YEAR        PICTURE 9(4).
           05  VN-PERIOD-NUMBER      PICTURE 9(2).
           05  VN-ISSUE-DATE         PICTURE 9(8).
           05  VN-NET-AMOUNT         PICTURE 9(4)V99.
