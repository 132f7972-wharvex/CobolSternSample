      ******************************************************************
      * Positive-pay issue file record layout, written by POSPAY for  *
      * the bank: one record per check issued and one per check       *
      * voided since the last transmission. The bank pays a presented *
      * check only if an issue record with the same number and amount *
      * is on file and no void record has followed it.                *
      ******************************************************************
       01  POSITIVE-PAY-ISSUE-RECORD.
           05  PI-CHECK-NUMBER       PICTURE 9(6).
           05  PI-CHECK-AMOUNT       PICTURE 9(7)V99.
           05  PI-ISSUE-DATE         PICTURE 9(8).
           05  PI-PAYEE-NAME         PICTURE X(20).
           05  PI-ISSUE-VOID-CODE    PICTURE X.
               88  PI-CHECK-ISSUED           VALUE 'I'.
               88  PI-CHECK-VOIDED           VALUE 'V'.
