      ******************************************************************
      * Accounts-payable voucher interface record, written by REMIT:  *
      * one voucher per payee per pay period for the total withheld   *
      * on the payee's behalf, for the payables system to pay. The    *
      * voucher number is the pay period plus a sequence within the   *
      * run, so a period's vouchers can never collide with another's. *
      ******************************************************************
       01  AP-VOUCHER-RECORD.
           05  AV-VOUCHER-NUMBER.
               10  AV-PERIOD-YEAR    PICTURE 9(4).
               10  AV-PERIOD-NUMBER  PICTURE 9(2).
               10  AV-VOUCHER-SEQ    PICTURE 9(3).
           05  AV-VENDOR-NUMBER      PICTURE X(6).
           05  AV-PAYEE-NAME         PICTURE X(30).
           05  AV-PERIOD-END-DATE    PICTURE 9(8).
      * Withholdings the voucher pays - one per employee per code or
      * order, as listed under the payee on the remittance register.
           05  AV-ITEM-COUNT         PICTURE 9(4).
           05  AV-VOUCHER-AMOUNT     PICTURE 9(7)V99.
