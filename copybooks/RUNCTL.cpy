      ******************************************************************
      * Run control totals record, written by SAMPLE at the end of a   *
      * run and read by BANKBAL to prove the direct-deposit extract    *
      * against the payroll before the file is released to the bank,   *
      * and by REMIT to prove the deductions it vouchers to payees. A  *
      * SAMPLE TRIAL run writes its totals in the same layout to       *
      * TRIALCTL-DAT instead, and the live run prints the two side by  *
      * side.                                                          *
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           05  RC-TOTAL-EMPLOYEES    PICTURE 9(4).
