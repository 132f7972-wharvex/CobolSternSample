      ******************************************************************
      * Deduction payee master record layout, shared by PYEMAINT      *
      * (controlled maintenance) and REMIT (deduction remittance).    *
      * Says who is paid the money withheld under each deduction      *
      * code. Insurance, savings, union and charity withholdings go   *
      * to one payee per code: the record is keyed by the code with   *
      * the employee ID blank and priority zero. A garnishment goes   *
      * to the agency named on the court order, so each garnishment   *
      * election has its own record, keyed GRN plus the employee ID   *
      * and priority of the election in DEDELECT, carrying the case   *
      * number the agency needs to apply the money.                   *
      ******************************************************************
       01  DEDUCTION-PAYEE-RECORD.
           05  DP-PAYEE-KEY.
               10  DP-DEDUCTION-CODE PICTURE X(3).
                   88  PAYEE-IS-GARNISHMENT      VALUE 'GRN'.
               10  DP-EMPLOYEE-ID    PICTURE X(5).
               10  DP-PRIORITY       PICTURE 9(2).
      * The payee's vendor number in accounts payable; one voucher
      * is cut per vendor however many codes or orders it collects.
           05  DP-VENDOR-NUMBER      PICTURE X(6).
           05  DP-PAYEE-NAME         PICTURE X(30).
      * Court case number - garnishment orders only, blank otherwise.
           05  DP-CASE-NUMBER        PICTURE X(15).
