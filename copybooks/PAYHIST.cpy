      * of its totals and averages.
           05  PH-VOID-FLAG          PICTURE X.
               88  PERIOD-WAS-VOIDED         VALUE 'V'.
      * The W-4 profile the period's withholding was figured from.
           05  PH-FILING-STATUS      PICTURE X.
           05  PH-ALLOWANCES         PICTURE 9(2).
           05  PH-WORK-STATE         PICTURE X(2).
      * Unused vacation paid out on the final check, inside the
      * gross.
           05  PH-VACATION-PAYOUT    PICTURE 9(4)V99.
      * Supplemental earnings paid in the check, inside the gross,
      * one entry per code as on the pay detail. The non-taxable
      * total is the part of the gross the year-to-date wages and
      * W-2 never carried, so a void backs out only the rest.
           05  PH-SUPP-COUNT         PICTURE 9(2).
           05  PH-SUPP-ENTRY OCCURS 5 TIMES.
               10  PH-SUPP-CODE      PICTURE X(3).
               10  PH-SUPP-DESC      PICTURE X(15).
               10  PH-SUPP-AMOUNT    PICTURE 9(4)V99.
               10  PH-SUPP-TAXABLE   PICTURE X.
           05  PH-SUPP-OT-PREMIUM    PICTURE 9(3)V99.
           05  PH-NONTAXABLE-PAY     PICTURE 9(4)V99.
      * Holiday hours credited and worked, and the holiday premium
      * inside the gross, as on the pay detail.
           05  PH-HOLIDAY-HOURS      PICTURE 9(3).
           05  PH-HOLIDAY-WORKED     PICTURE 9(3).
           05  PH-HOLIDAY-PREMIUM    PICTURE 9(3)V99.
      * The employer's own payroll tax accrued on the period's
      * taxable wages, so a department's labor cost can be figured
      * year to date from the archive.
           05  PH-EMPLOYER-TAX       PICTURE 9(4)V99.
      * The net the period's own payment went out for, as SAMPLE
      * paid it. A correction moves PH-NET-WAGES by its delta but
      * never this, so a later void can name the check the bank
      * actually holds.
           05  PH-ISSUED-NET         PICTURE 9(4)V99.
