      ******************************************************************
      * Pay detail record layout, shared by SAMPLE (payroll), OFFCYC   *
      * (off-cycle adjustments), PAYSTUB (pay statement print) and     *
      * REMIT (deduction remittance).                                  *
      * One record per paid employee                                   *
      * carrying the full gross-to-net build-up for the week plus the  *
      * employee's year-to-date wages after this week's update.        *
      * What was actually taken, itemized election by election in
      * the priority order it was taken, so the statement can show
      * the employee each deduction rather than one lump figure.
      * The election's priority goes with each entry so REMIT can
      * pay a garnishment to the agency on that particular order.
           05  PD-TOTAL-DEDUCTIONS   PICTURE 9(4)V99.
           05  PD-DEDUCTION-COUNT    PICTURE 9(2).
           05  PD-DEDUCTION-ENTRY OCCURS 5 TIMES.
               10  PD-DED-CODE       PICTURE X(3).
               10  PD-DED-AMOUNT     PICTURE 9(4)V99.
               10  PD-DED-PRIORITY   PICTURE 9(2).
           05  PD-NET-WAGES          PICTURE 9(4)V99.
           05  PD-YTD-WAGES          PICTURE 9(6)V99.
           05  PD-PERIOD-END-DATE    PICTURE 9(8).
      * The W-4 profile the withholding was figured from, so the
      * statement shows the employee what the taxes were based on.
           05  PD-FILING-STATUS      PICTURE X.
           05  PD-ALLOWANCES         PICTURE 9(2).
           05  PD-WORK-STATE         PICTURE X(2).
      * Unused vacation paid out on an employee's final check; part
      * of the gross, zero on every other check.
           05  PD-VACATION-PAYOUT    PICTURE 9(4)V99.
      * Supplemental earnings paid in the check, one entry per code
      * in the order edited, each with its description and whether
      * it was taxable ('N' - a reimbursement - is in the gross but
      * not in the year-to-date wages). The overtime premium is the
      * extra half-time the earnings that count toward the regular
      * rate added to the week's overtime hours; both are in the
      * gross.
           05  PD-SUPP-COUNT         PICTURE 9(2).
           05  PD-SUPP-ENTRY OCCURS 5 TIMES.
               10  PD-SUPP-CODE      PICTURE X(3).
               10  PD-SUPP-DESC      PICTURE X(15).
               10  PD-SUPP-AMOUNT    PICTURE 9(4)V99.
               10  PD-SUPP-TAXABLE   PICTURE X.
           05  PD-SUPP-OT-PREMIUM    PICTURE 9(3)V99.
      * Holiday hours credited without a punch (inside the regular
      * pay), hours worked on a holiday, and the premium the worked
      * holiday hours earned on top of their base pay (in the
      * gross).
           05  PD-HOLIDAY-HOURS      PICTURE 9(3).
           05  PD-HOLIDAY-WORKED     PICTURE 9(3).
           05  PD-HOLIDAY-PREMIUM    PICTURE 9(3)V99.
