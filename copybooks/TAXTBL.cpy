      ******************************************************************
      * Annual withholding bracket table record layout, read by the    *
      * pay runs (SAMPLE, OFFCYC). One record per bracket: tax year,   *
      * jurisdiction ('FED' or a two-letter state code), filing        *
      * status, and the annualized bracket - the wage floor it starts  *
      * at, the tax on everything below the floor, and the rate on the *
      * wages above it - plus the annual amount each withholding       *
      * allowance takes off the wages. A blank filing status makes the *
      * bracket apply to every status, which is how a flat-rate state  *
      * is keyed. A filing status of 'F' is not a bracket but the      *
      * jurisdiction's flat rate for supplemental pay withheld apart   *
      * from the wages (the federal optional flat rate, or the         *
      * state's), carried in the rate column with the money columns    *
      * zero; a state with no 'F' row for the year withholds nothing   *
      * on it. Each January the operators add the new year's brackets  *
      * and flat rates to TAXTBL-DAT; the runs pick the rows for the   *
      * year being paid, so no program changes when the rates do. A    *
      * state with no rows for the year withholds no state tax.        *
      ******************************************************************
       01  TAX-BRACKET-RECORD.
           05  TB-TAX-YEAR           PICTURE 9(4).
           05  TB-JURISDICTION       PICTURE X(3).
           05  TB-FILING-STATUS      PICTURE X.
               88  SUPPLEMENTAL-FLAT-RATE-ROW   VALUE 'F'.
           05  TB-BRACKET-FLOOR      PICTURE 9(7)V99.
           05  TB-BASE-TAX           PICTURE 9(6)V99.
           05  TB-RATE               PICTURE V9(4).
           05  TB-ALLOWANCE-VALUE    PICTURE 9(5)V99.
