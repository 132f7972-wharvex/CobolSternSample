      ******************************************************************
      * Department labor budget master record layout, shared by        *
      * BUDMAINT (controlled maintenance) and BUDVAR (budget-versus-   *
      * actual variance report). One record per department per pay     *
      * period, keyed department plus period year and number the way   *
      * the pay-period calendar numbers them, holding the plan for the *
      * period's hours, gross wages and employer payroll tax. A period *
      * with no record for a department is a period with no budget     *
      * loaded, and BUDVAR lists the department's labor as unbudgeted. *
      ******************************************************************
       01  LABOR-BUDGET-RECORD.
           05  LB-BUDGET-KEY.
               10  LB-DEPT-CODE      PICTURE X(3).
               10  LB-PERIOD-YEAR    PICTURE 9(4).
               10  LB-PERIOD-NUMBER  PICTURE 9(2).
           05  LB-BUDGET-HOURS       PICTURE 9(6).
           05  LB-BUDGET-WAGES       PICTURE 9(6)V99.
           05  LB-BUDGET-EMPLOYER-TAX PICTURE 9(6)V99.
