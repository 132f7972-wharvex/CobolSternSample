      ******************************************************************
      * Withholding profile master record layout, shared by WHMAINT   *
      * (controlled maintenance) and the pay runs (SAMPLE, OFFCYC).   *
      * One record per employee, keyed by employee ID, carrying what  *
      * the employee put on the W-4 and the state the work is done    *
      * in. The pay runs compute federal and state withholding from   *
      * this profile and the annual bracket tables (see TAXTBL); an   *
      * employee with no profile on file is withheld as single with   *
      * no allowances in the shop's home state, the way the IRS says  *
      * a missing W-4 must be treated.                                *
      ******************************************************************
       01  WITHHOLDING-PROFILE-RECORD.
           05  WP-EMPLOYEE-ID        PICTURE X(5).
           05  WP-FILING-STATUS      PICTURE X.
               88  FILING-IS-SINGLE          VALUE 'S'.
               88  FILING-IS-MARRIED         VALUE 'M'.
               88  FILING-IS-HEAD-HOUSEHOLD  VALUE 'H'.
               88  FILING-STATUS-IS-VALID    VALUES 'S' 'M' 'H'.
           05  WP-ALLOWANCES         PICTURE 9(2).
      * Additional federal withholding per pay period the employee
      * asked for on the W-4, over and above the table figure.
           05  WP-EXTRA-WITHHOLDING  PICTURE 9(3)V99.
           05  WP-WORK-STATE         PICTURE X(2).
      * Date the W-4 on file was signed, kept for the audit trail.
           05  WP-EFFECTIVE-DATE     PICTURE 9(8).
