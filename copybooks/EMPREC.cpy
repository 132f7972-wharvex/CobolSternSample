      * effective date and the prior rate (with its own date) is kept  *
      * so a period ending before the current rate took effect is      *
      * still paid correctly and backdated raises can be retro-paid.   *
      * Salaried (exempt) employees carry a period salary, dated the   *
      * same way, and are paid it without a timecard; the pay type     *
      * itself is dated too, so a move between hourly and salaried     *
      * takes effect with the period it was keyed for. The workers'    *
      * compensation class code is dated the same way too, so COMPRPT  *
      * reports each period under the class it was worked in.          *
      ******************************************************************
       01  EMPLOYEE-RECORD.
      * Fields within the record are on the 05 level, and as such are
           05  RATE-EFFECTIVE-IN     PICTURE 9(8).
           05  PRIOR-RATE-IN         PICTURE 9V99.
           05  PRIOR-RATE-DATE-IN    PICTURE 9(8).
      * Pay type: an hourly employee is paid from the week's timecard
      * at the effective rate; a salaried employee is paid the period
      * salary with no timecard needed and no overtime or shift
      * differential. A blank is a record keyed before pay types
      * existed and pays hourly.
           05  PAY-TYPE-IN           PICTURE X.
               88  PAY-IS-HOURLY             VALUES 'H' SPACE.
               88  PAY-IS-SALARIED           VALUE 'S'.
           05  PERIOD-SALARY-IN      PICTURE 9(3)V99.
           05  SALARY-EFFECTIVE-IN   PICTURE 9(8).
           05  PRIOR-SALARY-IN       PICTURE 9(3)V99.
           05  PRIOR-SALARY-DATE-IN  PICTURE 9(8).
      * First and last day on the payroll (zero when not keyed); a
      * salaried employee who starts or leaves inside a pay period is
      * paid only for the days on the roster.
           05  HIRE-DATE-IN          PICTURE 9(8).
           05  TERMINATION-DATE-IN   PICTURE 9(8).
      * Employment status, changed only by EMPMAINT's status
      * transactions: a terminated employee stays on the master so
      * the year-to-date, leave, bank and history files still have
      * someone to belong to. A blank is a record keyed before the
      * status existed and is active. A rehire clears the
      * termination date and is paid from the rehire date; the
      * termination it follows is kept as the prior termination
      * date, so the stretch of service that ended stays on record.
           05  EMPLOYEE-STATUS-IN    PICTURE X.
               88  STATUS-IS-ACTIVE          VALUES 'A' SPACE.
               88  STATUS-IS-ON-LEAVE        VALUE 'L'.
               88  STATUS-IS-TERMINATED      VALUE 'T'.
           05  REHIRE-DATE-IN        PICTURE 9(8).
           05  STATUS-DATE-IN        PICTURE 9(8).
      * Workers' compensation class the carrier rates the job under
      * (see COMPRATE), effective-dated like the rate: the prior
      * class and its date are kept so a period that ended before a
      * job change is still reported under the class it was worked
      * in.
           05  COMP-CLASS-IN         PICTURE X(4).
           05  COMP-CLASS-DATE-IN    PICTURE 9(8).
           05  PRIOR-COMP-CLASS-IN   PICTURE X(4).
           05  PRIOR-CLASS-DATE-IN   PICTURE 9(8).
      * The pay type in effect before the current one and the date
      * the current one took effect: a period ending before that
      * date is paid on the prior basis. A new employee carries the
      * starting pay type in both.
           05  PRIOR-PAY-TYPE-IN     PICTURE X.
           05  PAY-TYPE-DATE-IN      PICTURE 9(8).
      * The termination date the last rehire cleared; zero when the
      * employee has never been rehired.
           05  PRIOR-TERM-DATE-IN    PICTURE 9(8).
