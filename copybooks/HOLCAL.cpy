      ******************************************************************
      * Holiday calendar record layout, shared by PAYCAL (calendar     *
      * maintenance, which keeps it alongside the pay-period calendar) *
      * and TIMEEDIT (timecard edit). One record per company holiday,  *
      * keyed by its date. TIMEEDIT credits the holiday's hours,       *
      * without a punch, to every eligible hourly employee in the      *
      * period the holiday falls in, and marks hours actually punched  *
      * on the day so SAMPLE can pay them at the holiday premium.      *
      ******************************************************************
       01  HOLIDAY-RECORD.
           05  HC-HOLIDAY-DATE.
               10  HC-HOLIDAY-YEAR   PICTURE 9(4).
               10  HC-HOLIDAY-MONTH  PICTURE 9(2).
               10  HC-HOLIDAY-DAY    PICTURE 9(2).
           05  HC-DESCRIPTION        PICTURE X(20).
      * Hours credited to each eligible employee for the day.
           05  HC-CREDIT-HOURS       PICTURE 9(2).
