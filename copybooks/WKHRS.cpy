      ******************************************************************
      * Weekly hours record layout, shared by TIMEEDIT (timecard       *
      * capture/edit) and SAMPLE (payroll). One record per employee    *
      * holding the edited and summed hours for the week. Worked hours *
      * are split by shift so the payroll can pay the evening and      *
      * night differentials; vacation and sick hours are carried       *
      * separately (paid at straight time, no differential, and drawn  *
      * from the leave balance master), and so are the holiday hours   *
      * credited without a punch (straight time, never toward          *
      * overtime). The shift buckets plus the leave and holiday        *
      * buckets always sum to the total. Hours punched on a holiday    *
      * are counted again, apart from the sum, so the payroll can pay  *
      * them the holiday premium.                                      *
      ******************************************************************
       01  WEEKLY-HOURS-RECORD.
           05  HRS-EMPLOYEE-ID       PICTURE X(5).
           05  HRS-NIGHT-HOURS       PICTURE 9(3).
           05  HRS-VACATION-HOURS    PICTURE 9(3).
           05  HRS-SICK-HOURS        PICTURE 9(3).
           05  HRS-HOLIDAY-HOURS     PICTURE 9(3).
      * Worked hours punched on a holiday; already in the shift
      * buckets above, so not part of the sum to the total.
           05  HRS-HOLIDAY-WORKED    PICTURE 9(3).
