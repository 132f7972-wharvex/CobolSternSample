               WHEN WS-EMP-ID (WS-EMP-IDX) = HRS-EMPLOYEE-ID
                   CONTINUE
           END-SEARCH
      *--- The shift, leave and holiday buckets are built to sum to
      *--- the total; when they do not, the differential or the
      *--- leave draw-down will pay from figures that disagree.
           COMPUTE WS-BUCKET-SUM = HRS-DAY-HOURS
                    + HRS-EVENING-HOURS + HRS-NIGHT-HOURS
                    + HRS-VACATION-HOURS + HRS-SICK-HOURS
                    + HRS-HOLIDAY-HOURS
           IF WS-BUCKET-SUM NOT = HRS-TOTAL-HOURS
               ADD 1 TO WS-VALUE-ERRORS
               MOVE SPACES TO WS-AUDIT-DETAIL-LINE
