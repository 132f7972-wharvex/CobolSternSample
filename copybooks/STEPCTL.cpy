      ******************************************************************
      * Weekly job-stream step-status record, keyed like the pay-      *
      * period calendar. One record per pay period, one status byte    *
      * per step of the weekly stream: TIMEEDIT and SUPEDIT, then      *
      * SAMPLE, then BANKBAL, GLDIST, PAYSTUB, REMIT and POSPAY. Each  *
      * program checks this record on startup - refusing to run before *
      * its predecessor has finished, or to run a second time once it  *
      * has stamped itself complete - and stamps its byte only on a    *
      * clean finish. TIMEEDIT and SUPEDIT alone may rerun while       *
      * SAMPLE is still unstamped, because re-editing a corrected deck *
      * before the payroll is routine; after SAMPLE has paid, a rerun  *
      * would wipe the hours or earnings the payroll was paid from and *
      * is refused. SUPEDIT is run only in weeks with supplemental     *
      * earnings to pay, so SAMPLE does not wait on it. STEPRPT prints *
      * the record so the operators can see where a period stands.     *
      ******************************************************************
       01  STEP-STATUS-RECORD.
           05  SC-PERIOD-KEY.
               88  GLDIST-STEP-DONE          VALUE 'C'.
           05  SC-PAYSTUB-STATUS     PICTURE X.
               88  PAYSTUB-STEP-DONE         VALUE 'C'.
           05  SC-REMIT-STATUS       PICTURE X.
               88  REMIT-STEP-DONE           VALUE 'C'.
           05  SC-POSPAY-STATUS      PICTURE X.
               88  POSPAY-STEP-DONE          VALUE 'C'.
           05  SC-SUPEDIT-STATUS     PICTURE X.
               88  SUPEDIT-STEP-DONE         VALUE 'C'.
