      ******************************************************************
      * Earnings code table record layout, read by SUPEDIT             *
      * (supplemental earnings edit) and SAMPLE (payroll). One record  *
      * per code of supplemental earnings the shop pays outside the    *
      * hours - bonus, commission, expense reimbursement and the like  *
      * - saying how the money is treated: whether it is taxable wages *
      * at all, whether it is withheld at the flat supplemental rate   *
      * instead of through the bracket tables, and whether it counts   *
      * toward the regular rate overtime is figured on. The operators  *
      * key the table into EARNCODE-DAT the way they load the tax      *
      * brackets, so a new code or a change in treatment needs no      *
      * program change.                                                *
      ******************************************************************
       01  EARNINGS-CODE-RECORD.
           05  EC-EARNINGS-CODE      PICTURE X(3).
           05  EC-DESCRIPTION        PICTURE X(15).
      * 'Y' or 'N'. Non-taxable money (a reimbursement of the
      * employee's own outlay) is paid in the check but is neither
      * withheld on nor carried in the year-to-date wages.
           05  EC-TAXABLE-FLAG       PICTURE X.
               88  CODE-IS-TAXABLE           VALUE 'Y'.
               88  TAXABLE-FLAG-IS-VALID     VALUES 'Y' 'N'.
           05  EC-FLAT-RATE-FLAG     PICTURE X.
               88  CODE-TAXED-AT-FLAT-RATE   VALUE 'Y'.
               88  FLAT-RATE-FLAG-IS-VALID   VALUES 'Y' 'N'.
           05  EC-OVERTIME-FLAG      PICTURE X.
               88  CODE-COUNTS-TOWARD-OT     VALUE 'Y'.
               88  OVERTIME-FLAG-IS-VALID    VALUES 'Y' 'N'.
