      ******************************************************************
      * Workers' compensation class rate table record layout, read by  *
      * EMPMAINT (which accepts only a class on the table) and COMPRPT *
      * (premium report). One record per class code the carrier rates  *
      * the shop's work under, with the premium rate per $100 of       *
      * eligible payroll for the policy period. The operators key the  *
      * table into COMPRATE-DAT the way they load the tax brackets, so *
      * a renewal with new rates needs no program change.              *
      ******************************************************************
       01  COMP-RATE-RECORD.
           05  CR-CLASS-CODE         PICTURE X(4).
           05  CR-DESCRIPTION        PICTURE X(20).
      * Premium per $100 of eligible payroll.
           05  CR-RATE               PICTURE 9(2)V99.
