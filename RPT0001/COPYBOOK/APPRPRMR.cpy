      *****************************************************************
      * Copybook:    APPRPRMR
      * Shared layout for the optional APPRPARM record that sets
      * the second-person approval limits. A missing record, or a
      * field that is not numeric, takes the default noted against
      * it in the program that reads it.
      *    AP-CREDIT-INCREASE-LIMIT - a credit limit raised by more
      *        than this is held for approval (RPT0002).
      *    AP-EXPIRY-DAYS - a change still pending this many days
      *        after it was entered expires (RPT0037).
      * Used by:     RPT0002 (customer master maintenance program),
      *              RPT0037 (customer change approval run)
      *****************************************************************
       01 APPROVAL-PARM-RECORD.
          05 AP-CREDIT-INCREASE-LIMIT PIC 9(7)V9(2).
          05 AP-EXPIRY-DAYS         PIC 9(3).
          05 FILLER                 PIC X(18).
