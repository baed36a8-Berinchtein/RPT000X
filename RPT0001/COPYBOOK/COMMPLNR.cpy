      * the same tiers, and a rate change is a PLANTRAN transaction
      * instead of a program change.
      * Used by:     RPT0006 (commission run), RPT0018 (commission
      *              plan maintenance program), RPT0030 (monthly
      *              commission payout run), RPT0033 (nightly
      *              referential integrity check)
      *****************************************************************
       01 COMMISSION-PLAN-RECORD.
          05 CP-PLAN-CODE           PIC X(2).
