      * Used by:     RPT0001 (salesrep name on SALESRPT subtotals),
      *              RPT0006 (salesrep name and commission plan on
      *              COMMRPT), RPT0017 (salesrep reference
      *              maintenance program), RPT0030 (monthly
      *              commission payout run), RPT0033 (nightly
      *              referential integrity check), RPT0036 (product
      *              sales analysis)
      *****************************************************************
       01 SALESREP-RECORD.
          05 SR-REP-KEY.
