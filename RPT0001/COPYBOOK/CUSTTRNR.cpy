      * Copybook:    CUSTTRNR
      * Shared layout for the CUSTTRAN customer maintenance
      * transaction record applied to CUSTIDX by RPT0002.
      * Used by:     RPT0002 (customer master maintenance program),
      *              RPT0037 (customer change approval run, which
      *              applies held transactions from their PENDCHG
      *              image)
      *
      * 21/08/2026   Carved out of RPT0002's FILE SECTION when the
      *              record gained TR-CREDIT-LIMIT and TR-AR-BALANCE
