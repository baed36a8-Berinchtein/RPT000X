      * the lump CX-AR-BALANCE on CUSTIDX can be broken down into the
      * individual invoices that make it up.
      * Used by:     RPT0014 (AR open-item posting program), RPT0015
      *              (AR aging report), RPT0028 (monthly customer
      *              statements), RPT0029 (lockbox cash import),
      *              RPT0033 (nightly referential integrity check),
      *              RPT0034 (nightly credit review)
      *
      * AR-OPEN-AMOUNT is the unpaid remainder of the item - it
      * starts equal to AR-ORIGINAL-AMOUNT and is reduced by the
