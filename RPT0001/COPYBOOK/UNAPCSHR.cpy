      *****************************************************************
      * Copybook:    UNAPCSHR
      * Shared layout for the UNAPCASH unapplied-cash record, keyed
      * on UC-CASH-KEY (customer number + receipt date + lockbox
      * batch number + item number), so a customer's unapplied cash
      * reads back oldest receipt first. Cash lands here when a
      * remittance is bigger than everything it could be applied
      * to, or cannot be tied to a customer at all - unidentified
      * remittances are held under customer number 00000 until the
      * credit clerk finds whose they are.
      * Used by:     RPT0029 (lockbox cash import - writes), RPT0014
      *              (AR open-item posting - applies held cash to an
      *              invoice or refunds it, and transfers unidentified
      *              cash from 00000 to the customer it belongs to)
      *
      * UC-OPEN-AMOUNT is the cash still held - it starts equal to
      * UC-ORIGINAL-AMOUNT and is reduced as RPT0014 applies or
      * refunds it. A fully used entry stays on file at zero open
      * amount. Unapplied cash is not part of CX-AR-BALANCE - the
      * balance only moves when the cash is applied to an item.
      *****************************************************************
       01 UNAPPLIED-CASH-RECORD.
          05 UC-CASH-KEY.
             10 UC-CUSTOMER-NUMBER  PIC 9(5).
             10 UC-RECEIPT-DATE     PIC 9(8).
             10 UC-BATCH-NUMBER     PIC 9(6).
             10 UC-ITEM-NUMBER      PIC 9(5).
          05 UC-CHECK-NUMBER        PIC X(10).
          05 UC-INVOICE-REFERENCE   PIC X(8).
          05 UC-ORIGINAL-AMOUNT     PIC S9(7)V9(2).
          05 UC-OPEN-AMOUNT         PIC S9(7)V9(2).
          05 UC-LAST-ACTIVITY-DATE  PIC 9(8).
          05 FILLER                 PIC X(12).
