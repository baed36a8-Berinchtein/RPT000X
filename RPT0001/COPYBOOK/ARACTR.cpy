      *****************************************************************
      * Copybook:    ARACTR
      * Shared layout for the ARACTVTY AR activity history record -
      * one record appended for every document applied to the
      * ARDETAIL open items: the invoice that opens an item, and
      * each payment or credit memo that reduces one. ARDETAIL only
      * carries what is still open; this file is the running record
      * of how each item got there, so a month's payments and
      * credits can be listed back to the customer after the item
      * they cleared has gone to zero.
      * Used by:     RPT0014 (AR open-item posting), RPT0016 (sales
      *              invoice posting), RPT0028 (monthly customer
      *              statements), RPT0029 (lockbox cash import),
      *              RPT0031 (GL journal-entry interface)
      *
      * Lockbox cash adds three activity types that move the
      * UNAPCASH unapplied-cash file (see UNAPCSHR) rather than, or
      * as well as, an open item: U - cash received and held
      * unapplied; A - held cash later applied to an invoice; R -
      * held cash refunded or released. AA-INVOICE-NUMBER on a U or
      * R record is the customer's reference, not an ARDETAIL key.
      * When RPT0014 transfers unidentified cash from customer 00000
      * to the customer it belongs to, it writes a U pair: the amount
      * out of 00000, carried negative, and the same amount into the
      * customer, so the pair nets to no cash received.
      *
      * AA-DOCUMENT-DATE is the date on the document itself;
      * AA-POSTED-DATE/TIME is when the posting run applied it, and
      * is what decides which statement period an activity falls
      * in. AA-AMOUNT is always positive, bar the leaving half of a
      * transfer pair - AA-ACTIVITY-TYPE says which way it moved
      * the open item. AA-BRANCH-NUMBER is the customer's branch at
      * posting time (zero if the customer was not on the master).
      *****************************************************************
       01 AR-ACTIVITY-RECORD.
          05 AA-CUSTOMER-NUMBER     PIC 9(5).
          05 AA-INVOICE-NUMBER      PIC X(8).
          05 AA-ACTIVITY-TYPE       PIC X.
             88 AA-INVOICE-ACTIVITY                   VALUE "I".
             88 AA-PAYMENT-ACTIVITY                   VALUE "P".
             88 AA-CREDIT-MEMO-ACTIVITY               VALUE "M".
             88 AA-UNAPPLIED-CASH-ACTIVITY            VALUE "U".
             88 AA-CASH-APPLIED-ACTIVITY              VALUE "A".
             88 AA-CASH-REFUND-ACTIVITY               VALUE "R".
          05 AA-DOCUMENT-DATE       PIC 9(8).
          05 AA-AMOUNT              PIC S9(7)V9(2).
          05 AA-POSTED-DATE         PIC 9(8).
          05 AA-POSTED-TIME         PIC 9(6).
          05 AA-BRANCH-NUMBER       PIC 9(2).
          05 AA-PROGRAM-ID          PIC X(8).
          05 AA-USER-ID             PIC X(8).
          05 FILLER                 PIC X(17).
