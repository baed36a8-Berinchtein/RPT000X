      *****************************************************************
      * Copybook:    PENDCHGR
      * Shared layout for the PENDCHG indexed pending-approval
      * record, keyed on PC-PENDING-NUMBER. RPT0002 writes one
      * record for each sensitive CUSTTRAN change it holds back
      * from CUSTIDX instead of applying - a credit limit raised by
      * more than the APPRPARM amount (or removed), any change to
      * the AR balance, a status change to closed, or a delete -
      * carrying the whole transaction as keyed. RPT0037 takes an
      * approve or reject decision from a second user against the
      * pending number, applies the approved ones, and expires
      * those left waiting too long. Decided items stay on file as
      * the record of who entered and who approved each change.
      * Used by:     RPT0002 (customer master maintenance - writer),
      *              RPT0037 (customer change approval run)
      *
      * The record with an all-zero key is the control record, not
      * a change: it holds the last pending number handed out, so
      * every held change gets the next number whichever run held
      * it.
      *
      * PC-BEFORE-FIGURES are the customer's sales and AR figures on
      * CUSTIDX when the change was held. The transaction carries
      * the figures as they stood then, and invoices, cash and
      * credit memos go on posting while it waits, so RPT0037
      * leaves a figure the change did not alter as it stands on
      * the day of approval, and will not apply one it did alter
      * if the master has moved from these since.
      *****************************************************************
       01 PENDING-CHANGE-RECORD.
          05 PC-PENDING-NUMBER      PIC 9(7).
          05 PC-ITEM-STATUS         PIC X.
             88 PC-ITEM-PENDING                       VALUE "P".
             88 PC-ITEM-APPROVED                      VALUE "A".
             88 PC-ITEM-APPLY-FAILED                  VALUE "F".
             88 PC-ITEM-REJECTED                      VALUE "R".
             88 PC-ITEM-EXPIRED                       VALUE "E".
          05 PC-HOLD-REASONS.
             10 PC-CREDIT-LIMIT-REASON PIC X.
                88 PC-CREDIT-LIMIT-RAISED             VALUE "Y".
             10 PC-AR-BALANCE-REASON   PIC X.
                88 PC-AR-BALANCE-OVERRIDDEN           VALUE "Y".
             10 PC-CLOSE-REASON        PIC X.
                88 PC-ACCOUNT-CLOSED                  VALUE "Y".
             10 PC-DELETE-REASON       PIC X.
                88 PC-CUSTOMER-DELETED                VALUE "Y".
          05 PC-CUSTOMER-NUMBER     PIC 9(5).
          05 PC-ENTERED-BY          PIC X(8).
          05 PC-ENTERED-DATE        PIC 9(8).
          05 PC-ENTERED-TIME        PIC 9(6).
          05 PC-DECIDED-BY          PIC X(8).
          05 PC-DECIDED-DATE        PIC 9(8).
          05 PC-DECIDED-TIME        PIC 9(6).
          05 PC-RESULT-TEXT         PIC X(30).
          05 PC-TRANSACTION-IMAGE   PIC X(200).
          05 PC-BEFORE-FIGURES.
             10 PC-BEFORE-SALES-THIS-YTD PIC S9(5)V9(2).
             10 PC-BEFORE-SALES-LAST-YTD PIC S9(5)V9(2).
             10 PC-BEFORE-AR-BALANCE     PIC S9(7)V9(2).
          05 FILLER                 PIC X(16).
       01 PENDING-CONTROL-RECORD.
          05 PN-CONTROL-KEY         PIC 9(7).
          05 PN-LAST-PENDING-NUMBER PIC 9(7).
          05 FILLER                 PIC X(316).
