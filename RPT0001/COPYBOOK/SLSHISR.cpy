      *****************************************************************
      * Copybook:    SLSHISR
      * Shared layout for the SALESHST sales history record - one
      * record per SLSTRAN line item RPT0016 posted, appended as its
      * invoice or credit memo posts, so what was sold can be
      * analysed by product and not only in dollars per customer.
      * The branch and salesrep are the customer's at posting time
      * and the product group is the product's at posting time, so
      * a later reassignment or regrouping does not restate history.
      * A credit memo line carries a negative quantity and amount,
      * so summing a product's lines nets returns against sales.
      * Used by:     RPT0016 (sales invoice posting - writer),
      *              RPT0036 (product sales analysis)
      *****************************************************************
       01 SALES-HISTORY-RECORD.
          05 SH-POSTED-DATE         PIC 9(8).
          05 SH-BATCH-NUMBER        PIC 9(6).
          05 SH-BRANCH-NUMBER       PIC 9(2).
          05 SH-SALESREP-NUMBER     PIC 9(2).
          05 SH-CUSTOMER-NUMBER     PIC 9(5).
          05 SH-DOCUMENT-NUMBER     PIC X(8).
          05 SH-DOCUMENT-TYPE       PIC X.
             88 SH-INVOICE-LINE                        VALUE "I".
             88 SH-CREDIT-MEMO-LINE                    VALUE "C".
          05 SH-DOCUMENT-DATE       PIC 9(8).
          05 SH-LINE-NUMBER         PIC 9(3).
          05 SH-PRODUCT-CODE        PIC X(8).
          05 SH-PRODUCT-GROUP       PIC X(4).
          05 SH-QUANTITY            PIC S9(5).
          05 SH-EXTENDED-AMOUNT     PIC S9(7)V9(2).
          05 FILLER                 PIC X(11).
