      *****************************************************************
      * Copybook:    PRODMSTR
      * Shared layout for the PRODMAST indexed product master
      * record, keyed on PM-PRODUCT-CODE. One record per product
      * sold: its description, the product group it is analysed
      * under, and its standard selling price. SLSTRAN line items
      * name a product from this file; RPT0016 rejects a line whose
      * product is not on it and carries the product group onto
      * the SALESHST sales history.
      * Used by:     RPT0035 (product master maintenance program),
      *              RPT0016 (sales invoice posting), RPT0036
      *              (product sales analysis)
      *****************************************************************
       01 PRODUCT-MASTER-RECORD.
          05 PM-PRODUCT-CODE        PIC X(8).
          05 PM-DESCRIPTION         PIC X(30).
          05 PM-PRODUCT-GROUP       PIC X(4).
          05 PM-STANDARD-PRICE      PIC S9(7)V9(2).
          05 FILLER                 PIC X(9).
