      *****************************************************************
      * Copybook:    ROLLCTLR
      * Shared layout for the ROLLCTL indexed roll-forward control
      * record, keyed on RO-CLOSE-DATE. RPT0038 writes one record
      * for each close it proves: the total sales this year-to-date
      * and total AR balance on CUSTIDX at that close. The latest
      * record is the opening figure the next proof rolls forward
      * from. A second close on the same date replaces that date's
      * record.
      * Used by:     RPT0038 (daily sales and AR roll-forward proof)
      *****************************************************************
       01 ROLL-FORWARD-CONTROL-RECORD.
          05 RO-CLOSE-DATE          PIC 9(8).
          05 RO-CLOSE-TIME          PIC 9(6).
          05 RO-PROOF-STATUS        PIC X.
             88 RO-FIRST-CLOSE                        VALUE "F".
             88 RO-PROOF-BALANCED                     VALUE "B".
             88 RO-DIFFERENCE-ACCEPTED                VALUE "A".
          05 RO-CUSTOMER-COUNT      PIC 9(7).
          05 RO-SALES-THIS-YTD-TOTAL
                                    PIC S9(11)V99.
          05 RO-AR-BALANCE-TOTAL    PIC S9(11)V99.
          05 RO-SALES-DIFFERENCE    PIC S9(11)V99.
          05 RO-AR-DIFFERENCE       PIC S9(11)V99.
          05 RO-ACCEPTED-BY         PIC X(8).
          05 FILLER                 PIC X(18).
