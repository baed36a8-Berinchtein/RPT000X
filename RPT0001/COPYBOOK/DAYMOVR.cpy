      *****************************************************************
      * Copybook:    DAYMOVR
      * Shared layout for the DAYMOVE daily movement record. Every
      * program that changes a customer's sales this year-to-date
      * or AR balance on CUSTIDX appends one record per movement
      * source at the end of each run - normal end or abend - with
      * the number of items it posted and the net amount it moved
      * each figure by. A source with nothing posted still writes a
      * zero record, so a run that moved nothing can be told from a
      * run that never happened.
      * Used by:     RPT0001, RPT0002, RPT0003, RPT0012, RPT0014,
      *              RPT0016, RPT0025, RPT0029, RPT0037 (writers),
      *              RPT0038 (daily sales and AR roll-forward proof)
      *****************************************************************
       01 DAILY-MOVEMENT-RECORD.
          05 DM-PROGRAM-ID          PIC X(8).
          05 DM-SOURCE-CODE         PIC X(4).
          05 DM-SOURCE-NAME         PIC X(24).
          05 DM-RUN-DATE            PIC 9(8).
          05 DM-RUN-TIME            PIC 9(6).
          05 DM-ITEM-COUNT          PIC 9(7).
          05 DM-SALES-MOVEMENT      PIC S9(11)V99.
          05 DM-AR-MOVEMENT         PIC S9(11)V99.
          05 DM-FINAL-STATUS        PIC X(4).
          05 FILLER                 PIC X(13).
