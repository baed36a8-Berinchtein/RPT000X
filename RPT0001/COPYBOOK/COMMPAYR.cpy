      *****************************************************************
      * Copybook:    COMMPAYR
      * Shared layout for the COMMPAID indexed commission-paid
      * history record, keyed on CH-PAID-KEY (branch number +
      * salesrep number + payout period year and month). One record
      * per rep per monthly payout: the YTD commission the rep had
      * earned under their COMMPLAN plan at that payout, what had
      * already been paid earlier in the year, what this period
      * paid, and any clawback carried into the next period when
      * credit memos pulled the YTD commission below what had
      * already gone out. A rerun of the same period replaces that
      * period's record rather than adding a second payment.
      * Used by:     RPT0030 (monthly commission payout run),
      *              RPT0003 (year-end rollover opens the next
      *              commission year)
      *
      * The record with an all-zero key is the control record, not
      * a rep (no payout is ever keyed to period 000000): it names
      * the commission year CX-SALES-THIS-YTD currently belongs to.
      * RPT0030 only pays periods of that year, so a January payout
      * cannot run over last year's uncleared YTD figures, and
      * RPT0003 moves it on to the next year at the rollover - the
      * paid history for the new year then starts from nothing.
      *****************************************************************
       01 COMMISSION-PAID-RECORD.
          05 CH-PAID-KEY.
             10 CH-BRANCH-NUMBER    PIC 9(2).
             10 CH-SALESREP-NUMBER  PIC 9(2).
             10 CH-PERIOD.
                15 CH-PERIOD-YEAR   PIC 9(4).
                15 CH-PERIOD-MONTH  PIC 9(2).
          05 CH-PLAN-CODE           PIC X(2).
          05 CH-YTD-SALES           PIC S9(9)V9(2).
          05 CH-RATE-PCT            PIC S9(2)V9(2).
          05 CH-YTD-COMMISSION      PIC S9(9)V9(2).
          05 CH-PAID-BEFORE         PIC S9(9)V9(2).
          05 CH-AMOUNT-PAID         PIC S9(9)V9(2).
          05 CH-CLAWBACK-CARRIED    PIC S9(9)V9(2).
          05 CH-RUN-DATE            PIC 9(8).
          05 FILLER                 PIC X(21).
       01 COMMISSION-YEAR-CONTROL-RECORD.
          05 CC-CONTROL-KEY         PIC X(10).
          05 CC-COMMISSION-YEAR     PIC 9(4).
          05 CC-OPENED-DATE         PIC 9(8).
          05 CC-OPENED-BY           PIC X(8).
          05 FILLER                 PIC X(70).
