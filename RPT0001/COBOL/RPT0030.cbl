      *****************************************************************
      * Program name:    RPT0030
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  ---------------------------------------
      * 15/10/2026 MANUEL JARRY  Created - monthly commission payout
      *                          run. RPT0006 recomputes each rep's
      *                          commission from scratch on the whole
      *                          CX-SALES-THIS-YTD figure, so COMMRPT
      *                          never says what is owed this month and
      *                          payroll was subtracting last month's
      *                          printout by hand. This run totals each
      *                          rep's YTD sales off CUSTIDX exactly as
      *                          RPT0006 does (active customers only,
      *                          rate from the rep's COMMPLAN plan, the
      *                          built-in table as the default plan),
      *                          subtracts everything already paid
      *                          this commission year on the new
      *                          COMMPAID paid history (see COMMPAYR),
      *                          and pays the difference. When credit
      *                          memos have pulled the YTD commission
      *                          below what has already been paid, the
      *                          rep is paid nothing and the shortfall
      *                          is carried as a clawback - the next
      *                          period's payable is net of it, since
      *                          it is figured off the same YTD total
      *                          less the same paid history. Prints the
      *                          COMMPAY payable statement and writes
      *                          the PAYEXTR payroll extract (one
      *                          record per rep with something to pay).
      *                          The period comes from an optional
      *                          PAYPARM (default: the current month)
      *                          and must fall in the commission year
      *                          named on COMMPAID's control record,
      *                          which RPT0003's year-end rollover
      *                          moves on - so a payout cannot run
      *                          over the wrong year's YTD figures. A
      *                          rerun of a period replaces that
      *                          period's payout instead of paying it
      *                          twice.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPT0030.
       AUTHOR. MANUEL JARRY Z85614.
       INSTALLATION. Berinchtein Github Repository.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. DD/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL-COMPILER.
       OBJECT-COMPUTER. GNUCOBOL-COMPILER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT CUSTIDX
              ASSIGN TO "WORK-FILES/CUSTIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CX-CUSTOMER-NUMBER
              FILE STATUS IS CUSTIDX-STATUS.
      *
           SELECT SALESREP
              ASSIGN TO "WORK-FILES/SALESREP"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SR-REP-KEY
              FILE STATUS IS SALESREP-STATUS.
      *
           SELECT COMMPLAN
              ASSIGN TO "WORK-FILES/COMMPLAN"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CP-PLAN-CODE
              FILE STATUS IS COMMPLAN-STATUS.
      *
           SELECT COMMPAID
              ASSIGN TO "WORK-FILES/COMMPAID"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CH-PAID-KEY
              FILE STATUS IS COMMPAID-STATUS.
      *
           SELECT PAYPARM
              ASSIGN TO "INPUT-FILES/PAYPARM"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PAYPARM-STATUS.
      *
           SELECT COMMPAY
              ASSIGN TO "OUTPUT-FILES/COMMPAY"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS COMMPAY-STATUS.
      *
           SELECT PAYEXTR
              ASSIGN TO "OUTPUT-FILES/PAYEXTR"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PAYEXTR-STATUS.
      *
           SELECT RUNHIST
              ASSIGN TO "OUTPUT-FILES/RUNHIST"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RUNHIST-STATUS.
      *
           SELECT SORT-WORK-FILE
              ASSIGN TO "WORK-FILES/PAYSORT".
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CUSTIDX.
           COPY CUSTIDXR.
      *
       FD  SALESREP.
           COPY SREPR.
      *
       FD  COMMPLAN.
           COPY COMMPLNR.
      *
       FD  COMMPAID.
           COPY COMMPAYR.
      *
       FD  PAYPARM.
       01 PAYOUT-PARM-RECORD.
          05 PP-PERIOD-YEAR         PIC 9(4).
          05 PP-PERIOD-MONTH        PIC 9(2).
          05 FILLER                 PIC X(24).
      *
       FD  COMMPAY.
       01 PAYABLE-REPORT-RECORD     PIC X(132).
      *
       FD  PAYEXTR.
       01 PAYROLL-EXTRACT-RECORD.
          05 PX-BRANCH-NUMBER       PIC 9(2).
          05 PX-SALESREP-NUMBER     PIC 9(2).
          05 PX-SALESREP-NAME       PIC X(20).
          05 PX-PERIOD-YEAR         PIC 9(4).
          05 PX-PERIOD-MONTH        PIC 9(2).
          05 PX-PAY-TYPE            PIC X(4).
          05 PX-AMOUNT              PIC 9(7)V9(2).
          05 FILLER                 PIC X(37).
      *
       FD  RUNHIST.
           COPY RUNHISTR.
      *
       SD  SORT-WORK-FILE.
       01 SORT-PAYOUT-RECORD.
          05 SP-BRANCH-NUMBER       PIC 9(2).
          05 SP-SALESREP-NUMBER     PIC 9(2).
          05 SP-CUSTOMER-NUMBER     PIC 9(5).
          05 SP-SALES-THIS-YTD      PIC S9(5)V9(2).
      *****************************************************************
      *
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 CUSTIDX-EOF-SWITCH     PIC X             VALUE "N".
             88 CUSTIDX-EOF                           VALUE "Y".
          05 SORT-WORK-EOF-SWITCH   PIC X             VALUE "N".
             88 SORT-WORK-EOF                         VALUE "Y".
          05 SALESREP-OPEN-SWITCH   PIC X             VALUE "N".
             88 SALESREP-OPEN                         VALUE "Y".
          05 COMMPLAN-OPEN-SWITCH   PIC X             VALUE "N".
             88 COMMPLAN-OPEN                         VALUE "Y".
          05 PAID-HISTORY-END-SWITCH PIC X            VALUE "N".
             88 PAID-HISTORY-END                      VALUE "Y".
          05 LATER-PERIOD-SWITCH    PIC X             VALUE "N".
             88 LATER-PERIOD-PAID                     VALUE "Y".
          05 PERIOD-ON-FILE-SWITCH  PIC X             VALUE "N".
             88 PERIOD-ON-FILE                        VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 CUSTIDX-STATUS         PIC XX            VALUE ZERO.
          05 SALESREP-STATUS        PIC XX            VALUE ZERO.
          05 COMMPLAN-STATUS        PIC XX            VALUE ZERO.
          05 COMMPAID-STATUS        PIC XX            VALUE ZERO.
          05 PAYPARM-STATUS         PIC XX            VALUE ZERO.
          05 COMMPAY-STATUS         PIC XX            VALUE ZERO.
          05 PAYEXTR-STATUS         PIC XX            VALUE ZERO.
          05 RUNHIST-STATUS         PIC XX            VALUE ZERO.
      *
       01 FILE-ERROR-FIELDS.
          05 WS-FILE-ERROR-ID      PIC X(20).
          05 WS-FILE-ERROR-STATUS  PIC XX.
      *
       01 RUN-HISTORY-FIELDS.
          05 WS-RUN-FINAL-STATUS   PIC X(4)          VALUE "OK".
      *
       01 PAYOUT-PERIOD-FIELDS.
          05 WS-PAYOUT-PERIOD.
             10 WS-PAYOUT-YEAR      PIC 9(4)          VALUE ZERO.
             10 WS-PAYOUT-MONTH     PIC 9(2)          VALUE ZERO.
          05 WS-COMMISSION-YEAR     PIC 9(4)          VALUE ZERO.
      *
      * Commission rate tiers - the same default plan RPT0006 pays
      * off when the rep has no SALESREP record, names no plan, or
      * names a plan not on COMMPLAN, so the two runs always agree
      * on what a rep has earned.
       01 COMMISSION-RATE-TABLE.
          05 WS-TIER-1-CEILING      PIC S9(7)V99      VALUE 25000.00.
          05 WS-TIER-1-RATE-PCT     PIC S9(2)V99      VALUE 2.00.
          05 WS-TIER-2-CEILING      PIC S9(7)V99      VALUE 100000.00.
          05 WS-TIER-2-RATE-PCT     PIC S9(2)V99      VALUE 3.50.
          05 WS-TIER-3-RATE-PCT     PIC S9(2)V99      VALUE 5.00.
      *
       01 ACTIVE-RATE-TABLE.
          05 WS-ACTIVE-TIER-1-CEILING  PIC S9(7)V99   VALUE ZERO.
          05 WS-ACTIVE-TIER-1-RATE-PCT PIC S9(2)V99   VALUE ZERO.
          05 WS-ACTIVE-TIER-2-CEILING  PIC S9(7)V99   VALUE ZERO.
          05 WS-ACTIVE-TIER-2-RATE-PCT PIC S9(2)V99   VALUE ZERO.
          05 WS-ACTIVE-TIER-3-RATE-PCT PIC S9(2)V99   VALUE ZERO.
      *
       01 SALESREP-LOOKUP-FIELDS.
          05 WS-SALESREP-NAME       PIC X(20).
          05 WS-REP-PLAN-CODE       PIC X(2).
      *
       01 PAYOUT-WORK-FIELDS.
          05 WS-COMMISSION-RATE-PCT PIC S9(2)V99      VALUE ZERO.
          05 WS-REP-TOTAL-SALES     PIC S9(9)V99      VALUE ZERO.
          05 WS-REP-COMMISSION      PIC S9(9)V99      VALUE ZERO.
          05 WS-REP-PAID-BEFORE     PIC S9(9)V99      VALUE ZERO.
          05 WS-REP-PAYABLE         PIC S9(9)V99      VALUE ZERO.
          05 WS-REP-AMOUNT-PAID     PIC S9(9)V99      VALUE ZERO.
          05 WS-REP-CLAWBACK        PIC S9(9)V99      VALUE ZERO.
          05 WS-REP-NOTE-TEXT       PIC X(10)         VALUE SPACE.
      *
       01 BRANCH-TOTAL-FIELDS.
          05 WS-BRANCH-TOTAL-SALES  PIC S9(9)V99      VALUE ZERO.
          05 WS-BRANCH-COMMISSION   PIC S9(9)V99      VALUE ZERO.
          05 WS-BRANCH-PAID-BEFORE  PIC S9(9)V99      VALUE ZERO.
          05 WS-BRANCH-AMOUNT-PAID  PIC S9(9)V99      VALUE ZERO.
          05 WS-BRANCH-CLAWBACK     PIC S9(9)V99      VALUE ZERO.
      *
       01 GRAND-TOTAL-FIELDS.
          05 WS-GRAND-TOTAL-SALES   PIC S9(9)V99      VALUE ZERO.
          05 WS-GRAND-COMMISSION    PIC S9(9)V99      VALUE ZERO.
          05 WS-GRAND-PAID-BEFORE   PIC S9(9)V99      VALUE ZERO.
          05 WS-GRAND-AMOUNT-PAID   PIC S9(9)V99      VALUE ZERO.
          05 WS-GRAND-CLAWBACK      PIC S9(9)V99      VALUE ZERO.
      *
       01 CONTROL-BREAK-FIELDS.
          05 WS-FIRST-RECORD-SWITCH PIC X             VALUE "Y".
             88 WS-FIRST-RECORD                       VALUE "Y".
          05 WS-PRIOR-BRANCH-NUMBER     PIC 9(2).
          05 WS-PRIOR-SALESREP-NUMBER   PIC 9(2).
      *
       01 CONTROL-TOTAL-FIELDS.
          05 WS-RECORDS-READ-COUNT      PIC 9(7)      VALUE ZERO.
          05 WS-REPS-SETTLED-COUNT      PIC 9(7)      VALUE ZERO.
          05 WS-REPS-SKIPPED-COUNT      PIC 9(7)      VALUE ZERO.
          05 WS-REPS-CLAWBACK-COUNT     PIC 9(7)      VALUE ZERO.
          05 WS-EXTRACT-RECORD-COUNT    PIC 9(7)      VALUE ZERO.
          05 WS-EXTRACT-AMOUNT-TOTAL    PIC S9(9)V99  VALUE ZERO.
      *
       01 CURRENT-DATE-AND-TIME.
          05 CURRENT-DATE.
             10 CD-CURRENT-YEAR     PIC 9(4).
             10 CD-CURRENT-MONTH    PIC 9(2).
             10 CD-CURRENT-DAY      PIC 9(2).
          05 CURRENT-TIME.
             10 CD-CURRENT-HOURS    PIC 9(2).
             10 CD-CURRENT-MINUTES  PIC 9(2).
          05 FILLER                 PIC X(9).
      *
       01 PAYABLE-HEADING-LINE-1.
          05 FILLER                 PIC X(29)         VALUE
                "COMMISSION PAYABLE STATEMENT.".
          05 FILLER                 PIC X(103)        VALUE SPACE.
      *
       01 PAYABLE-HEADING-LINE-2.
          05 FILLER                 PIC X(6)          VALUE "DATE: ".
          05 PH2-DAY                PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 PH2-MONTH              PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 PH2-YEAR               PIC 9(4).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(6)          VALUE "TIME: ".
          05 PH2-HOURS              PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE ":".
          05 PH2-MINUTES            PIC 9(2).
          05 FILLER                 PIC X(8)          VALUE SPACE.
          05 FILLER                 PIC X(7)          VALUE "RPT0030".
          05 FILLER                 PIC X(88)         VALUE SPACE.
      *
       01 PAYABLE-HEADING-LINE-3.
          05 FILLER                 PIC X(15)         VALUE
                "PAYOUT PERIOD: ".
          05 PH3-MONTH              PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 PH3-YEAR               PIC 9(4).
          05 FILLER                 PIC X(110)        VALUE SPACE.
      *
       01 PAYABLE-COLUMN-HEADING.
          05 FILLER                 PIC X(2)          VALUE "BR".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(2)          VALUE "SR".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(20)         VALUE
                "SALESREP NAME".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(2)          VALUE "PL".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(15)         VALUE
                "      YTD SALES".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(5)          VALUE " RATE".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(14)         VALUE
                "YTD COMMISSION".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(14)         VALUE
                "  PAID TO DATE".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(14)         VALUE
                "PAYABLE PERIOD".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(14)         VALUE
                "CLAWBACK CARRY".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(10)         VALUE "NOTE".
      *
       01 PAYABLE-DETAIL-LINE.
          05 PD-BRANCH-NUMBER       PIC 9(2).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PD-SALESREP-NUMBER     PIC 9(2).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PD-SALESREP-NAME       PIC X(20).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PD-PLAN-CODE           PIC X(2).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PD-YTD-SALES           PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PD-RATE-PCT            PIC Z9.99.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PD-YTD-COMMISSION      PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PD-PAID-BEFORE         PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PD-AMOUNT-PAID         PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PD-CLAWBACK            PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PD-NOTE                PIC X(10).
      *
       01 PAYABLE-TOTAL-LINE.
          05 PT-LABEL               PIC X(34).
          05 PT-YTD-SALES           PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(9)          VALUE SPACE.
          05 PT-YTD-COMMISSION      PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PT-PAID-BEFORE         PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PT-AMOUNT-PAID         PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PT-CLAWBACK            PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(12)         VALUE SPACE.
      *
       01 PAYABLE-BRANCH-LABEL.
          05 FILLER                 PIC X(7)          VALUE "BRANCH ".
          05 PBL-BRANCH-NUMBER      PIC 9(2).
          05 FILLER                 PIC X(25)         VALUE
                " TOTAL".
      *
       01 PAYABLE-CONTROL-LINE.
          05 PCL-LABEL              PIC X(30).
          05 PCL-COUNT              PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PCL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(75)         VALUE SPACE.
      *****************************************************************
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *
      *****************************************************************
       000-PAY-MONTHLY-COMMISSIONS.
      *
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 050-READ-PAYOUT-PARMS.
           PERFORM 060-OPEN-FILES.
           PERFORM 070-CHECK-COMMISSION-YEAR.
           PERFORM 110-PRINT-REPORT-HEADING.
           SORT SORT-WORK-FILE
              ON ASCENDING KEY SP-BRANCH-NUMBER
                               SP-SALESREP-NUMBER
                               SP-CUSTOMER-NUMBER
              INPUT PROCEDURE IS 200-SELECT-CUSTOMER-RECORDS
              OUTPUT PROCEDURE IS 300-SETTLE-SALESREP-PAYOUTS.
           PERFORM 400-PRINT-CONTROL-TOTALS.
           PERFORM 900-CLOSE-FILES.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
      *****************************************************************
      *
      *****************************************************************
       050-READ-PAYOUT-PARMS.
      *
      * No PAYPARM (or one without a valid year and month) means
      * the current month - the payout is normally run after the
      * last posting run of the month. A payout that slipped into
      * the next month is rerun with the month keyed on PAYPARM.
      *
           MOVE CD-CURRENT-YEAR TO WS-PAYOUT-YEAR.
           MOVE CD-CURRENT-MONTH TO WS-PAYOUT-MONTH.
           OPEN INPUT PAYPARM.
           IF PAYPARM-STATUS = "00"
              READ PAYPARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PP-PERIOD-YEAR IS NUMERIC
                       AND PP-PERIOD-YEAR > ZERO
                       AND PP-PERIOD-MONTH IS NUMERIC
                       AND PP-PERIOD-MONTH > ZERO
                       AND PP-PERIOD-MONTH NOT > 12
                       MOVE PP-PERIOD-YEAR TO WS-PAYOUT-YEAR
                       MOVE PP-PERIOD-MONTH TO WS-PAYOUT-MONTH
                    END-IF
              END-READ
              CLOSE PAYPARM.
           MOVE WS-PAYOUT-MONTH TO PH3-MONTH.
           MOVE WS-PAYOUT-YEAR TO PH3-YEAR.
      *
      *****************************************************************
      *
      *****************************************************************
       060-OPEN-FILES.
      *
      * A SALESREP or COMMPLAN that does not exist yet (status 35) is
      * not fatal - the rep prints UNKNOWN and is paid off the
      * default rate table, exactly as RPT0006 would figure it.
      *
           OPEN OUTPUT COMMPAY.
           PERFORM 925-CHECK-COMMPAY-OPEN-STATUS.
           OPEN OUTPUT PAYEXTR.
           PERFORM 926-CHECK-PAYEXTR-OPEN-STATUS.
           OPEN I-O COMMPAID.
           IF COMMPAID-STATUS = "35"
              OPEN OUTPUT COMMPAID
              PERFORM 986-CHECK-COMMPAID-OPEN-STATUS
              CLOSE COMMPAID
              PERFORM 987-CHECK-COMMPAID-CLOSE-STATUS
              OPEN I-O COMMPAID
           END-IF.
           PERFORM 986-CHECK-COMMPAID-OPEN-STATUS.
           OPEN INPUT SALESREP.
           IF SALESREP-STATUS = "00"
              MOVE "Y" TO SALESREP-OPEN-SWITCH
           ELSE
              IF SALESREP-STATUS NOT = "35"
                 MOVE "SALESREP OPEN" TO WS-FILE-ERROR-ID
                 MOVE SALESREP-STATUS TO WS-FILE-ERROR-STATUS
                 PERFORM 999-ABEND-FILE-ERROR
              END-IF
           END-IF.
           OPEN INPUT COMMPLAN.
           IF COMMPLAN-STATUS = "00"
              MOVE "Y" TO COMMPLAN-OPEN-SWITCH
           ELSE
              IF COMMPLAN-STATUS NOT = "35"
                 MOVE "COMMPLAN OPEN" TO WS-FILE-ERROR-ID
                 MOVE COMMPLAN-STATUS TO WS-FILE-ERROR-STATUS
                 PERFORM 999-ABEND-FILE-ERROR
              END-IF
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       070-CHECK-COMMISSION-YEAR.
      *
      * The control record names the year CX-SALES-THIS-YTD belongs
      * to. The first payout ever run opens it at the payout year;
      * after that only RPT0003's rollover moves it on. A period
      * outside that year is refused whole - paying January before
      * the rollover would pay last year's YTD a second time, and
      * paying December after it would claw back the whole year.
      *
           MOVE ZERO TO CH-PAID-KEY.
           READ COMMPAID
              INVALID KEY
                 MOVE ZERO TO CC-CONTROL-KEY
                 MOVE WS-PAYOUT-YEAR TO CC-COMMISSION-YEAR
                 MOVE CURRENT-DATE TO CC-OPENED-DATE
                 MOVE "RPT0030" TO CC-OPENED-BY
                 WRITE COMMISSION-YEAR-CONTROL-RECORD
                 PERFORM 989-CHECK-COMMPAID-WRITE-STATUS
           END-READ.
           PERFORM 988-CHECK-COMMPAID-READ-STATUS.
           MOVE CC-COMMISSION-YEAR TO WS-COMMISSION-YEAR.
           IF WS-PAYOUT-YEAR NOT = WS-COMMISSION-YEAR
              PERFORM 998-STOP-WRONG-COMMISSION-YEAR.
      *
      *****************************************************************
      *
      *****************************************************************
       100-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-DAY TO PH2-DAY.
           MOVE CD-CURRENT-MONTH TO PH2-MONTH.
           MOVE CD-CURRENT-YEAR TO PH2-YEAR.
           MOVE CD-CURRENT-HOURS TO PH2-HOURS.
           MOVE CD-CURRENT-MINUTES TO PH2-MINUTES.
      *
      *****************************************************************
      *
      *****************************************************************
       110-PRINT-REPORT-HEADING.
      *
           MOVE PAYABLE-HEADING-LINE-1 TO PAYABLE-REPORT-RECORD.
           WRITE PAYABLE-REPORT-RECORD.
           PERFORM 935-CHECK-COMMPAY-WRITE-STATUS.
           MOVE PAYABLE-HEADING-LINE-2 TO PAYABLE-REPORT-RECORD.
           WRITE PAYABLE-REPORT-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-COMMPAY-WRITE-STATUS.
           MOVE PAYABLE-HEADING-LINE-3 TO PAYABLE-REPORT-RECORD.
           WRITE PAYABLE-REPORT-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-COMMPAY-WRITE-STATUS.
           MOVE PAYABLE-COLUMN-HEADING TO PAYABLE-REPORT-RECORD.
           WRITE PAYABLE-REPORT-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-COMMPAY-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       200-SELECT-CUSTOMER-RECORDS.
      *
           OPEN INPUT CUSTIDX.
           PERFORM 960-CHECK-CUSTIDX-OPEN-STATUS.
           MOVE "N" TO CUSTIDX-EOF-SWITCH.
           PERFORM 210-RELEASE-CUSTOMER-RECORD
              UNTIL CUSTIDX-EOF.
           CLOSE CUSTIDX.
           PERFORM 961-CHECK-CUSTIDX-CLOSE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       210-RELEASE-CUSTOMER-RECORD.
      *
      * Active customers only - the same selection RPT0006 makes, so
      * the payout is figured off the YTD total COMMRPT shows.
      *
           READ CUSTIDX NEXT RECORD
              AT END
                 MOVE "Y" TO CUSTIDX-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ-COUNT
                 IF CX-CUSTOMER-ACTIVE
                    MOVE CX-BRANCH-NUMBER TO SP-BRANCH-NUMBER
                    MOVE CX-SALESREP-NUMBER TO SP-SALESREP-NUMBER
                    MOVE CX-CUSTOMER-NUMBER TO SP-CUSTOMER-NUMBER
                    MOVE CX-SALES-THIS-YTD TO SP-SALES-THIS-YTD
                    RELEASE SORT-PAYOUT-RECORD
                 END-IF
           END-READ.
           PERFORM 965-CHECK-CUSTIDX-READNEXT-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       300-SETTLE-SALESREP-PAYOUTS.
      *
           MOVE "N" TO SORT-WORK-EOF-SWITCH.
           PERFORM 310-RETURN-PAYOUT-RECORD
              UNTIL SORT-WORK-EOF.
           IF NOT WS-FIRST-RECORD
              PERFORM 340-SETTLE-SALESREP
              PERFORM 370-PRINT-BRANCH-TOTAL
           END-IF.
           PERFORM 380-PRINT-GRAND-TOTAL.
      *
      *****************************************************************
      *
      *****************************************************************
       310-RETURN-PAYOUT-RECORD.
      *
           RETURN SORT-WORK-FILE
              AT END
                 MOVE "Y" TO SORT-WORK-EOF-SWITCH
              NOT AT END
                 PERFORM 320-PROCESS-PAYOUT-RECORD
           END-RETURN.
      *
      *****************************************************************
      *
      *****************************************************************
       320-PROCESS-PAYOUT-RECORD.
      *
           IF WS-FIRST-RECORD
              MOVE SP-BRANCH-NUMBER TO WS-PRIOR-BRANCH-NUMBER
              MOVE SP-SALESREP-NUMBER TO WS-PRIOR-SALESREP-NUMBER
              MOVE "N" TO WS-FIRST-RECORD-SWITCH
           ELSE
              IF SP-BRANCH-NUMBER NOT = WS-PRIOR-BRANCH-NUMBER
                 PERFORM 340-SETTLE-SALESREP
                 PERFORM 370-PRINT-BRANCH-TOTAL
                 MOVE SP-BRANCH-NUMBER TO WS-PRIOR-BRANCH-NUMBER
                 MOVE SP-SALESREP-NUMBER TO WS-PRIOR-SALESREP-NUMBER
              ELSE
                 IF SP-SALESREP-NUMBER NOT = WS-PRIOR-SALESREP-NUMBER
                    PERFORM 340-SETTLE-SALESREP
                    MOVE SP-SALESREP-NUMBER TO
                          WS-PRIOR-SALESREP-NUMBER
                 END-IF
              END-IF
           END-IF.
           ADD SP-SALES-THIS-YTD TO WS-REP-TOTAL-SALES.
      *
      *****************************************************************
      *
      *****************************************************************
       340-SETTLE-SALESREP.
      *
      * What is payable is the YTD commission less everything paid
      * earlier this commission year. A negative figure is never
      * paid - it is carried as a clawback, and because next
      * period's payable is figured off the same paid history it
      * comes out of the rep's next earnings automatically.
      *
           PERFORM 345-LOOKUP-SALESREP.
           PERFORM 355-SELECT-COMMISSION-RATE.
           COMPUTE WS-REP-COMMISSION ROUNDED =
              (WS-REP-TOTAL-SALES * WS-COMMISSION-RATE-PCT) / 100.
           PERFORM 360-TOTAL-PAID-THIS-YEAR.
           MOVE SPACE TO WS-REP-NOTE-TEXT.
           MOVE ZERO TO WS-REP-AMOUNT-PAID.
           MOVE ZERO TO WS-REP-CLAWBACK.
           IF LATER-PERIOD-PAID
              MOVE "SKIPPED" TO WS-REP-NOTE-TEXT
              ADD 1 TO WS-REPS-SKIPPED-COUNT
           ELSE
              COMPUTE WS-REP-PAYABLE =
                 WS-REP-COMMISSION - WS-REP-PAID-BEFORE
              IF WS-REP-PAYABLE < ZERO
                 COMPUTE WS-REP-CLAWBACK = ZERO - WS-REP-PAYABLE
                 MOVE "CLAWBACK" TO WS-REP-NOTE-TEXT
                 ADD 1 TO WS-REPS-CLAWBACK-COUNT
              ELSE
                 MOVE WS-REP-PAYABLE TO WS-REP-AMOUNT-PAID
              END-IF
              IF PERIOD-ON-FILE
                 MOVE "REPLACED" TO WS-REP-NOTE-TEXT
              END-IF
              PERFORM 365-RECORD-PERIOD-PAYOUT
              IF WS-REP-AMOUNT-PAID > ZERO
                 PERFORM 366-WRITE-PAYROLL-EXTRACT
              END-IF
              ADD 1 TO WS-REPS-SETTLED-COUNT
           END-IF.
           PERFORM 368-PRINT-SALESREP-LINE.
           ADD WS-REP-TOTAL-SALES TO WS-BRANCH-TOTAL-SALES.
           ADD WS-REP-COMMISSION TO WS-BRANCH-COMMISSION.
           ADD WS-REP-PAID-BEFORE TO WS-BRANCH-PAID-BEFORE.
           ADD WS-REP-AMOUNT-PAID TO WS-BRANCH-AMOUNT-PAID.
           ADD WS-REP-CLAWBACK TO WS-BRANCH-CLAWBACK.
           MOVE ZERO TO WS-REP-TOTAL-SALES.
           MOVE ZERO TO WS-REP-COMMISSION.
      *
      *****************************************************************
      *
      *****************************************************************
       345-LOOKUP-SALESREP.
      *
           MOVE "UNKNOWN" TO WS-SALESREP-NAME.
           MOVE SPACE TO WS-REP-PLAN-CODE.
           IF SALESREP-OPEN
              MOVE WS-PRIOR-BRANCH-NUMBER TO SR-BRANCH-NUMBER
              MOVE WS-PRIOR-SALESREP-NUMBER TO SR-SALESREP-NUMBER
              READ SALESREP
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SR-SALESREP-NAME TO WS-SALESREP-NAME
                    MOVE SR-PLAN-CODE TO WS-REP-PLAN-CODE
              END-READ
              PERFORM 966-CHECK-SALESREP-READ-STATUS
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       355-SELECT-COMMISSION-RATE.
      *
           PERFORM 356-LOAD-ACTIVE-RATE-TABLE.
           IF WS-REP-TOTAL-SALES NOT > WS-ACTIVE-TIER-1-CEILING
              MOVE WS-ACTIVE-TIER-1-RATE-PCT TO
                    WS-COMMISSION-RATE-PCT
           ELSE
              IF WS-REP-TOTAL-SALES NOT > WS-ACTIVE-TIER-2-CEILING
                 MOVE WS-ACTIVE-TIER-2-RATE-PCT TO
                       WS-COMMISSION-RATE-PCT
              ELSE
                 MOVE WS-ACTIVE-TIER-3-RATE-PCT TO
                       WS-COMMISSION-RATE-PCT
              END-IF
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       356-LOAD-ACTIVE-RATE-TABLE.
      *
           MOVE WS-TIER-1-CEILING TO WS-ACTIVE-TIER-1-CEILING.
           MOVE WS-TIER-1-RATE-PCT TO WS-ACTIVE-TIER-1-RATE-PCT.
           MOVE WS-TIER-2-CEILING TO WS-ACTIVE-TIER-2-CEILING.
           MOVE WS-TIER-2-RATE-PCT TO WS-ACTIVE-TIER-2-RATE-PCT.
           MOVE WS-TIER-3-RATE-PCT TO WS-ACTIVE-TIER-3-RATE-PCT.
           IF COMMPLAN-OPEN AND WS-REP-PLAN-CODE NOT = SPACE
              MOVE WS-REP-PLAN-CODE TO CP-PLAN-CODE
              READ COMMPLAN
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CP-TIER-1-CEILING TO
                          WS-ACTIVE-TIER-1-CEILING
                    MOVE CP-TIER-1-RATE-PCT TO
                          WS-ACTIVE-TIER-1-RATE-PCT
                    MOVE CP-TIER-2-CEILING TO
                          WS-ACTIVE-TIER-2-CEILING
                    MOVE CP-TIER-2-RATE-PCT TO
                          WS-ACTIVE-TIER-2-RATE-PCT
                    MOVE CP-TIER-3-RATE-PCT TO
                          WS-ACTIVE-TIER-3-RATE-PCT
              END-READ
              PERFORM 968-CHECK-COMMPLAN-READ-STATUS
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       360-TOTAL-PAID-THIS-YEAR.
      *
      * Reads the rep's paid history for the commission year from
      * month 01 on. Earlier periods make up what has already been
      * paid; this period's own record (a rerun) is replaced, not
      * added to; a later period already on file means the months
      * are being paid out of order and the rep is skipped.
      *
           MOVE ZERO TO WS-REP-PAID-BEFORE.
           MOVE "N" TO LATER-PERIOD-SWITCH.
           MOVE "N" TO PERIOD-ON-FILE-SWITCH.
           MOVE "N" TO PAID-HISTORY-END-SWITCH.
           MOVE WS-PRIOR-BRANCH-NUMBER TO CH-BRANCH-NUMBER.
           MOVE WS-PRIOR-SALESREP-NUMBER TO CH-SALESREP-NUMBER.
           MOVE WS-COMMISSION-YEAR TO CH-PERIOD-YEAR.
           MOVE 1 TO CH-PERIOD-MONTH.
           START COMMPAID KEY IS NOT < CH-PAID-KEY
              INVALID KEY
                 MOVE "Y" TO PAID-HISTORY-END-SWITCH
           END-START.
           PERFORM 990-CHECK-COMMPAID-START-STATUS.
           PERFORM 361-ADD-PAID-HISTORY-RECORD
              UNTIL PAID-HISTORY-END.
      *
      *****************************************************************
      *
      *****************************************************************
       361-ADD-PAID-HISTORY-RECORD.
      *
           READ COMMPAID NEXT RECORD
              AT END
                 MOVE "Y" TO PAID-HISTORY-END-SWITCH
              NOT AT END
                 IF CH-BRANCH-NUMBER NOT = WS-PRIOR-BRANCH-NUMBER
                    OR CH-SALESREP-NUMBER NOT =
                          WS-PRIOR-SALESREP-NUMBER
                    OR CH-PERIOD-YEAR NOT = WS-COMMISSION-YEAR
                    MOVE "Y" TO PAID-HISTORY-END-SWITCH
                 ELSE
                    EVALUATE TRUE
                       WHEN CH-PERIOD < WS-PAYOUT-PERIOD
                          ADD CH-AMOUNT-PAID TO WS-REP-PAID-BEFORE
                       WHEN CH-PERIOD = WS-PAYOUT-PERIOD
                          MOVE "Y" TO PERIOD-ON-FILE-SWITCH
                       WHEN OTHER
                          MOVE "Y" TO LATER-PERIOD-SWITCH
                    END-EVALUATE
                 END-IF
           END-READ.
           PERFORM 992-CHECK-COMMPAID-READNEXT-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       365-RECORD-PERIOD-PAYOUT.
      *
           MOVE WS-PRIOR-BRANCH-NUMBER TO CH-BRANCH-NUMBER.
           MOVE WS-PRIOR-SALESREP-NUMBER TO CH-SALESREP-NUMBER.
           MOVE WS-PAYOUT-PERIOD TO CH-PERIOD.
           MOVE WS-REP-PLAN-CODE TO CH-PLAN-CODE.
           MOVE WS-REP-TOTAL-SALES TO CH-YTD-SALES.
           MOVE WS-COMMISSION-RATE-PCT TO CH-RATE-PCT.
           MOVE WS-REP-COMMISSION TO CH-YTD-COMMISSION.
           MOVE WS-REP-PAID-BEFORE TO CH-PAID-BEFORE.
           MOVE WS-REP-AMOUNT-PAID TO CH-AMOUNT-PAID.
           MOVE WS-REP-CLAWBACK TO CH-CLAWBACK-CARRIED.
           MOVE CURRENT-DATE TO CH-RUN-DATE.
           IF PERIOD-ON-FILE
              REWRITE COMMISSION-PAID-RECORD
              PERFORM 991-CHECK-COMMPAID-REWRITE-STATUS
           ELSE
              WRITE COMMISSION-PAID-RECORD
              PERFORM 989-CHECK-COMMPAID-WRITE-STATUS
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       366-WRITE-PAYROLL-EXTRACT.
      *
           MOVE WS-PRIOR-BRANCH-NUMBER TO PX-BRANCH-NUMBER.
           MOVE WS-PRIOR-SALESREP-NUMBER TO PX-SALESREP-NUMBER.
           MOVE WS-SALESREP-NAME TO PX-SALESREP-NAME.
           MOVE WS-PAYOUT-YEAR TO PX-PERIOD-YEAR.
           MOVE WS-PAYOUT-MONTH TO PX-PERIOD-MONTH.
           MOVE "COMM" TO PX-PAY-TYPE.
           MOVE WS-REP-AMOUNT-PAID TO PX-AMOUNT.
           MOVE SPACE TO PAYROLL-EXTRACT-RECORD (44:37).
           WRITE PAYROLL-EXTRACT-RECORD.
           PERFORM 936-CHECK-PAYEXTR-WRITE-STATUS.
           ADD 1 TO WS-EXTRACT-RECORD-COUNT.
           ADD WS-REP-AMOUNT-PAID TO WS-EXTRACT-AMOUNT-TOTAL.
      *
      *****************************************************************
      *
      *****************************************************************
       368-PRINT-SALESREP-LINE.
      *
           MOVE WS-PRIOR-BRANCH-NUMBER TO PD-BRANCH-NUMBER.
           MOVE WS-PRIOR-SALESREP-NUMBER TO PD-SALESREP-NUMBER.
           MOVE WS-SALESREP-NAME TO PD-SALESREP-NAME.
           MOVE WS-REP-PLAN-CODE TO PD-PLAN-CODE.
           MOVE WS-REP-TOTAL-SALES TO PD-YTD-SALES.
           MOVE WS-COMMISSION-RATE-PCT TO PD-RATE-PCT.
           MOVE WS-REP-COMMISSION TO PD-YTD-COMMISSION.
           MOVE WS-REP-PAID-BEFORE TO PD-PAID-BEFORE.
           MOVE WS-REP-AMOUNT-PAID TO PD-AMOUNT-PAID.
           MOVE WS-REP-CLAWBACK TO PD-CLAWBACK.
           MOVE WS-REP-NOTE-TEXT TO PD-NOTE.
           MOVE PAYABLE-DETAIL-LINE TO PAYABLE-REPORT-RECORD.
           WRITE PAYABLE-REPORT-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-COMMPAY-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       370-PRINT-BRANCH-TOTAL.
      *
           MOVE WS-PRIOR-BRANCH-NUMBER TO PBL-BRANCH-NUMBER.
           MOVE PAYABLE-BRANCH-LABEL TO PT-LABEL.
           MOVE WS-BRANCH-TOTAL-SALES TO PT-YTD-SALES.
           MOVE WS-BRANCH-COMMISSION TO PT-YTD-COMMISSION.
           MOVE WS-BRANCH-PAID-BEFORE TO PT-PAID-BEFORE.
           MOVE WS-BRANCH-AMOUNT-PAID TO PT-AMOUNT-PAID.
           MOVE WS-BRANCH-CLAWBACK TO PT-CLAWBACK.
           MOVE PAYABLE-TOTAL-LINE TO PAYABLE-REPORT-RECORD.
           WRITE PAYABLE-REPORT-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-COMMPAY-WRITE-STATUS.
           MOVE SPACE TO PAYABLE-REPORT-RECORD.
           WRITE PAYABLE-REPORT-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-COMMPAY-WRITE-STATUS.
           ADD WS-BRANCH-TOTAL-SALES TO WS-GRAND-TOTAL-SALES.
           ADD WS-BRANCH-COMMISSION TO WS-GRAND-COMMISSION.
           ADD WS-BRANCH-PAID-BEFORE TO WS-GRAND-PAID-BEFORE.
           ADD WS-BRANCH-AMOUNT-PAID TO WS-GRAND-AMOUNT-PAID.
           ADD WS-BRANCH-CLAWBACK TO WS-GRAND-CLAWBACK.
           MOVE ZERO TO WS-BRANCH-TOTAL-SALES.
           MOVE ZERO TO WS-BRANCH-COMMISSION.
           MOVE ZERO TO WS-BRANCH-PAID-BEFORE.
           MOVE ZERO TO WS-BRANCH-AMOUNT-PAID.
           MOVE ZERO TO WS-BRANCH-CLAWBACK.
      *
      *****************************************************************
      *
      *****************************************************************
       380-PRINT-GRAND-TOTAL.
      *
           MOVE "ALL BRANCHES TOTAL" TO PT-LABEL.
           MOVE WS-GRAND-TOTAL-SALES TO PT-YTD-SALES.
           MOVE WS-GRAND-COMMISSION TO PT-YTD-COMMISSION.
           MOVE WS-GRAND-PAID-BEFORE TO PT-PAID-BEFORE.
           MOVE WS-GRAND-AMOUNT-PAID TO PT-AMOUNT-PAID.
           MOVE WS-GRAND-CLAWBACK TO PT-CLAWBACK.
           MOVE PAYABLE-TOTAL-LINE TO PAYABLE-REPORT-RECORD.
           WRITE PAYABLE-REPORT-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-COMMPAY-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       400-PRINT-CONTROL-TOTALS.
      *
      * The payroll extract total must equal the statement's
      * payable total - payroll keys the extract, not the printout.
      *
           MOVE "CUSTOMERS READ:" TO PCL-LABEL.
           MOVE WS-RECORDS-READ-COUNT TO PCL-COUNT.
           MOVE ZERO TO PCL-AMOUNT.
           MOVE PAYABLE-CONTROL-LINE TO PAYABLE-REPORT-RECORD.
           WRITE PAYABLE-REPORT-RECORD AFTER ADVANCING 3 LINES.
           PERFORM 935-CHECK-COMMPAY-WRITE-STATUS.
           MOVE "SALESREPS SETTLED:" TO PCL-LABEL.
           MOVE WS-REPS-SETTLED-COUNT TO PCL-COUNT.
           MOVE WS-GRAND-AMOUNT-PAID TO PCL-AMOUNT.
           PERFORM 410-PRINT-CONTROL-LINE.
           MOVE "SALESREPS WITH CLAWBACK:" TO PCL-LABEL.
           MOVE WS-REPS-CLAWBACK-COUNT TO PCL-COUNT.
           MOVE WS-GRAND-CLAWBACK TO PCL-AMOUNT.
           PERFORM 410-PRINT-CONTROL-LINE.
           MOVE "SALESREPS SKIPPED:" TO PCL-LABEL.
           MOVE WS-REPS-SKIPPED-COUNT TO PCL-COUNT.
           MOVE ZERO TO PCL-AMOUNT.
           PERFORM 410-PRINT-CONTROL-LINE.
           MOVE "PAYROLL EXTRACT RECORDS:" TO PCL-LABEL.
           MOVE WS-EXTRACT-RECORD-COUNT TO PCL-COUNT.
           MOVE WS-EXTRACT-AMOUNT-TOTAL TO PCL-AMOUNT.
           PERFORM 410-PRINT-CONTROL-LINE.
      *
      *****************************************************************
      *
      *****************************************************************
       410-PRINT-CONTROL-LINE.
      *
           MOVE PAYABLE-CONTROL-LINE TO PAYABLE-REPORT-RECORD.
           WRITE PAYABLE-REPORT-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-COMMPAY-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       800-WRITE-RUN-HISTORY.
      *
      * One summary record per run, appended on completion - normal
      * end or abend - so RPT0013 can report the whole suite's run
      * history in one place. A RUNHIST failure here is reported on
      * the console but never abends the run it is recording.
      *
           OPEN EXTEND RUNHIST.
           IF RUNHIST-STATUS = "35"
              OPEN OUTPUT RUNHIST
           END-IF.
           IF RUNHIST-STATUS NOT = "00"
              DISPLAY "RPT0030 - RUNHIST OPEN FAILED - FILE STATUS "
                      RUNHIST-STATUS
           ELSE
              MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
              MOVE "RPT0030" TO RH-PROGRAM-ID
              MOVE CD-CURRENT-YEAR TO RH-RUN-YEAR
              MOVE CD-CURRENT-MONTH TO RH-RUN-MONTH
              MOVE CD-CURRENT-DAY TO RH-RUN-DAY
              MOVE CD-CURRENT-HOURS TO RH-RUN-HOURS
              MOVE CD-CURRENT-MINUTES TO RH-RUN-MINUTES
              MOVE WS-RECORDS-READ-COUNT TO RH-RECORDS-READ
              MOVE WS-REPS-SETTLED-COUNT TO RH-RECORDS-APPLIED
              MOVE WS-REPS-SKIPPED-COUNT TO RH-RECORDS-REJECTED
              MOVE WS-RUN-FINAL-STATUS TO RH-FINAL-STATUS
              MOVE RETURN-CODE TO RH-RETURN-CODE
              WRITE RUN-HISTORY-RECORD
              CLOSE RUNHIST
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       900-CLOSE-FILES.
      *
           CLOSE COMMPAY
                 PAYEXTR
                 COMMPAID.
           PERFORM 945-CHECK-COMMPAY-CLOSE-STATUS.
           PERFORM 946-CHECK-PAYEXTR-CLOSE-STATUS.
           PERFORM 987-CHECK-COMMPAID-CLOSE-STATUS.
           IF SALESREP-OPEN
              CLOSE SALESREP
              PERFORM 967-CHECK-SALESREP-CLOSE-STATUS
              MOVE "N" TO SALESREP-OPEN-SWITCH
           END-IF.
           IF COMMPLAN-OPEN
              CLOSE COMMPLAN
              PERFORM 969-CHECK-COMMPLAN-CLOSE-STATUS
              MOVE "N" TO COMMPLAN-OPEN-SWITCH
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       925-CHECK-COMMPAY-OPEN-STATUS.
      *
           IF COMMPAY-STATUS NOT = "00"
              MOVE "COMMPAY OPEN" TO WS-FILE-ERROR-ID
              MOVE COMMPAY-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       926-CHECK-PAYEXTR-OPEN-STATUS.
      *
           IF PAYEXTR-STATUS NOT = "00"
              MOVE "PAYEXTR OPEN" TO WS-FILE-ERROR-ID
              MOVE PAYEXTR-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       935-CHECK-COMMPAY-WRITE-STATUS.
      *
           IF COMMPAY-STATUS NOT = "00"
              MOVE "COMMPAY WRITE" TO WS-FILE-ERROR-ID
              MOVE COMMPAY-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       936-CHECK-PAYEXTR-WRITE-STATUS.
      *
           IF PAYEXTR-STATUS NOT = "00"
              MOVE "PAYEXTR WRITE" TO WS-FILE-ERROR-ID
              MOVE PAYEXTR-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       945-CHECK-COMMPAY-CLOSE-STATUS.
      *
           IF COMMPAY-STATUS NOT = "00"
              MOVE "COMMPAY CLOSE" TO WS-FILE-ERROR-ID
              MOVE COMMPAY-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       946-CHECK-PAYEXTR-CLOSE-STATUS.
      *
           IF PAYEXTR-STATUS NOT = "00"
              MOVE "PAYEXTR CLOSE" TO WS-FILE-ERROR-ID
              MOVE PAYEXTR-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       960-CHECK-CUSTIDX-OPEN-STATUS.
      *
           IF CUSTIDX-STATUS NOT = "00"
              MOVE "CUSTIDX OPEN" TO WS-FILE-ERROR-ID
              MOVE CUSTIDX-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       961-CHECK-CUSTIDX-CLOSE-STATUS.
      *
           IF CUSTIDX-STATUS NOT = "00"
              MOVE "CUSTIDX CLOSE" TO WS-FILE-ERROR-ID
              MOVE CUSTIDX-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       965-CHECK-CUSTIDX-READNEXT-STATUS.
      *
           IF CUSTIDX-STATUS NOT = "00" AND CUSTIDX-STATUS NOT = "10"
              MOVE "CUSTIDX READ NEXT" TO WS-FILE-ERROR-ID
              MOVE CUSTIDX-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       966-CHECK-SALESREP-READ-STATUS.
      *
      * "23" (key not found) is not an error here - the caller's
      * INVALID KEY / NOT INVALID KEY clause already branched on it.
      *
           IF SALESREP-STATUS NOT = "00" AND
              SALESREP-STATUS NOT = "23"
              MOVE "SALESREP READ" TO WS-FILE-ERROR-ID
              MOVE SALESREP-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       967-CHECK-SALESREP-CLOSE-STATUS.
      *
           IF SALESREP-STATUS NOT = "00"
              MOVE "SALESREP CLOSE" TO WS-FILE-ERROR-ID
              MOVE SALESREP-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       968-CHECK-COMMPLAN-READ-STATUS.
      *
      * "23" (key not found) is not an error here - the caller's
      * INVALID KEY / NOT INVALID KEY clause already branched on it.
      *
           IF COMMPLAN-STATUS NOT = "00" AND
              COMMPLAN-STATUS NOT = "23"
              MOVE "COMMPLAN READ" TO WS-FILE-ERROR-ID
              MOVE COMMPLAN-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       969-CHECK-COMMPLAN-CLOSE-STATUS.
      *
           IF COMMPLAN-STATUS NOT = "00"
              MOVE "COMMPLAN CLOSE" TO WS-FILE-ERROR-ID
              MOVE COMMPLAN-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       986-CHECK-COMMPAID-OPEN-STATUS.
      *
           IF COMMPAID-STATUS NOT = "00"
              MOVE "COMMPAID OPEN" TO WS-FILE-ERROR-ID
              MOVE COMMPAID-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       987-CHECK-COMMPAID-CLOSE-STATUS.
      *
           IF COMMPAID-STATUS NOT = "00"
              MOVE "COMMPAID CLOSE" TO WS-FILE-ERROR-ID
              MOVE COMMPAID-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       988-CHECK-COMMPAID-READ-STATUS.
      *
      * "23" (key not found) is not an error here - the caller's
      * INVALID KEY clause already branched on it.
      *
           IF COMMPAID-STATUS NOT = "00" AND
              COMMPAID-STATUS NOT = "23"
              MOVE "COMMPAID READ" TO WS-FILE-ERROR-ID
              MOVE COMMPAID-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       989-CHECK-COMMPAID-WRITE-STATUS.
      *
           IF COMMPAID-STATUS NOT = "00"
              MOVE "COMMPAID WRITE" TO WS-FILE-ERROR-ID
              MOVE COMMPAID-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       990-CHECK-COMMPAID-START-STATUS.
      *
      * "23" (key not found) is not an error here - the rep simply
      * has nothing paid yet this year.
      *
           IF COMMPAID-STATUS NOT = "00" AND
              COMMPAID-STATUS NOT = "23"
              MOVE "COMMPAID START" TO WS-FILE-ERROR-ID
              MOVE COMMPAID-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       991-CHECK-COMMPAID-REWRITE-STATUS.
      *
           IF COMMPAID-STATUS NOT = "00"
              MOVE "COMMPAID REWRITE" TO WS-FILE-ERROR-ID
              MOVE COMMPAID-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       992-CHECK-COMMPAID-READNEXT-STATUS.
      *
           IF COMMPAID-STATUS NOT = "00" AND
              COMMPAID-STATUS NOT = "10"
              MOVE "COMMPAID READ NEXT" TO WS-FILE-ERROR-ID
              MOVE COMMPAID-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       998-STOP-WRONG-COMMISSION-YEAR.
      *
      * Nothing has been paid or written yet. The operator either
      * runs RPT0003's year-end rollover first (a January payout)
      * or keys the right period on PAYPARM.
      *
           DISPLAY "RPT0030 - PAYOUT PERIOD " WS-PAYOUT-MONTH "/"
                   WS-PAYOUT-YEAR " IS NOT IN OPEN COMMISSION YEAR "
                   WS-COMMISSION-YEAR " - NOTHING PAID".
           MOVE "** PERIOD NOT IN OPEN COMMISSION YEAR **" TO
                 PAYABLE-REPORT-RECORD.
           WRITE PAYABLE-REPORT-RECORD AFTER ADVANCING 2 LINES.
           CLOSE COMMPAY
                 PAYEXTR
                 COMMPAID.
           MOVE 8 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
      *****************************************************************
      *
      *****************************************************************
       999-ABEND-FILE-ERROR.
      *
           DISPLAY "RPT0030 - FATAL FILE ERROR: " WS-FILE-ERROR-ID
                   " - FILE STATUS " WS-FILE-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
