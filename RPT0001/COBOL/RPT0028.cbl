      *****************************************************************
      * Program name:    RPT0028
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  ---------------------------------------
      * 15/10/2026 MANUEL JARRY  Created - monthly customer statement
      *                          run off ARDETAIL (see ARDETLR). One
      *                          statement per customer, one per page,
      *                          addressed from CX-ADDRESS-BLOCK the
      *                          way RPT0026 addresses its dunning
      *                          letters, listing every open invoice
      *                          with its document date, original and
      *                          open amount, then the payments and
      *                          credit memos applied during the
      *                          statement month (off the new ARACTVTY
      *                          AR activity history - see ARACTR -
      *                          that RPT0014 and RPT0016 append to),
      *                          then the current / 31-60 / 61-90 /
      *                          over 90 bucket totals aged exactly as
      *                          RPT0015 ages them, and a tear-off
      *                          remittance stub for the customer to
      *                          send back with the payment. The month
      *                          comes from an optional STMTPARM
      *                          (default: the current month).
      *                          Customers with no open items and no
      *                          activity in the month get no
      *                          statement. A summary page closes the
      *                          run and ties the statement totals to
      *                          CX-AR-BALANCE on CUSTIDX, listing
      *                          every customer whose statement and
      *                          master balance disagree - including
      *                          skipped customers still carrying a
      *                          master balance. Logs to RUNHIST like
      *                          the rest of the suite.
      * 15/10/2026 MANUEL JARRY  Lockbox cash held unapplied and later
      *                          applied to an invoice (ARACTVTY type
      *                          A, from RPT0014) now lists and totals
      *                          with the period's payments, since it
      *                          clears the item the same way.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPT0028.
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
           SELECT ARDETAIL
              ASSIGN TO "WORK-FILES/ARDETAIL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AR-ITEM-KEY
              FILE STATUS IS ARDETAIL-STATUS.
      *
           SELECT ARACTVTY
              ASSIGN TO "OUTPUT-FILES/ARACTVTY"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ARACTVTY-STATUS.
      *
           SELECT STMTPARM
              ASSIGN TO "INPUT-FILES/STMTPARM"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STMTPARM-STATUS.
      *
           SELECT CUSTSTMT
              ASSIGN TO "OUTPUT-FILES/CUSTSTMT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CUSTSTMT-STATUS.
      *
           SELECT EXCWORK
              ASSIGN TO "WORK-FILES/STMTEXC"
              ORGANIZATION IS SEQUENTIAL.
      *
           SELECT SORT-WORK-FILE
              ASSIGN TO "WORK-FILES/STMSORT".
      *
           SELECT RUNHIST
              ASSIGN TO "OUTPUT-FILES/RUNHIST"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RUNHIST-STATUS.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CUSTIDX.
           COPY CUSTIDXR.
      *
       FD  ARDETAIL.
           COPY ARDETLR.
      *
       FD  ARACTVTY.
           COPY ARACTR.
      *
       FD  STMTPARM.
       01 STATEMENT-PARM-RECORD.
          05 SP-STATEMENT-YEAR      PIC 9(4).
          05 SP-STATEMENT-MONTH     PIC 9(2).
          05 FILLER                 PIC X(24).
      *
       FD  CUSTSTMT.
       01 STATEMENT-PRINT-RECORD    PIC X(80).
      *
       FD  EXCWORK.
       01 BALANCE-EXCEPTION-RECORD.
          05 EX-CUSTOMER-NUMBER     PIC 9(5).
          05 EX-CUSTOMER-NAME       PIC X(20).
          05 EX-STATEMENT-TOTAL     PIC S9(9)V9(2).
          05 EX-MASTER-BALANCE      PIC S9(9)V9(2).
      *
       SD  SORT-WORK-FILE.
       01 SORT-ACTIVITY-RECORD.
          05 SA-CUSTOMER-NUMBER     PIC 9(5).
          05 SA-POSTED-DATE         PIC 9(8).
          05 SA-POSTED-TIME         PIC 9(6).
          05 SA-ACTIVITY-TYPE       PIC X.
             88 SA-PAYMENT-ACTIVITY                   VALUE "P".
             88 SA-CREDIT-MEMO-ACTIVITY               VALUE "M".
             88 SA-CASH-APPLIED-ACTIVITY              VALUE "A".
          05 SA-INVOICE-NUMBER      PIC X(8).
          05 SA-DOCUMENT-DATE       PIC 9(8).
          05 SA-AMOUNT              PIC S9(7)V9(2).
      *
       FD  RUNHIST.
           COPY RUNHISTR.
      *****************************************************************
      *
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 CUSTIDX-EOF-SWITCH     PIC X             VALUE "N".
             88 CUSTIDX-EOF                           VALUE "Y".
          05 ARACTVTY-EOF-SWITCH    PIC X             VALUE "N".
             88 ARACTVTY-EOF                          VALUE "Y".
          05 SORT-WORK-EOF-SWITCH   PIC X             VALUE "N".
             88 SORT-WORK-EOF                         VALUE "Y".
          05 EXCWORK-EOF-SWITCH     PIC X             VALUE "N".
             88 EXCWORK-EOF                           VALUE "Y".
          05 ITEMS-FOUND-SWITCH     PIC X             VALUE "N".
             88 ITEMS-FOUND                           VALUE "Y".
          05 CUSTOMER-ITEMS-END-SWITCH PIC X          VALUE "N".
             88 CUSTOMER-ITEMS-END                    VALUE "Y".
          05 LINES-PRINTED-SWITCH   PIC X             VALUE "N".
             88 LINES-PRINTED                         VALUE "Y".
          05 FIRST-STATEMENT-SWITCH PIC X             VALUE "Y".
             88 FIRST-STATEMENT                       VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 CUSTIDX-STATUS         PIC XX            VALUE ZERO.
          05 ARDETAIL-STATUS        PIC XX            VALUE ZERO.
          05 ARACTVTY-STATUS        PIC XX            VALUE ZERO.
          05 STMTPARM-STATUS        PIC XX            VALUE ZERO.
          05 CUSTSTMT-STATUS        PIC XX            VALUE ZERO.
          05 RUNHIST-STATUS         PIC XX            VALUE ZERO.
      *
       01 FILE-ERROR-FIELDS.
          05 WS-FILE-ERROR-ID      PIC X(20).
          05 WS-FILE-ERROR-STATUS  PIC XX.
      *
       01 RUN-HISTORY-FIELDS.
          05 WS-RUN-FINAL-STATUS   PIC X(4)          VALUE "OK".
      *
       01 STATEMENT-PERIOD-FIELDS.
          05 WS-PERIOD-YEAR-MONTH.
             10 WS-PERIOD-YEAR      PIC 9(4).
             10 WS-PERIOD-MONTH     PIC 9(2).
          05 WS-PERIOD-YEAR-MONTH-N REDEFINES WS-PERIOD-YEAR-MONTH
                                    PIC 9(6).
          05 WS-ACTIVITY-YEAR-MONTH PIC 9(6).
      *
       01 ACTIVITY-MATCH-FIELDS.
      * The customer number of the activity record currently held
      * from the sort; 999999 once the sort is exhausted, so it
      * compares high against every customer on the master.
          05 WS-ACTIVITY-CUSTOMER-NUMBER PIC 9(6)     VALUE ZERO.
      *
       01 AGING-WORK-FIELDS.
          05 WS-RUN-DATE-INTEGER    PIC S9(9)  COMP   VALUE ZERO.
          05 WS-DOC-DATE-INTEGER    PIC S9(9)  COMP   VALUE ZERO.
          05 WS-ITEM-AGE-DAYS       PIC S9(5)  COMP   VALUE ZERO.
      *
       01 EDIT-DATE-FIELDS.
          05 WS-EDIT-DATE           PIC 9(8).
          05 WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
             10 WS-EDIT-YEAR        PIC 9(4).
             10 WS-EDIT-MONTH       PIC 9(2).
             10 WS-EDIT-DAY         PIC 9(2).
      *
       01 STATEMENT-TOTAL-FIELDS.
          05 WS-STMT-CURRENT        PIC S9(9)V99      VALUE ZERO.
          05 WS-STMT-31-60          PIC S9(9)V99      VALUE ZERO.
          05 WS-STMT-61-90          PIC S9(9)V99      VALUE ZERO.
          05 WS-STMT-OVER-90        PIC S9(9)V99      VALUE ZERO.
          05 WS-STMT-BALANCE-DUE    PIC S9(9)V99      VALUE ZERO.
      *
       01 RUN-TOTAL-FIELDS.
          05 WS-TOTAL-BALANCE-DUE   PIC S9(9)V99      VALUE ZERO.
          05 WS-STMT-MASTER-BALANCE PIC S9(9)V99      VALUE ZERO.
          05 WS-SKIPPED-MASTER-BALANCE PIC S9(9)V99   VALUE ZERO.
          05 WS-ALL-MASTER-BALANCE  PIC S9(9)V99      VALUE ZERO.
          05 WS-TIE-DIFFERENCE      PIC S9(9)V99      VALUE ZERO.
          05 WS-PERIOD-PAYMENTS     PIC S9(9)V99      VALUE ZERO.
          05 WS-PERIOD-CREDITS      PIC S9(9)V99      VALUE ZERO.
          05 WS-BALANCE-DIFFERENCE  PIC S9(9)V99      VALUE ZERO.
      *
       01 CONTROL-TOTAL-FIELDS.
          05 WS-RECORDS-READ-COUNT     PIC 9(7)       VALUE ZERO.
          05 WS-STATEMENTS-PRINTED-COUNT PIC 9(7)     VALUE ZERO.
          05 WS-CUSTOMERS-SKIPPED-COUNT PIC 9(7)      VALUE ZERO.
          05 WS-NO-ADDRESS-COUNT       PIC 9(7)       VALUE ZERO.
          05 WS-ACTIVITY-SELECTED-COUNT PIC 9(7)      VALUE ZERO.
          05 WS-UNMATCHED-ACTIVITY-COUNT PIC 9(7)     VALUE ZERO.
          05 WS-EXCEPTIONS-COUNT       PIC 9(7)       VALUE ZERO.
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
       01 RUN-DATE-NUMERIC.
          05 RD-RUN-YEAR            PIC 9(4).
          05 RD-RUN-MONTH           PIC 9(2).
          05 RD-RUN-DAY             PIC 9(2).
       01 RUN-DATE-INTEGER-FORM REDEFINES RUN-DATE-NUMERIC
                                    PIC 9(8).
      *
       01 STATEMENT-TITLE-LINE.
          05 FILLER                 PIC X(20)         VALUE
                "STATEMENT OF ACCOUNT".
          05 FILLER                 PIC X(24)         VALUE SPACE.
          05 FILLER                 PIC X(16)         VALUE
                "STATEMENT DATE: ".
          05 STL-DAY                PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 STL-MONTH              PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 STL-YEAR               PIC 9(4).
          05 FILLER                 PIC X(10)         VALUE SPACE.
      *
       01 STATEMENT-ACCOUNT-LINE.
          05 FILLER                 PIC X(44)         VALUE SPACE.
          05 FILLER                 PIC X(16)         VALUE
                "ACCOUNT NUMBER: ".
          05 SAL-CUSTOMER-NUMBER    PIC 9(5).
          05 FILLER                 PIC X(15)         VALUE SPACE.
      *
       01 STATEMENT-PERIOD-LINE.
          05 FILLER                 PIC X(44)         VALUE SPACE.
          05 FILLER                 PIC X(18)         VALUE
                "STATEMENT PERIOD: ".
          05 SPL-MONTH              PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 SPL-YEAR               PIC 9(4).
          05 FILLER                 PIC X(11)         VALUE SPACE.
      *
       01 STATEMENT-NAME-LINE.
          05 SN-CUSTOMER-NAME       PIC X(20).
          05 FILLER                 PIC X(60)         VALUE SPACE.
      *
       01 STATEMENT-ATTN-LINE.
          05 FILLER                 PIC X(6)          VALUE "ATTN: ".
          05 SN-CONTACT-NAME        PIC X(20).
          05 FILLER                 PIC X(54)         VALUE SPACE.
      *
       01 STATEMENT-ADDRESS-LINE.
          05 SN-ADDRESS-TEXT        PIC X(30).
          05 FILLER                 PIC X(50)         VALUE SPACE.
      *
       01 STATEMENT-CITY-LINE.
          05 SN-CITY                PIC X(20).
          05 FILLER                 PIC X(2)          VALUE ", ".
          05 SN-STATE               PIC X(2).
          05 FILLER                 PIC X(1)          VALUE SPACE.
          05 SN-POSTAL-CODE         PIC X(10).
          05 FILLER                 PIC X(45)         VALUE SPACE.
      *
       01 STATEMENT-TEXT-LINE.
          05 ST-TEXT                PIC X(72).
          05 FILLER                 PIC X(8)          VALUE SPACE.
      *
       01 OPEN-ITEM-HEADING-LINE.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(7)          VALUE "INVOICE".
          05 FILLER                 PIC X(4)          VALUE SPACE.
          05 FILLER                 PIC X(4)          VALUE "DATE".
          05 FILLER                 PIC X(10)         VALUE SPACE.
          05 FILLER                 PIC X(4)          VALUE "DAYS".
          05 FILLER                 PIC X(8)          VALUE SPACE.
          05 FILLER                 PIC X(8)          VALUE "ORIGINAL".
          05 FILLER                 PIC X(12)         VALUE SPACE.
          05 FILLER                 PIC X(4)          VALUE "OPEN".
          05 FILLER                 PIC X(17)         VALUE SPACE.
      *
       01 OPEN-ITEM-LINE.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 OIL-INVOICE-NUMBER     PIC X(8).
          05 FILLER                 PIC X(3)          VALUE SPACE.
          05 OIL-DOCUMENT-DATE.
             10 OIL-DAY             PIC 9(2).
             10 FILLER              PIC X(1)          VALUE "/".
             10 OIL-MONTH           PIC 9(2).
             10 FILLER              PIC X(1)          VALUE "/".
             10 OIL-YEAR            PIC 9(4).
          05 FILLER                 PIC X(3)          VALUE SPACE.
          05 OIL-AGE-DAYS           PIC ZZZZ9.
          05 FILLER                 PIC X(3)          VALUE SPACE.
          05 OIL-ORIGINAL-AMOUNT    PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(3)          VALUE SPACE.
          05 OIL-OPEN-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(15)         VALUE SPACE.
      *
       01 ACTIVITY-HEADING-LINE.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(4)          VALUE "TYPE".
          05 FILLER                 PIC X(9)          VALUE SPACE.
          05 FILLER                 PIC X(7)          VALUE "INVOICE".
          05 FILLER                 PIC X(4)          VALUE SPACE.
          05 FILLER                 PIC X(4)          VALUE "DATE".
          05 FILLER                 PIC X(16)         VALUE SPACE.
          05 FILLER                 PIC X(6)          VALUE "AMOUNT".
          05 FILLER                 PIC X(28)         VALUE SPACE.
      *
       01 ACTIVITY-LINE.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 ACL-ACTIVITY-TEXT      PIC X(11).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 ACL-INVOICE-NUMBER     PIC X(8).
          05 FILLER                 PIC X(3)          VALUE SPACE.
          05 ACL-DOCUMENT-DATE.
             10 ACL-DAY             PIC 9(2).
             10 FILLER              PIC X(1)          VALUE "/".
             10 ACL-MONTH           PIC 9(2).
             10 FILLER              PIC X(1)          VALUE "/".
             10 ACL-YEAR            PIC 9(4).
          05 FILLER                 PIC X(3)          VALUE SPACE.
          05 ACL-AMOUNT             PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(27)         VALUE SPACE.
      *
       01 AGING-HEADING-LINE.
          05 FILLER                 PIC X(5)          VALUE SPACE.
          05 FILLER                 PIC X(14)         VALUE
                "      CURRENT ".
          05 FILLER                 PIC X(14)         VALUE
                "   31-60 DAYS ".
          05 FILLER                 PIC X(14)         VALUE
                "   61-90 DAYS ".
          05 FILLER                 PIC X(14)         VALUE
                " OVER 90 DAYS ".
          05 FILLER                 PIC X(14)         VALUE
                "  BALANCE DUE ".
          05 FILLER                 PIC X(5)          VALUE SPACE.
      *
       01 AGING-AMOUNT-LINE.
          05 FILLER                 PIC X(5)          VALUE SPACE.
          05 AAL-CURRENT            PIC ZZ,ZZZ,ZZ9.99-.
          05 AAL-31-60              PIC ZZ,ZZZ,ZZ9.99-.
          05 AAL-61-90              PIC ZZ,ZZZ,ZZ9.99-.
          05 AAL-OVER-90            PIC ZZ,ZZZ,ZZ9.99-.
          05 AAL-BALANCE-DUE        PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(5)          VALUE SPACE.
      *
       01 TEAR-OFF-LINE.
          05 FILLER                 PIC X(12)         VALUE ALL "-".
          05 FILLER                 PIC X(50)         VALUE
                " DETACH AND RETURN THIS PORTION WITH YOUR PAYMENT ".
          05 FILLER                 PIC X(18)         VALUE ALL "-".
      *
       01 REMITTANCE-ACCOUNT-LINE.
          05 FILLER                 PIC X(16)         VALUE
                "ACCOUNT NUMBER: ".
          05 RAL-CUSTOMER-NUMBER    PIC 9(5).
          05 FILLER                 PIC X(3)          VALUE SPACE.
          05 RAL-CUSTOMER-NAME      PIC X(20).
          05 FILLER                 PIC X(36)         VALUE SPACE.
      *
       01 REMITTANCE-DATE-LINE.
          05 FILLER                 PIC X(16)         VALUE
                "STATEMENT DATE: ".
          05 RDL-DAY                PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 RDL-MONTH              PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 RDL-YEAR               PIC 9(4).
          05 FILLER                 PIC X(54)         VALUE SPACE.
      *
       01 REMITTANCE-AMOUNT-LINE.
          05 FILLER                 PIC X(16)         VALUE
                "BALANCE DUE:    ".
          05 RML-BALANCE-DUE        PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(4)          VALUE SPACE.
          05 FILLER                 PIC X(17)         VALUE
                "AMOUNT ENCLOSED: ".
          05 FILLER                 PIC X(14)         VALUE ALL "_".
          05 FILLER                 PIC X(15)         VALUE SPACE.
      *
       01 SUMMARY-COUNT-LINE.
          05 SC-LABEL               PIC X(30).
          05 SC-VALUE               PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(43)         VALUE SPACE.
      *
       01 SUMMARY-AMOUNT-LINE.
          05 SM-LABEL               PIC X(30).
          05 SM-VALUE               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(32)         VALUE SPACE.
      *
       01 EXCEPTION-HEADING-LINE.
          05 FILLER                 PIC X(4)          VALUE "CUST".
          05 FILLER                 PIC X(3)          VALUE SPACE.
          05 FILLER                 PIC X(4)          VALUE "NAME".
          05 FILLER                 PIC X(20)         VALUE SPACE.
          05 FILLER                 PIC X(10)         VALUE
                "STMT TOTAL".
          05 FILLER                 PIC X(5)          VALUE SPACE.
          05 FILLER                 PIC X(10)         VALUE
                "MASTER BAL".
          05 FILLER                 PIC X(5)          VALUE SPACE.
          05 FILLER                 PIC X(10)         VALUE
                "DIFFERENCE".
          05 FILLER                 PIC X(9)          VALUE SPACE.
      *
       01 EXCEPTION-LINE.
          05 EXL-CUSTOMER-NUMBER    PIC 9(5).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 EXL-CUSTOMER-NAME      PIC X(20).
          05 FILLER                 PIC X(1)          VALUE SPACE.
          05 EXL-STATEMENT-TOTAL    PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(1)          VALUE SPACE.
          05 EXL-MASTER-BALANCE     PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(1)          VALUE SPACE.
          05 EXL-DIFFERENCE         PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(8)          VALUE SPACE.
      *****************************************************************
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *
      *****************************************************************
       000-PREPARE-CUSTOMER-STATEMENTS.
      *
           PERFORM 100-FORMAT-STATEMENT-DATE.
           PERFORM 050-READ-STATEMENT-PARMS.
           SORT SORT-WORK-FILE
              ON ASCENDING KEY SA-CUSTOMER-NUMBER
                               SA-POSTED-DATE
                               SA-POSTED-TIME
              INPUT PROCEDURE IS 200-SELECT-PERIOD-ACTIVITY
              OUTPUT PROCEDURE IS 300-PRINT-CUSTOMER-STATEMENTS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
      *****************************************************************
      *
      *****************************************************************
       050-READ-STATEMENT-PARMS.
      *
      * No STMTPARM (or one without a valid year and month) means
      * the current month - the run is normally scheduled on the
      * last working day. A month-end that slipped past midnight
      * is rerun with the month keyed on STMTPARM.
      *
           MOVE CD-CURRENT-YEAR TO WS-PERIOD-YEAR.
           MOVE CD-CURRENT-MONTH TO WS-PERIOD-MONTH.
           OPEN INPUT STMTPARM.
           IF STMTPARM-STATUS = "00"
              READ STMTPARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF SP-STATEMENT-YEAR IS NUMERIC
                       AND SP-STATEMENT-YEAR > ZERO
                       AND SP-STATEMENT-MONTH IS NUMERIC
                       AND SP-STATEMENT-MONTH > ZERO
                       AND SP-STATEMENT-MONTH NOT > 12
                       MOVE SP-STATEMENT-YEAR TO WS-PERIOD-YEAR
                       MOVE SP-STATEMENT-MONTH TO WS-PERIOD-MONTH
                    END-IF
              END-READ
              CLOSE STMTPARM.
           MOVE WS-PERIOD-MONTH TO SPL-MONTH.
           MOVE WS-PERIOD-YEAR TO SPL-YEAR.
      *
      *****************************************************************
      *
      *****************************************************************
       100-FORMAT-STATEMENT-DATE.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-DAY TO STL-DAY.
           MOVE CD-CURRENT-MONTH TO STL-MONTH.
           MOVE CD-CURRENT-YEAR TO STL-YEAR.
           MOVE CD-CURRENT-DAY TO RDL-DAY.
           MOVE CD-CURRENT-MONTH TO RDL-MONTH.
           MOVE CD-CURRENT-YEAR TO RDL-YEAR.
           MOVE CD-CURRENT-YEAR TO RD-RUN-YEAR.
           MOVE CD-CURRENT-MONTH TO RD-RUN-MONTH.
           MOVE CD-CURRENT-DAY TO RD-RUN-DAY.
           COMPUTE WS-RUN-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE (RUN-DATE-INTEGER-FORM).
      *
      *****************************************************************
      *
      *****************************************************************
       200-SELECT-PERIOD-ACTIVITY.
      *
      * An ARACTVTY that does not exist yet (status 35) is not fatal
      * - nothing has posted since the history was introduced, and
      * every statement simply shows its open items.
      *
           OPEN INPUT ARACTVTY.
           IF ARACTVTY-STATUS = "35"
              MOVE "Y" TO ARACTVTY-EOF-SWITCH
           ELSE
              PERFORM 983-CHECK-ARACTVTY-OPEN-STATUS
              PERFORM 210-RELEASE-PERIOD-ACTIVITY
                 UNTIL ARACTVTY-EOF
              CLOSE ARACTVTY
              PERFORM 985-CHECK-ARACTVTY-CLOSE-STATUS
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       210-RELEASE-PERIOD-ACTIVITY.
      *
           READ ARACTVTY
              AT END
                 MOVE "Y" TO ARACTVTY-EOF-SWITCH
              NOT AT END
                 DIVIDE AA-POSTED-DATE BY 100
                    GIVING WS-ACTIVITY-YEAR-MONTH
                 IF WS-ACTIVITY-YEAR-MONTH = WS-PERIOD-YEAR-MONTH-N
                    MOVE AA-CUSTOMER-NUMBER TO SA-CUSTOMER-NUMBER
                    MOVE AA-POSTED-DATE TO SA-POSTED-DATE
                    MOVE AA-POSTED-TIME TO SA-POSTED-TIME
                    MOVE AA-ACTIVITY-TYPE TO SA-ACTIVITY-TYPE
                    MOVE AA-INVOICE-NUMBER TO SA-INVOICE-NUMBER
                    MOVE AA-DOCUMENT-DATE TO SA-DOCUMENT-DATE
                    MOVE AA-AMOUNT TO SA-AMOUNT
                    RELEASE SORT-ACTIVITY-RECORD
                    ADD 1 TO WS-ACTIVITY-SELECTED-COUNT
                 END-IF
           END-READ.
           PERFORM 984-CHECK-ARACTVTY-READ-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       300-PRINT-CUSTOMER-STATEMENTS.
      *
      * CUSTIDX is walked in customer order and matched against the
      * sorted month's activity, also in customer order; ARDETAIL is
      * positioned on each customer's items as the master record
      * comes up.
      *
           OPEN INPUT CUSTIDX.
           PERFORM 960-CHECK-CUSTIDX-OPEN-STATUS.
           OPEN INPUT ARDETAIL.
           PERFORM 970-CHECK-ARDETAIL-OPEN-STATUS.
           OPEN OUTPUT CUSTSTMT.
           PERFORM 925-CHECK-CUSTSTMT-OPEN-STATUS.
           OPEN OUTPUT EXCWORK.
           MOVE "N" TO SORT-WORK-EOF-SWITCH.
           PERFORM 310-RETURN-ACTIVITY-RECORD.
           PERFORM 320-PROCESS-CUSTOMER-RECORD
              UNTIL CUSTIDX-EOF.
           PERFORM 390-SKIP-UNMATCHED-ACTIVITY
              UNTIL SORT-WORK-EOF.
           PERFORM 500-PRINT-SUMMARY-PAGE.
           CLOSE CUSTIDX
                 ARDETAIL
                 CUSTSTMT.
           PERFORM 961-CHECK-CUSTIDX-CLOSE-STATUS.
           PERFORM 971-CHECK-ARDETAIL-CLOSE-STATUS.
           PERFORM 945-CHECK-CUSTSTMT-CLOSE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       310-RETURN-ACTIVITY-RECORD.
      *
           RETURN SORT-WORK-FILE
              AT END
                 MOVE "Y" TO SORT-WORK-EOF-SWITCH
                 MOVE 999999 TO WS-ACTIVITY-CUSTOMER-NUMBER
              NOT AT END
                 MOVE SA-CUSTOMER-NUMBER TO
                       WS-ACTIVITY-CUSTOMER-NUMBER
           END-RETURN.
      *
      *****************************************************************
      *
      *****************************************************************
       320-PROCESS-CUSTOMER-RECORD.
      *
           READ CUSTIDX NEXT RECORD
              AT END
                 MOVE "Y" TO CUSTIDX-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ-COUNT
                 PERFORM 330-SELECT-CUSTOMER-STATEMENT
           END-READ.
           PERFORM 965-CHECK-CUSTIDX-READNEXT-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       330-SELECT-CUSTOMER-STATEMENT.
      *
      * A statement goes out if the customer has any item still open
      * or any activity posted in the month. A skipped customer that
      * still carries a master balance cannot be tied to a statement
      * and goes on the exception list.
      *
           PERFORM 390-SKIP-UNMATCHED-ACTIVITY
              UNTIL WS-ACTIVITY-CUSTOMER-NUMBER NOT <
                    CX-CUSTOMER-NUMBER.
           ADD CX-AR-BALANCE TO WS-ALL-MASTER-BALANCE.
           PERFORM 340-TEST-FOR-OPEN-ITEMS.
           IF ITEMS-FOUND
              OR WS-ACTIVITY-CUSTOMER-NUMBER = CX-CUSTOMER-NUMBER
              PERFORM 400-PRINT-CUSTOMER-STATEMENT
           ELSE
              ADD 1 TO WS-CUSTOMERS-SKIPPED-COUNT
              ADD CX-AR-BALANCE TO WS-SKIPPED-MASTER-BALANCE
              IF CX-AR-BALANCE NOT = ZERO
                 MOVE ZERO TO WS-STMT-BALANCE-DUE
                 PERFORM 480-WRITE-BALANCE-EXCEPTION
              END-IF
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       340-TEST-FOR-OPEN-ITEMS.
      *
           MOVE "N" TO ITEMS-FOUND-SWITCH.
           PERFORM 350-POSITION-CUSTOMER-ITEMS.
           PERFORM 345-TEST-NEXT-OPEN-ITEM
              UNTIL CUSTOMER-ITEMS-END OR ITEMS-FOUND.
      *
      *****************************************************************
      *
      *****************************************************************
       345-TEST-NEXT-OPEN-ITEM.
      *
           READ ARDETAIL NEXT RECORD
              AT END
                 MOVE "Y" TO CUSTOMER-ITEMS-END-SWITCH
              NOT AT END
                 IF AR-CUSTOMER-NUMBER NOT = CX-CUSTOMER-NUMBER
                    MOVE "Y" TO CUSTOMER-ITEMS-END-SWITCH
                 ELSE
                    IF AR-OPEN-AMOUNT NOT = ZERO
                       MOVE "Y" TO ITEMS-FOUND-SWITCH
                    END-IF
                 END-IF
           END-READ.
           PERFORM 975-CHECK-ARDETAIL-READNEXT-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       350-POSITION-CUSTOMER-ITEMS.
      *
           MOVE "N" TO CUSTOMER-ITEMS-END-SWITCH.
           MOVE CX-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER.
           MOVE LOW-VALUES TO AR-INVOICE-NUMBER.
           START ARDETAIL KEY IS NOT < AR-ITEM-KEY
              INVALID KEY
                 MOVE "Y" TO CUSTOMER-ITEMS-END-SWITCH
           END-START.
           PERFORM 976-CHECK-ARDETAIL-START-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       390-SKIP-UNMATCHED-ACTIVITY.
      *
      * Activity for a customer number no longer on the master - a
      * deleted or archived account - has nobody to send it to; it
      * is counted on the summary page and passed over.
      *
           ADD 1 TO WS-UNMATCHED-ACTIVITY-COUNT.
           PERFORM 310-RETURN-ACTIVITY-RECORD.
      *
      *****************************************************************
      *
      *****************************************************************
       400-PRINT-CUSTOMER-STATEMENT.
      *
           MOVE ZERO TO WS-STMT-CURRENT.
           MOVE ZERO TO WS-STMT-31-60.
           MOVE ZERO TO WS-STMT-61-90.
           MOVE ZERO TO WS-STMT-OVER-90.
           MOVE ZERO TO WS-STMT-BALANCE-DUE.
           PERFORM 410-PRINT-STATEMENT-HEADING.
           PERFORM 420-PRINT-STATEMENT-ADDRESS.
           PERFORM 430-PRINT-OPEN-ITEMS.
           PERFORM 440-PRINT-PERIOD-ACTIVITY.
           PERFORM 450-PRINT-AGING-SUMMARY.
           PERFORM 460-PRINT-REMITTANCE-STUB.
           ADD 1 TO WS-STATEMENTS-PRINTED-COUNT.
           ADD WS-STMT-BALANCE-DUE TO WS-TOTAL-BALANCE-DUE.
           ADD CX-AR-BALANCE TO WS-STMT-MASTER-BALANCE.
           IF WS-STMT-BALANCE-DUE NOT = CX-AR-BALANCE
              PERFORM 480-WRITE-BALANCE-EXCEPTION.
      *
      *****************************************************************
      *
      *****************************************************************
       410-PRINT-STATEMENT-HEADING.
      *
           MOVE STATEMENT-TITLE-LINE TO STATEMENT-PRINT-RECORD.
           IF FIRST-STATEMENT
              WRITE STATEMENT-PRINT-RECORD
              MOVE "N" TO FIRST-STATEMENT-SWITCH
           ELSE
              WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING PAGE
           END-IF.
           PERFORM 935-CHECK-CUSTSTMT-WRITE-STATUS.
           MOVE CX-CUSTOMER-NUMBER TO SAL-CUSTOMER-NUMBER.
           MOVE STATEMENT-ACCOUNT-LINE TO STATEMENT-PRINT-RECORD.
           WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-CUSTSTMT-WRITE-STATUS.
           MOVE STATEMENT-PERIOD-LINE TO STATEMENT-PRINT-RECORD.
           WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-CUSTSTMT-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       420-PRINT-STATEMENT-ADDRESS.
      *
           MOVE CX-CUSTOMER-NAME TO SN-CUSTOMER-NAME.
           MOVE STATEMENT-NAME-LINE TO STATEMENT-PRINT-RECORD.
           WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-CUSTSTMT-WRITE-STATUS.
           IF CX-CONTACT-NAME NOT = SPACE
              MOVE CX-CONTACT-NAME TO SN-CONTACT-NAME
              MOVE STATEMENT-ATTN-LINE TO STATEMENT-PRINT-RECORD
              WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 1 LINES
              PERFORM 935-CHECK-CUSTSTMT-WRITE-STATUS
           END-IF.
           IF CX-ADDRESS-BLOCK = SPACE
              MOVE "** NO ADDRESS ON FILE - ADDRESS BY HAND **" TO
                    ST-TEXT
              PERFORM 471-PRINT-NEXT-LINE
              ADD 1 TO WS-NO-ADDRESS-COUNT
           ELSE
              MOVE CX-ADDRESS-LINE-1 TO SN-ADDRESS-TEXT
              MOVE STATEMENT-ADDRESS-LINE TO STATEMENT-PRINT-RECORD
              WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 1 LINES
              PERFORM 935-CHECK-CUSTSTMT-WRITE-STATUS
              IF CX-ADDRESS-LINE-2 NOT = SPACE
                 MOVE CX-ADDRESS-LINE-2 TO SN-ADDRESS-TEXT
                 MOVE STATEMENT-ADDRESS-LINE TO STATEMENT-PRINT-RECORD
                 WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 1 LINES
                 PERFORM 935-CHECK-CUSTSTMT-WRITE-STATUS
              END-IF
              MOVE CX-CITY TO SN-CITY
              MOVE CX-STATE TO SN-STATE
              MOVE CX-POSTAL-CODE TO SN-POSTAL-CODE
              MOVE STATEMENT-CITY-LINE TO STATEMENT-PRINT-RECORD
              WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 1 LINES
              PERFORM 935-CHECK-CUSTSTMT-WRITE-STATUS
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       430-PRINT-OPEN-ITEMS.
      *
           MOVE "OPEN INVOICES" TO ST-TEXT.
           PERFORM 470-PRINT-SECTION-LINE.
           MOVE OPEN-ITEM-HEADING-LINE TO STATEMENT-PRINT-RECORD.
           WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-CUSTSTMT-WRITE-STATUS.
           MOVE "N" TO LINES-PRINTED-SWITCH.
           PERFORM 350-POSITION-CUSTOMER-ITEMS.
           PERFORM 435-PRINT-NEXT-OPEN-ITEM
              UNTIL CUSTOMER-ITEMS-END.
           IF NOT LINES-PRINTED
              MOVE "  NO OPEN INVOICES" TO ST-TEXT
              PERFORM 471-PRINT-NEXT-LINE.
      *
      *****************************************************************
      *
      *****************************************************************
       435-PRINT-NEXT-OPEN-ITEM.
      *
           READ ARDETAIL NEXT RECORD
              AT END
                 MOVE "Y" TO CUSTOMER-ITEMS-END-SWITCH
              NOT AT END
                 IF AR-CUSTOMER-NUMBER NOT = CX-CUSTOMER-NUMBER
                    MOVE "Y" TO CUSTOMER-ITEMS-END-SWITCH
                 ELSE
                    IF AR-OPEN-AMOUNT NOT = ZERO
                       PERFORM 436-PRINT-OPEN-ITEM-LINE
                    END-IF
                 END-IF
           END-READ.
           PERFORM 975-CHECK-ARDETAIL-READNEXT-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       436-PRINT-OPEN-ITEM-LINE.
      *
      * Aged against the run date with the same buckets as RPT0015,
      * so the statement and the aging report agree to the cent.
      *
           IF AR-DOCUMENT-DATE IS NUMERIC AND
              AR-DOCUMENT-DATE > 16010101
              COMPUTE WS-DOC-DATE-INTEGER =
                 FUNCTION INTEGER-OF-DATE (AR-DOCUMENT-DATE)
              COMPUTE WS-ITEM-AGE-DAYS =
                 WS-RUN-DATE-INTEGER - WS-DOC-DATE-INTEGER
           ELSE
              MOVE 99999 TO WS-ITEM-AGE-DAYS
           END-IF.
           IF WS-ITEM-AGE-DAYS < ZERO
              MOVE ZERO TO WS-ITEM-AGE-DAYS.
           EVALUATE TRUE
              WHEN WS-ITEM-AGE-DAYS NOT > 30
                 ADD AR-OPEN-AMOUNT TO WS-STMT-CURRENT
              WHEN WS-ITEM-AGE-DAYS NOT > 60
                 ADD AR-OPEN-AMOUNT TO WS-STMT-31-60
              WHEN WS-ITEM-AGE-DAYS NOT > 90
                 ADD AR-OPEN-AMOUNT TO WS-STMT-61-90
              WHEN OTHER
                 ADD AR-OPEN-AMOUNT TO WS-STMT-OVER-90
           END-EVALUATE.
           ADD AR-OPEN-AMOUNT TO WS-STMT-BALANCE-DUE.
           MOVE AR-INVOICE-NUMBER TO OIL-INVOICE-NUMBER.
           IF AR-DOCUMENT-DATE IS NUMERIC
              MOVE AR-DOCUMENT-DATE TO WS-EDIT-DATE
           ELSE
              MOVE ZERO TO WS-EDIT-DATE
           END-IF.
           MOVE WS-EDIT-DAY TO OIL-DAY.
           MOVE WS-EDIT-MONTH TO OIL-MONTH.
           MOVE WS-EDIT-YEAR TO OIL-YEAR.
           MOVE WS-ITEM-AGE-DAYS TO OIL-AGE-DAYS.
           MOVE AR-ORIGINAL-AMOUNT TO OIL-ORIGINAL-AMOUNT.
           MOVE AR-OPEN-AMOUNT TO OIL-OPEN-AMOUNT.
           MOVE OPEN-ITEM-LINE TO STATEMENT-PRINT-RECORD.
           WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-CUSTSTMT-WRITE-STATUS.
           MOVE "Y" TO LINES-PRINTED-SWITCH.
      *
      *****************************************************************
      *
      *****************************************************************
       440-PRINT-PERIOD-ACTIVITY.
      *
      * The held activity record is already this customer's first
      * (or a later customer's, if there is none); invoices in the
      * month are not repeated here - any still open are listed
      * above.
      *
           MOVE "PAYMENTS AND CREDITS THIS PERIOD" TO ST-TEXT.
           PERFORM 470-PRINT-SECTION-LINE.
           MOVE ACTIVITY-HEADING-LINE TO STATEMENT-PRINT-RECORD.
           WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-CUSTSTMT-WRITE-STATUS.
           MOVE "N" TO LINES-PRINTED-SWITCH.
           PERFORM 445-PRINT-ACTIVITY-LINE
              UNTIL WS-ACTIVITY-CUSTOMER-NUMBER NOT =
                    CX-CUSTOMER-NUMBER.
           IF NOT LINES-PRINTED
              MOVE "  NO PAYMENTS OR CREDITS THIS PERIOD" TO ST-TEXT
              PERFORM 471-PRINT-NEXT-LINE.
      *
      *****************************************************************
      *
      *****************************************************************
       445-PRINT-ACTIVITY-LINE.
      *
           IF SA-PAYMENT-ACTIVITY OR SA-CREDIT-MEMO-ACTIVITY
              OR SA-CASH-APPLIED-ACTIVITY
              EVALUATE TRUE
                 WHEN SA-PAYMENT-ACTIVITY
                    MOVE "PAYMENT" TO ACL-ACTIVITY-TEXT
                    ADD SA-AMOUNT TO WS-PERIOD-PAYMENTS
                 WHEN SA-CASH-APPLIED-ACTIVITY
                    MOVE "PREPAYMENT" TO ACL-ACTIVITY-TEXT
                    ADD SA-AMOUNT TO WS-PERIOD-PAYMENTS
                 WHEN OTHER
                    MOVE "CREDIT MEMO" TO ACL-ACTIVITY-TEXT
                    ADD SA-AMOUNT TO WS-PERIOD-CREDITS
              END-EVALUATE
              MOVE SA-INVOICE-NUMBER TO ACL-INVOICE-NUMBER
              MOVE SA-DOCUMENT-DATE TO WS-EDIT-DATE
              MOVE WS-EDIT-DAY TO ACL-DAY
              MOVE WS-EDIT-MONTH TO ACL-MONTH
              MOVE WS-EDIT-YEAR TO ACL-YEAR
              MOVE SA-AMOUNT TO ACL-AMOUNT
              MOVE ACTIVITY-LINE TO STATEMENT-PRINT-RECORD
              WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 1 LINES
              PERFORM 935-CHECK-CUSTSTMT-WRITE-STATUS
              MOVE "Y" TO LINES-PRINTED-SWITCH
           END-IF.
           PERFORM 310-RETURN-ACTIVITY-RECORD.
      *
      *****************************************************************
      *
      *****************************************************************
       450-PRINT-AGING-SUMMARY.
      *
           MOVE AGING-HEADING-LINE TO STATEMENT-PRINT-RECORD.
           WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-CUSTSTMT-WRITE-STATUS.
           MOVE WS-STMT-CURRENT TO AAL-CURRENT.
           MOVE WS-STMT-31-60 TO AAL-31-60.
           MOVE WS-STMT-61-90 TO AAL-61-90.
           MOVE WS-STMT-OVER-90 TO AAL-OVER-90.
           MOVE WS-STMT-BALANCE-DUE TO AAL-BALANCE-DUE.
           MOVE AGING-AMOUNT-LINE TO STATEMENT-PRINT-RECORD.
           WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-CUSTSTMT-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       460-PRINT-REMITTANCE-STUB.
      *
           MOVE TEAR-OFF-LINE TO STATEMENT-PRINT-RECORD.
           WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 3 LINES.
           PERFORM 935-CHECK-CUSTSTMT-WRITE-STATUS.
           MOVE "REMITTANCE ADVICE" TO ST-TEXT.
           PERFORM 470-PRINT-SECTION-LINE.
           MOVE CX-CUSTOMER-NUMBER TO RAL-CUSTOMER-NUMBER.
           MOVE CX-CUSTOMER-NAME TO RAL-CUSTOMER-NAME.
           MOVE REMITTANCE-ACCOUNT-LINE TO STATEMENT-PRINT-RECORD.
           WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-CUSTSTMT-WRITE-STATUS.
           MOVE REMITTANCE-DATE-LINE TO STATEMENT-PRINT-RECORD.
           WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-CUSTSTMT-WRITE-STATUS.
           MOVE WS-STMT-BALANCE-DUE TO RML-BALANCE-DUE.
           MOVE REMITTANCE-AMOUNT-LINE TO STATEMENT-PRINT-RECORD.
           WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-CUSTSTMT-WRITE-STATUS.
           MOVE "PLEASE QUOTE YOUR ACCOUNT NUMBER AND THE INVOICE"
              TO ST-TEXT.
           PERFORM 470-PRINT-SECTION-LINE.
           MOVE "NUMBERS YOU ARE PAYING WITH YOUR REMITTANCE."
              TO ST-TEXT.
           PERFORM 471-PRINT-NEXT-LINE.
      *
      *****************************************************************
      *
      *****************************************************************
       470-PRINT-SECTION-LINE.
      *
           MOVE STATEMENT-TEXT-LINE TO STATEMENT-PRINT-RECORD.
           WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-CUSTSTMT-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       471-PRINT-NEXT-LINE.
      *
           MOVE STATEMENT-TEXT-LINE TO STATEMENT-PRINT-RECORD.
           WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-CUSTSTMT-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       480-WRITE-BALANCE-EXCEPTION.
      *
           MOVE CX-CUSTOMER-NUMBER TO EX-CUSTOMER-NUMBER.
           MOVE CX-CUSTOMER-NAME TO EX-CUSTOMER-NAME.
           MOVE WS-STMT-BALANCE-DUE TO EX-STATEMENT-TOTAL.
           MOVE CX-AR-BALANCE TO EX-MASTER-BALANCE.
           WRITE BALANCE-EXCEPTION-RECORD.
           ADD 1 TO WS-EXCEPTIONS-COUNT.
      *
      *****************************************************************
      *
      *****************************************************************
       500-PRINT-SUMMARY-PAGE.
      *
      * The statements are proven against the master: what was
      * billed on them plus any balance left on skipped customers
      * must equal the CX-AR-BALANCE total across the whole file.
      *
           MOVE "CUSTOMER STATEMENT RUN SUMMARY." TO ST-TEXT.
           MOVE STATEMENT-TEXT-LINE TO STATEMENT-PRINT-RECORD.
           IF FIRST-STATEMENT
              WRITE STATEMENT-PRINT-RECORD
           ELSE
              WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING PAGE
           END-IF.
           PERFORM 935-CHECK-CUSTSTMT-WRITE-STATUS.
           MOVE STATEMENT-PERIOD-LINE TO STATEMENT-PRINT-RECORD.
           WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-CUSTSTMT-WRITE-STATUS.
           MOVE "CUSTOMERS READ:" TO SC-LABEL.
           MOVE WS-RECORDS-READ-COUNT TO SC-VALUE.
           PERFORM 510-PRINT-SUMMARY-COUNT.
           MOVE "STATEMENTS PRINTED:" TO SC-LABEL.
           MOVE WS-STATEMENTS-PRINTED-COUNT TO SC-VALUE.
           PERFORM 510-PRINT-SUMMARY-COUNT.
           MOVE "CUSTOMERS SKIPPED:" TO SC-LABEL.
           MOVE WS-CUSTOMERS-SKIPPED-COUNT TO SC-VALUE.
           PERFORM 510-PRINT-SUMMARY-COUNT.
           MOVE "STATEMENTS WITH NO ADDRESS:" TO SC-LABEL.
           MOVE WS-NO-ADDRESS-COUNT TO SC-VALUE.
           PERFORM 510-PRINT-SUMMARY-COUNT.
           MOVE "ACTIVITY RECORDS IN PERIOD:" TO SC-LABEL.
           MOVE WS-ACTIVITY-SELECTED-COUNT TO SC-VALUE.
           PERFORM 510-PRINT-SUMMARY-COUNT.
           MOVE "ACTIVITY - NO MASTER RECORD:" TO SC-LABEL.
           MOVE WS-UNMATCHED-ACTIVITY-COUNT TO SC-VALUE.
           PERFORM 510-PRINT-SUMMARY-COUNT.
           MOVE "PAYMENTS THIS PERIOD:" TO SM-LABEL.
           MOVE WS-PERIOD-PAYMENTS TO SM-VALUE.
           PERFORM 520-PRINT-SUMMARY-AMOUNT.
           MOVE "CREDIT MEMOS THIS PERIOD:" TO SM-LABEL.
           MOVE WS-PERIOD-CREDITS TO SM-VALUE.
           PERFORM 520-PRINT-SUMMARY-AMOUNT.
           MOVE "BALANCE DUE ON STATEMENTS:" TO SM-LABEL.
           MOVE WS-TOTAL-BALANCE-DUE TO SM-VALUE.
           PERFORM 520-PRINT-SUMMARY-AMOUNT.
           MOVE "MASTER BALANCE - STATEMENTED:" TO SM-LABEL.
           MOVE WS-STMT-MASTER-BALANCE TO SM-VALUE.
           PERFORM 520-PRINT-SUMMARY-AMOUNT.
           MOVE "MASTER BALANCE - SKIPPED:" TO SM-LABEL.
           MOVE WS-SKIPPED-MASTER-BALANCE TO SM-VALUE.
           PERFORM 520-PRINT-SUMMARY-AMOUNT.
           MOVE "MASTER BALANCE - ALL CUSTOMERS:" TO SM-LABEL.
           MOVE WS-ALL-MASTER-BALANCE TO SM-VALUE.
           PERFORM 520-PRINT-SUMMARY-AMOUNT.
           COMPUTE WS-TIE-DIFFERENCE =
              WS-TOTAL-BALANCE-DUE - WS-ALL-MASTER-BALANCE.
           MOVE "DIFFERENCE:" TO SM-LABEL.
           MOVE WS-TIE-DIFFERENCE TO SM-VALUE.
           PERFORM 520-PRINT-SUMMARY-AMOUNT.
           IF WS-TIE-DIFFERENCE = ZERO AND WS-EXCEPTIONS-COUNT = ZERO
              MOVE "STATEMENTS AGREE WITH CX-AR-BALANCE ON CUSTIDX."
                 TO ST-TEXT
           ELSE
              MOVE "** STATEMENTS DO NOT AGREE WITH CX-AR-BALANCE **"
                 TO ST-TEXT
           END-IF.
           PERFORM 470-PRINT-SECTION-LINE.
           MOVE "OUT-OF-BALANCE CUSTOMERS:" TO SC-LABEL.
           MOVE WS-EXCEPTIONS-COUNT TO SC-VALUE.
           PERFORM 510-PRINT-SUMMARY-COUNT.
           IF WS-EXCEPTIONS-COUNT > ZERO
              PERFORM 530-PRINT-EXCEPTION-LIST
           ELSE
              CLOSE EXCWORK
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       510-PRINT-SUMMARY-COUNT.
      *
           MOVE SUMMARY-COUNT-LINE TO STATEMENT-PRINT-RECORD.
           WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-CUSTSTMT-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       520-PRINT-SUMMARY-AMOUNT.
      *
           MOVE SUMMARY-AMOUNT-LINE TO STATEMENT-PRINT-RECORD.
           WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-CUSTSTMT-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       530-PRINT-EXCEPTION-LIST.
      *
           CLOSE EXCWORK.
           OPEN INPUT EXCWORK.
           MOVE EXCEPTION-HEADING-LINE TO STATEMENT-PRINT-RECORD.
           WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-CUSTSTMT-WRITE-STATUS.
           PERFORM 540-PRINT-EXCEPTION-LINE
              UNTIL EXCWORK-EOF.
           CLOSE EXCWORK.
      *
      *****************************************************************
      *
      *****************************************************************
       540-PRINT-EXCEPTION-LINE.
      *
           READ EXCWORK
              AT END
                 MOVE "Y" TO EXCWORK-EOF-SWITCH
              NOT AT END
                 MOVE EX-CUSTOMER-NUMBER TO EXL-CUSTOMER-NUMBER
                 MOVE EX-CUSTOMER-NAME TO EXL-CUSTOMER-NAME
                 MOVE EX-STATEMENT-TOTAL TO EXL-STATEMENT-TOTAL
                 MOVE EX-MASTER-BALANCE TO EXL-MASTER-BALANCE
                 COMPUTE WS-BALANCE-DIFFERENCE =
                    EX-STATEMENT-TOTAL - EX-MASTER-BALANCE
                 MOVE WS-BALANCE-DIFFERENCE TO EXL-DIFFERENCE
                 MOVE EXCEPTION-LINE TO STATEMENT-PRINT-RECORD
                 WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 1 LINES
                 PERFORM 935-CHECK-CUSTSTMT-WRITE-STATUS
           END-READ.
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
              DISPLAY "RPT0028 - RUNHIST OPEN FAILED - FILE STATUS "
                      RUNHIST-STATUS
           ELSE
              MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
              MOVE "RPT0028" TO RH-PROGRAM-ID
              MOVE CD-CURRENT-YEAR TO RH-RUN-YEAR
              MOVE CD-CURRENT-MONTH TO RH-RUN-MONTH
              MOVE CD-CURRENT-DAY TO RH-RUN-DAY
              MOVE CD-CURRENT-HOURS TO RH-RUN-HOURS
              MOVE CD-CURRENT-MINUTES TO RH-RUN-MINUTES
              MOVE WS-RECORDS-READ-COUNT TO RH-RECORDS-READ
              MOVE WS-STATEMENTS-PRINTED-COUNT TO RH-RECORDS-APPLIED
              MOVE WS-EXCEPTIONS-COUNT TO RH-RECORDS-REJECTED
              MOVE WS-RUN-FINAL-STATUS TO RH-FINAL-STATUS
              MOVE RETURN-CODE TO RH-RETURN-CODE
              WRITE RUN-HISTORY-RECORD
              CLOSE RUNHIST
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       925-CHECK-CUSTSTMT-OPEN-STATUS.
      *
           IF CUSTSTMT-STATUS NOT = "00"
              MOVE "CUSTSTMT OPEN" TO WS-FILE-ERROR-ID
              MOVE CUSTSTMT-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       935-CHECK-CUSTSTMT-WRITE-STATUS.
      *
           IF CUSTSTMT-STATUS NOT = "00"
              MOVE "CUSTSTMT WRITE" TO WS-FILE-ERROR-ID
              MOVE CUSTSTMT-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       945-CHECK-CUSTSTMT-CLOSE-STATUS.
      *
           IF CUSTSTMT-STATUS NOT = "00"
              MOVE "CUSTSTMT CLOSE" TO WS-FILE-ERROR-ID
              MOVE CUSTSTMT-STATUS TO WS-FILE-ERROR-STATUS
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
       970-CHECK-ARDETAIL-OPEN-STATUS.
      *
           IF ARDETAIL-STATUS NOT = "00"
              MOVE "ARDETAIL OPEN" TO WS-FILE-ERROR-ID
              MOVE ARDETAIL-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       971-CHECK-ARDETAIL-CLOSE-STATUS.
      *
           IF ARDETAIL-STATUS NOT = "00"
              MOVE "ARDETAIL CLOSE" TO WS-FILE-ERROR-ID
              MOVE ARDETAIL-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       975-CHECK-ARDETAIL-READNEXT-STATUS.
      *
           IF ARDETAIL-STATUS NOT = "00" AND
              ARDETAIL-STATUS NOT = "10"
              MOVE "ARDETAIL READ NEXT" TO WS-FILE-ERROR-ID
              MOVE ARDETAIL-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       976-CHECK-ARDETAIL-START-STATUS.
      *
      * "23" (key not found) is not an error here - an empty
      * remainder of the file just means the customer has no
      * detail items.
      *
           IF ARDETAIL-STATUS NOT = "00" AND
              ARDETAIL-STATUS NOT = "23"
              MOVE "ARDETAIL START" TO WS-FILE-ERROR-ID
              MOVE ARDETAIL-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       983-CHECK-ARACTVTY-OPEN-STATUS.
      *
           IF ARACTVTY-STATUS NOT = "00"
              MOVE "ARACTVTY OPEN" TO WS-FILE-ERROR-ID
              MOVE ARACTVTY-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       984-CHECK-ARACTVTY-READ-STATUS.
      *
           IF ARACTVTY-STATUS NOT = "00" AND
              ARACTVTY-STATUS NOT = "10"
              MOVE "ARACTVTY READ" TO WS-FILE-ERROR-ID
              MOVE ARACTVTY-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       985-CHECK-ARACTVTY-CLOSE-STATUS.
      *
           IF ARACTVTY-STATUS NOT = "00"
              MOVE "ARACTVTY CLOSE" TO WS-FILE-ERROR-ID
              MOVE ARACTVTY-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       999-ABEND-FILE-ERROR.
      *
           DISPLAY "RPT0028 - FATAL FILE ERROR: " WS-FILE-ERROR-ID
                   " - FILE STATUS " WS-FILE-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
