      *****************************************************************
      * Program name:    RPT0033
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  ---------------------------------------
      * 15/10/2026 MANUEL JARRY  Created - nightly cross-file
      *                          referential integrity check. Each
      *                          maintenance program (RPT0002, RPT0005,
      *                          RPT0017, RPT0018, RPT0021, RPT0025)
      *                          only validates its own file, so a
      *                          branch closed on BRANCHMST, a rep
      *                          dropped from SALESREP or a plan
      *                          removed from COMMPLAN left the
      *                          records pointing at it quietly
      *                          falling back to UNKNOWN names and
      *                          default plans. This run reads the
      *                          files against each other and lists,
      *                          by category with the offending keys:
      *                          customers whose branch is not on
      *                          BRANCHMST; customers whose branch/rep
      *                          pair is not on SALESREP; reps whose
      *                          plan code is not on COMMPLAN; QUOTAMST
      *                          pairs for reps not on SALESREP; and
      *                          ARDETAIL items for customers no
      *                          longer on CUSTIDX, marked archived
      *                          (on RPT0025's ARCHCUST) or deleted.
      *                          A reference file that is not on file
      *                          is reported as a category not
      *                          checked. Anything found ends the run
      *                          with a warning return code (RC 4).
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPT0033.
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
           SELECT BRANCHMST
              ASSIGN TO "WORK-FILES/BRANCHMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BR-BRANCH-NUMBER
              FILE STATUS IS BRANCHMST-STATUS.
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
           SELECT QUOTAMST
              ASSIGN TO "WORK-FILES/QUOTAMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS QU-QUOTA-KEY
              FILE STATUS IS QUOTAMST-STATUS.
      *
           SELECT ARDETAIL
              ASSIGN TO "WORK-FILES/ARDETAIL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AR-ITEM-KEY
              FILE STATUS IS ARDETAIL-STATUS.
      *
           SELECT ARCHIVE
              ASSIGN TO "WORK-FILES/ARCHCUST"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ARCHIVE-STATUS.
      *
           SELECT INTGRPT
              ASSIGN TO "OUTPUT-FILES/INTGRPT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS INTGRPT-STATUS.
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
       FD  BRANCHMST.
           COPY BRANCHR.
      *
       FD  SALESREP.
           COPY SREPR.
      *
       FD  COMMPLAN.
           COPY COMMPLNR.
      *
       FD  QUOTAMST.
           COPY QUOTAR.
      *
       FD  ARDETAIL.
           COPY ARDETLR.
      *
      * RPT0025's archive file - the date a closed customer was
      * archived and the CUSTIDX image it left the master with.
       FD  ARCHIVE.
       01 ARCHIVE-RECORD.
          05 AH-ARCHIVE-DATE        PIC 9(8).
          05 AH-CUSTOMER-IMAGE.
             10 AH-IMAGE-BRANCH     PIC X(2).
             10 AH-IMAGE-SALESREP   PIC X(2).
             10 AH-IMAGE-CUSTOMER   PIC X(5).
             10 FILLER              PIC X(241).
      *
       FD  INTGRPT.
       01 INTEGRITY-REPORT-RECORD   PIC X(132).
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
          05 SALESREP-EOF-SWITCH    PIC X             VALUE "N".
             88 SALESREP-EOF                          VALUE "Y".
          05 QUOTAMST-EOF-SWITCH    PIC X             VALUE "N".
             88 QUOTAMST-EOF                          VALUE "Y".
          05 ARDETAIL-EOF-SWITCH    PIC X             VALUE "N".
             88 ARDETAIL-EOF                          VALUE "Y".
          05 ARCHIVE-EOF-SWITCH     PIC X             VALUE "N".
             88 ARCHIVE-EOF                           VALUE "Y".
          05 BRANCHMST-OPEN-SWITCH  PIC X             VALUE "N".
             88 BRANCHMST-OPEN                        VALUE "Y".
          05 SALESREP-OPEN-SWITCH   PIC X             VALUE "N".
             88 SALESREP-OPEN                         VALUE "Y".
          05 COMMPLAN-OPEN-SWITCH   PIC X             VALUE "N".
             88 COMMPLAN-OPEN                         VALUE "Y".
          05 QUOTAMST-OPEN-SWITCH   PIC X             VALUE "N".
             88 QUOTAMST-OPEN                         VALUE "Y".
          05 ARDETAIL-OPEN-SWITCH   PIC X             VALUE "N".
             88 ARDETAIL-OPEN                         VALUE "Y".
          05 REFERENCE-FOUND-SWITCH PIC X             VALUE "N".
             88 REFERENCE-FOUND                       VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 CUSTIDX-STATUS         PIC XX            VALUE ZERO.
          05 BRANCHMST-STATUS       PIC XX            VALUE ZERO.
          05 SALESREP-STATUS        PIC XX            VALUE ZERO.
          05 COMMPLAN-STATUS        PIC XX            VALUE ZERO.
          05 QUOTAMST-STATUS        PIC XX            VALUE ZERO.
          05 ARDETAIL-STATUS        PIC XX            VALUE ZERO.
          05 ARCHIVE-STATUS         PIC XX            VALUE ZERO.
          05 INTGRPT-STATUS         PIC XX            VALUE ZERO.
          05 RUNHIST-STATUS         PIC XX            VALUE ZERO.
      *
       01 FILE-ERROR-FIELDS.
          05 WS-FILE-ERROR-ID      PIC X(20).
          05 WS-FILE-ERROR-STATUS  PIC XX.
      *
       01 RUN-HISTORY-FIELDS.
          05 WS-RUN-FINAL-STATUS   PIC X(4)          VALUE "OK".
      *
      * One flag per customer number, set for every customer on the
      * archive, so an ARDETAIL item whose customer has left CUSTIDX
      * can be told apart as archived or deleted outright.
       01 ARCHIVED-CUSTOMER-TABLE.
          05 WS-ARCHIVED-FLAG       PIC X  OCCURS 99999 TIMES.
      *
       01 INTEGRITY-WORK-FIELDS.
          05 WS-ARCHIVED-SUB        PIC 9(5)          VALUE ZERO.
          05 WS-LAST-AR-CUSTOMER    PIC 9(5)          VALUE ZERO.
          05 WS-LAST-AR-NOTE        PIC X(30)         VALUE SPACE.
          05 WS-LAST-AR-NAME        PIC X(20)         VALUE SPACE.
          05 WS-AMOUNT-EDIT         PIC ZZ,ZZZ,ZZ9.99-.
          05 WS-CATEGORY-TITLE      PIC X(60).
          05 WS-CATEGORY-COUNT      PIC 9(7)          VALUE ZERO.
          05 WS-NOT-CHECKED-TEXT    PIC X(60).
      *
       01 CONTROL-TOTAL-FIELDS.
          05 WS-CUSTOMERS-READ-COUNT   PIC 9(7)       VALUE ZERO.
          05 WS-REPS-READ-COUNT        PIC 9(7)       VALUE ZERO.
          05 WS-QUOTAS-READ-COUNT      PIC 9(7)       VALUE ZERO.
          05 WS-ITEMS-READ-COUNT       PIC 9(7)       VALUE ZERO.
          05 WS-BRANCH-EXCEPTION-COUNT PIC 9(7)       VALUE ZERO.
          05 WS-REP-EXCEPTION-COUNT    PIC 9(7)       VALUE ZERO.
          05 WS-PLAN-EXCEPTION-COUNT   PIC 9(7)       VALUE ZERO.
          05 WS-QUOTA-EXCEPTION-COUNT  PIC 9(7)       VALUE ZERO.
          05 WS-ITEM-EXCEPTION-COUNT   PIC 9(7)       VALUE ZERO.
          05 WS-NOT-CHECKED-COUNT      PIC 9(7)       VALUE ZERO.
          05 WS-TOTAL-EXCEPTION-COUNT  PIC 9(7)       VALUE ZERO.
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
       01 INTEGRITY-HEADING-LINE-1.
          05 FILLER                 PIC X(36)         VALUE
                "CROSS-FILE REFERENTIAL INTEGRITY.".
          05 FILLER                 PIC X(96)         VALUE SPACE.
      *
       01 INTEGRITY-HEADING-LINE-2.
          05 FILLER                 PIC X(6)          VALUE "DATE: ".
          05 IH2-DAY                PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 IH2-MONTH              PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 IH2-YEAR               PIC 9(4).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(6)          VALUE "TIME: ".
          05 IH2-HOURS              PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE ":".
          05 IH2-MINUTES            PIC 9(2).
          05 FILLER                 PIC X(8)          VALUE SPACE.
          05 FILLER                 PIC X(7)          VALUE "RPT0033".
          05 FILLER                 PIC X(88)         VALUE SPACE.
      *
       01 CATEGORY-HEADING-LINE.
          05 CHL-CATEGORY-TITLE     PIC X(60).
          05 FILLER                 PIC X(72)         VALUE SPACE.
      *
       01 INTEGRITY-COLUMN-HEADING.
          05 FILLER                 PIC X(5)          VALUE "CUST".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(20)         VALUE "NAME".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(2)          VALUE "BR".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(3)          VALUE "REP".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(4)          VALUE "PLAN".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(8)          VALUE "INVOICE".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(14)         VALUE
                "   OPEN AMOUNT".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(30)         VALUE "PROBLEM".
          05 FILLER                 PIC X(32)         VALUE SPACE.
      *
      * One layout serves every category; the key columns a category
      * does not use are left blank.
       01 INTEGRITY-DETAIL-LINE.
          05 IDL-CUSTOMER-NUMBER    PIC X(5).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 IDL-CUSTOMER-NAME      PIC X(20).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 IDL-BRANCH-NUMBER      PIC X(2).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 IDL-SALESREP-NUMBER    PIC X(3).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 IDL-PLAN-CODE          PIC X(4).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 IDL-INVOICE-NUMBER     PIC X(8).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 IDL-OPEN-AMOUNT        PIC X(14).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 IDL-PROBLEM-TEXT       PIC X(30).
          05 FILLER                 PIC X(32)         VALUE SPACE.
      *
       01 CATEGORY-TOTAL-LINE.
          05 FILLER                 PIC X(20)         VALUE
                "CATEGORY TOTAL:".
          05 CTL-CATEGORY-COUNT     PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(105)        VALUE SPACE.
      *
       01 NOT-CHECKED-LINE.
          05 FILLER                 PIC X(3)          VALUE "** ".
          05 NCL-NOT-CHECKED-TEXT   PIC X(60).
          05 FILLER                 PIC X(69)         VALUE SPACE.
      *
       01 SUMMARY-COUNT-LINE.
          05 SCL-LABEL              PIC X(40).
          05 SCL-VALUE              PIC ZZ,ZZZ,ZZ9.
          05 FILLER                 PIC X(82)         VALUE SPACE.
      *
       01 SUMMARY-VERDICT-LINE.
          05 FILLER                 PIC X(9)          VALUE
                "VERDICT: ".
          05 SVL-VERDICT-TEXT       PIC X(60).
          05 FILLER                 PIC X(63)         VALUE SPACE.
      *****************************************************************
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *
      *****************************************************************
       000-CHECK-REFERENTIAL-INTEGRITY.
      *
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 050-OPEN-FILES.
           PERFORM 110-PRINT-REPORT-HEADING.
           PERFORM 120-LOAD-ARCHIVED-CUSTOMERS.
           PERFORM 200-CHECK-CUSTOMER-BRANCHES.
           PERFORM 250-CHECK-CUSTOMER-SALESREPS.
           PERFORM 300-CHECK-SALESREP-PLANS.
           PERFORM 350-CHECK-QUOTA-SALESREPS.
           PERFORM 400-CHECK-AR-DETAIL-CUSTOMERS.
           PERFORM 500-PRINT-SUMMARY.
           PERFORM 900-CLOSE-FILES.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
      *****************************************************************
      *
      *****************************************************************
       050-OPEN-FILES.
      *
      * CUSTIDX must be there - it is what most of the checks hang
      * off. A reference file that does not exist yet (status 35) is
      * not fatal: the category that needs it is reported as not
      * checked.
      *
           OPEN OUTPUT INTGRPT.
           PERFORM 925-CHECK-INTGRPT-OPEN-STATUS.
           OPEN INPUT CUSTIDX.
           PERFORM 960-CHECK-CUSTIDX-OPEN-STATUS.
           OPEN INPUT BRANCHMST.
           IF BRANCHMST-STATUS = "00"
              MOVE "Y" TO BRANCHMST-OPEN-SWITCH
           ELSE
              IF BRANCHMST-STATUS NOT = "35"
                 MOVE "BRANCHMST OPEN" TO WS-FILE-ERROR-ID
                 MOVE BRANCHMST-STATUS TO WS-FILE-ERROR-STATUS
                 PERFORM 999-ABEND-FILE-ERROR
              END-IF
           END-IF.
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
           OPEN INPUT QUOTAMST.
           IF QUOTAMST-STATUS = "00"
              MOVE "Y" TO QUOTAMST-OPEN-SWITCH
           ELSE
              IF QUOTAMST-STATUS NOT = "35"
                 MOVE "QUOTAMST OPEN" TO WS-FILE-ERROR-ID
                 MOVE QUOTAMST-STATUS TO WS-FILE-ERROR-STATUS
                 PERFORM 999-ABEND-FILE-ERROR
              END-IF
           END-IF.
           OPEN INPUT ARDETAIL.
           IF ARDETAIL-STATUS = "00"
              MOVE "Y" TO ARDETAIL-OPEN-SWITCH
           ELSE
              IF ARDETAIL-STATUS NOT = "35"
                 MOVE "ARDETAIL OPEN" TO WS-FILE-ERROR-ID
                 MOVE ARDETAIL-STATUS TO WS-FILE-ERROR-STATUS
                 PERFORM 999-ABEND-FILE-ERROR
              END-IF
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       100-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-DAY TO IH2-DAY.
           MOVE CD-CURRENT-MONTH TO IH2-MONTH.
           MOVE CD-CURRENT-YEAR TO IH2-YEAR.
           MOVE CD-CURRENT-HOURS TO IH2-HOURS.
           MOVE CD-CURRENT-MINUTES TO IH2-MINUTES.
      *
      *****************************************************************
      *
      *****************************************************************
       110-PRINT-REPORT-HEADING.
      *
           MOVE INTEGRITY-HEADING-LINE-1 TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
           PERFORM 935-CHECK-INTGRPT-WRITE-STATUS.
           MOVE INTEGRITY-HEADING-LINE-2 TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-INTGRPT-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       120-LOAD-ARCHIVED-CUSTOMERS.
      *
      * No ARCHCUST just means nothing has been archived yet.
      *
           MOVE SPACE TO ARCHIVED-CUSTOMER-TABLE.
           OPEN INPUT ARCHIVE.
           IF ARCHIVE-STATUS = "35"
              CONTINUE
           ELSE
              PERFORM 955-CHECK-ARCHIVE-OPEN-STATUS
              MOVE "N" TO ARCHIVE-EOF-SWITCH
              PERFORM 125-FLAG-ARCHIVED-CUSTOMER
                 UNTIL ARCHIVE-EOF
              CLOSE ARCHIVE
              PERFORM 957-CHECK-ARCHIVE-CLOSE-STATUS
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       125-FLAG-ARCHIVED-CUSTOMER.
      *
           READ ARCHIVE
              AT END
                 MOVE "Y" TO ARCHIVE-EOF-SWITCH
              NOT AT END
                 IF AH-IMAGE-CUSTOMER IS NUMERIC
                    MOVE AH-IMAGE-CUSTOMER TO WS-ARCHIVED-SUB
                    IF WS-ARCHIVED-SUB > ZERO
                       MOVE "Y" TO WS-ARCHIVED-FLAG (WS-ARCHIVED-SUB)
                    END-IF
                 END-IF
           END-READ.
           PERFORM 956-CHECK-ARCHIVE-READ-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       150-PRINT-CATEGORY-HEADING.
      *
           MOVE ZERO TO WS-CATEGORY-COUNT.
           MOVE WS-CATEGORY-TITLE TO CHL-CATEGORY-TITLE.
           MOVE CATEGORY-HEADING-LINE TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD AFTER ADVANCING 3 LINES.
           PERFORM 935-CHECK-INTGRPT-WRITE-STATUS.
           MOVE INTEGRITY-COLUMN-HEADING TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-INTGRPT-WRITE-STATUS.
           MOVE SPACE TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-INTGRPT-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       160-PRINT-CATEGORY-TOTAL.
      *
           MOVE WS-CATEGORY-COUNT TO CTL-CATEGORY-COUNT.
           MOVE CATEGORY-TOTAL-LINE TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-INTGRPT-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       170-CLEAR-DETAIL-LINE.
      *
           MOVE SPACE TO IDL-CUSTOMER-NUMBER.
           MOVE SPACE TO IDL-CUSTOMER-NAME.
           MOVE SPACE TO IDL-BRANCH-NUMBER.
           MOVE SPACE TO IDL-SALESREP-NUMBER.
           MOVE SPACE TO IDL-PLAN-CODE.
           MOVE SPACE TO IDL-INVOICE-NUMBER.
           MOVE SPACE TO IDL-OPEN-AMOUNT.
           MOVE SPACE TO IDL-PROBLEM-TEXT.
      *
      *****************************************************************
      *
      *****************************************************************
       180-PRINT-EXCEPTION-LINE.
      *
           ADD 1 TO WS-CATEGORY-COUNT.
           ADD 1 TO WS-TOTAL-EXCEPTION-COUNT.
           MOVE INTEGRITY-DETAIL-LINE TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-INTGRPT-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       190-PRINT-NOT-CHECKED.
      *
           ADD 1 TO WS-NOT-CHECKED-COUNT.
           MOVE WS-NOT-CHECKED-TEXT TO NCL-NOT-CHECKED-TEXT.
           MOVE NOT-CHECKED-LINE TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-INTGRPT-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       200-CHECK-CUSTOMER-BRANCHES.
      *
           MOVE "1. CUSTOMERS WHOSE BRANCH IS NOT ON BRANCHMST" TO
                 WS-CATEGORY-TITLE.
           PERFORM 150-PRINT-CATEGORY-HEADING.
           IF NOT BRANCHMST-OPEN
              MOVE "BRANCHMST NOT ON FILE - CATEGORY NOT CHECKED" TO
                    WS-NOT-CHECKED-TEXT
              PERFORM 190-PRINT-NOT-CHECKED
           ELSE
              PERFORM 240-POSITION-CUSTOMER-SCAN
              PERFORM 210-CHECK-ONE-CUSTOMER-BRANCH
                 UNTIL CUSTIDX-EOF
           END-IF.
           MOVE WS-CATEGORY-COUNT TO WS-BRANCH-EXCEPTION-COUNT.
           PERFORM 160-PRINT-CATEGORY-TOTAL.
      *
      *****************************************************************
      *
      *****************************************************************
       210-CHECK-ONE-CUSTOMER-BRANCH.
      *
           READ CUSTIDX NEXT RECORD
              AT END
                 MOVE "Y" TO CUSTIDX-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-CUSTOMERS-READ-COUNT
                 MOVE "Y" TO REFERENCE-FOUND-SWITCH
                 MOVE CX-BRANCH-NUMBER TO BR-BRANCH-NUMBER
                 READ BRANCHMST
                    INVALID KEY
                       MOVE "N" TO REFERENCE-FOUND-SWITCH
                    NOT INVALID KEY
                       CONTINUE
                 END-READ
                 PERFORM 968-CHECK-BRANCHMST-READ-STATUS
                 IF NOT REFERENCE-FOUND
                    PERFORM 170-CLEAR-DETAIL-LINE
                    MOVE CX-CUSTOMER-NUMBER TO IDL-CUSTOMER-NUMBER
                    MOVE CX-CUSTOMER-NAME TO IDL-CUSTOMER-NAME
                    MOVE CX-BRANCH-NUMBER TO IDL-BRANCH-NUMBER
                    MOVE CX-SALESREP-NUMBER TO IDL-SALESREP-NUMBER
                    MOVE "BRANCH NOT ON BRANCHMST" TO IDL-PROBLEM-TEXT
                    PERFORM 180-PRINT-EXCEPTION-LINE
                 END-IF
           END-READ.
           PERFORM 965-CHECK-CUSTIDX-READNEXT-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       240-POSITION-CUSTOMER-SCAN.
      *
      * Each customer category is a full pass of the master from the
      * first key. An empty master just ends the pass.
      *
           MOVE "N" TO CUSTIDX-EOF-SWITCH.
           MOVE ZERO TO CX-CUSTOMER-NUMBER.
           START CUSTIDX KEY IS NOT < CX-CUSTOMER-NUMBER
              INVALID KEY
                 MOVE "Y" TO CUSTIDX-EOF-SWITCH
           END-START.
           PERFORM 962-CHECK-CUSTIDX-START-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       250-CHECK-CUSTOMER-SALESREPS.
      *
           MOVE "2. CUSTOMERS WHOSE BRANCH/REP IS NOT ON SALESREP" TO
                 WS-CATEGORY-TITLE.
           PERFORM 150-PRINT-CATEGORY-HEADING.
           IF NOT SALESREP-OPEN
              MOVE "SALESREP NOT ON FILE - CATEGORY NOT CHECKED" TO
                    WS-NOT-CHECKED-TEXT
              PERFORM 190-PRINT-NOT-CHECKED
           ELSE
              MOVE ZERO TO WS-CUSTOMERS-READ-COUNT
              PERFORM 240-POSITION-CUSTOMER-SCAN
              PERFORM 260-CHECK-ONE-CUSTOMER-REP
                 UNTIL CUSTIDX-EOF
           END-IF.
           MOVE WS-CATEGORY-COUNT TO WS-REP-EXCEPTION-COUNT.
           PERFORM 160-PRINT-CATEGORY-TOTAL.
      *
      *****************************************************************
      *
      *****************************************************************
       260-CHECK-ONE-CUSTOMER-REP.
      *
           READ CUSTIDX NEXT RECORD
              AT END
                 MOVE "Y" TO CUSTIDX-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-CUSTOMERS-READ-COUNT
                 MOVE "Y" TO REFERENCE-FOUND-SWITCH
                 MOVE CX-BRANCH-NUMBER TO SR-BRANCH-NUMBER
                 MOVE CX-SALESREP-NUMBER TO SR-SALESREP-NUMBER
                 READ SALESREP
                    INVALID KEY
                       MOVE "N" TO REFERENCE-FOUND-SWITCH
                    NOT INVALID KEY
                       CONTINUE
                 END-READ
                 PERFORM 966-CHECK-SALESREP-READ-STATUS
                 IF NOT REFERENCE-FOUND
                    PERFORM 170-CLEAR-DETAIL-LINE
                    MOVE CX-CUSTOMER-NUMBER TO IDL-CUSTOMER-NUMBER
                    MOVE CX-CUSTOMER-NAME TO IDL-CUSTOMER-NAME
                    MOVE CX-BRANCH-NUMBER TO IDL-BRANCH-NUMBER
                    MOVE CX-SALESREP-NUMBER TO IDL-SALESREP-NUMBER
                    MOVE "BRANCH/REP NOT ON SALESREP" TO
                          IDL-PROBLEM-TEXT
                    PERFORM 180-PRINT-EXCEPTION-LINE
                 END-IF
           END-READ.
           PERFORM 965-CHECK-CUSTIDX-READNEXT-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       300-CHECK-SALESREP-PLANS.
      *
      * A blank plan code is not an exception - RPT0006 and RPT0030
      * pay a rep with no plan off the built-in default tiers.
      *
           MOVE "3. SALESREPS WHOSE PLAN CODE IS NOT ON COMMPLAN" TO
                 WS-CATEGORY-TITLE.
           PERFORM 150-PRINT-CATEGORY-HEADING.
           IF NOT SALESREP-OPEN
              MOVE "SALESREP NOT ON FILE - CATEGORY NOT CHECKED" TO
                    WS-NOT-CHECKED-TEXT
              PERFORM 190-PRINT-NOT-CHECKED
           ELSE
              IF NOT COMMPLAN-OPEN
                 MOVE "COMMPLAN NOT ON FILE - CATEGORY NOT CHECKED"
                    TO WS-NOT-CHECKED-TEXT
                 PERFORM 190-PRINT-NOT-CHECKED
              ELSE
                 PERFORM 340-POSITION-SALESREP-SCAN
                 PERFORM 310-CHECK-ONE-SALESREP-PLAN
                    UNTIL SALESREP-EOF
              END-IF
           END-IF.
           MOVE WS-CATEGORY-COUNT TO WS-PLAN-EXCEPTION-COUNT.
           PERFORM 160-PRINT-CATEGORY-TOTAL.
      *
      *****************************************************************
      *
      *****************************************************************
       310-CHECK-ONE-SALESREP-PLAN.
      *
           READ SALESREP NEXT RECORD
              AT END
                 MOVE "Y" TO SALESREP-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-REPS-READ-COUNT
                 IF SR-PLAN-CODE NOT = SPACE
                    PERFORM 320-LOOKUP-SALESREP-PLAN
                 END-IF
           END-READ.
           PERFORM 973-CHECK-SALESREP-READNEXT-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       320-LOOKUP-SALESREP-PLAN.
      *
           MOVE "Y" TO REFERENCE-FOUND-SWITCH.
           MOVE SR-PLAN-CODE TO CP-PLAN-CODE.
           READ COMMPLAN
              INVALID KEY
                 MOVE "N" TO REFERENCE-FOUND-SWITCH
              NOT INVALID KEY
                 CONTINUE
           END-READ.
           PERFORM 976-CHECK-COMMPLAN-READ-STATUS.
           IF NOT REFERENCE-FOUND
              PERFORM 170-CLEAR-DETAIL-LINE
              MOVE SR-SALESREP-NAME TO IDL-CUSTOMER-NAME
              MOVE SR-BRANCH-NUMBER TO IDL-BRANCH-NUMBER
              MOVE SR-SALESREP-NUMBER TO IDL-SALESREP-NUMBER
              MOVE SR-PLAN-CODE TO IDL-PLAN-CODE
              MOVE "PLAN CODE NOT ON COMMPLAN" TO IDL-PROBLEM-TEXT
              PERFORM 180-PRINT-EXCEPTION-LINE
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       340-POSITION-SALESREP-SCAN.
      *
      * The customer pass's random reads left SALESREP positioned
      * mid-file; the plan check needs every rep from the first key.
      *
           MOVE "N" TO SALESREP-EOF-SWITCH.
           MOVE ZERO TO SR-BRANCH-NUMBER.
           MOVE ZERO TO SR-SALESREP-NUMBER.
           START SALESREP KEY IS NOT < SR-REP-KEY
              INVALID KEY
                 MOVE "Y" TO SALESREP-EOF-SWITCH
           END-START.
           PERFORM 972-CHECK-SALESREP-START-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       350-CHECK-QUOTA-SALESREPS.
      *
      * No QUOTAMST just means no quotas have been set - nothing to
      * check.
      *
           MOVE "4. QUOTAMST PAIRS FOR REPS NOT ON SALESREP" TO
                 WS-CATEGORY-TITLE.
           PERFORM 150-PRINT-CATEGORY-HEADING.
           IF QUOTAMST-OPEN
              IF NOT SALESREP-OPEN
                 MOVE "SALESREP NOT ON FILE - CATEGORY NOT CHECKED"
                    TO WS-NOT-CHECKED-TEXT
                 PERFORM 190-PRINT-NOT-CHECKED
              ELSE
                 MOVE "N" TO QUOTAMST-EOF-SWITCH
                 PERFORM 360-CHECK-ONE-QUOTA-PAIR
                    UNTIL QUOTAMST-EOF
              END-IF
           END-IF.
           MOVE WS-CATEGORY-COUNT TO WS-QUOTA-EXCEPTION-COUNT.
           PERFORM 160-PRINT-CATEGORY-TOTAL.
      *
      *****************************************************************
      *
      *****************************************************************
       360-CHECK-ONE-QUOTA-PAIR.
      *
           READ QUOTAMST NEXT RECORD
              AT END
                 MOVE "Y" TO QUOTAMST-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-QUOTAS-READ-COUNT
                 MOVE "Y" TO REFERENCE-FOUND-SWITCH
                 MOVE QU-BRANCH-NUMBER TO SR-BRANCH-NUMBER
                 MOVE QU-SALESREP-NUMBER TO SR-SALESREP-NUMBER
                 READ SALESREP
                    INVALID KEY
                       MOVE "N" TO REFERENCE-FOUND-SWITCH
                    NOT INVALID KEY
                       CONTINUE
                 END-READ
                 PERFORM 966-CHECK-SALESREP-READ-STATUS
                 IF NOT REFERENCE-FOUND
                    PERFORM 170-CLEAR-DETAIL-LINE
                    MOVE QU-BRANCH-NUMBER TO IDL-BRANCH-NUMBER
                    MOVE QU-SALESREP-NUMBER TO IDL-SALESREP-NUMBER
                    MOVE QU-ANNUAL-QUOTA TO WS-AMOUNT-EDIT
                    MOVE WS-AMOUNT-EDIT TO IDL-OPEN-AMOUNT
                    MOVE "QUOTA FOR REP NOT ON SALESREP" TO
                          IDL-PROBLEM-TEXT
                    PERFORM 180-PRINT-EXCEPTION-LINE
                 END-IF
           END-READ.
           PERFORM 978-CHECK-QUOTAMST-READNEXT-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       400-CHECK-AR-DETAIL-CUSTOMERS.
      *
      * ARDETAIL is in customer order, so the master is looked up
      * once per customer, not once per item. No ARDETAIL just means
      * no open items - nothing to check.
      *
           MOVE "5. ARDETAIL ITEMS FOR CUSTOMERS NOT ON CUSTIDX" TO
                 WS-CATEGORY-TITLE.
           PERFORM 150-PRINT-CATEGORY-HEADING.
           IF ARDETAIL-OPEN
              MOVE ZERO TO WS-LAST-AR-CUSTOMER
              MOVE "N" TO ARDETAIL-EOF-SWITCH
              PERFORM 410-CHECK-ONE-AR-ITEM
                 UNTIL ARDETAIL-EOF
           END-IF.
           MOVE WS-CATEGORY-COUNT TO WS-ITEM-EXCEPTION-COUNT.
           PERFORM 160-PRINT-CATEGORY-TOTAL.
      *
      *****************************************************************
      *
      *****************************************************************
       410-CHECK-ONE-AR-ITEM.
      *
           READ ARDETAIL NEXT RECORD
              AT END
                 MOVE "Y" TO ARDETAIL-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-ITEMS-READ-COUNT
                 IF AR-CUSTOMER-NUMBER NOT = WS-LAST-AR-CUSTOMER
                    PERFORM 420-LOOKUP-ITEM-CUSTOMER
                 END-IF
                 IF WS-LAST-AR-NOTE NOT = SPACE
                    PERFORM 170-CLEAR-DETAIL-LINE
                    MOVE AR-CUSTOMER-NUMBER TO IDL-CUSTOMER-NUMBER
                    MOVE WS-LAST-AR-NAME TO IDL-CUSTOMER-NAME
                    MOVE AR-INVOICE-NUMBER TO IDL-INVOICE-NUMBER
                    MOVE AR-OPEN-AMOUNT TO WS-AMOUNT-EDIT
                    MOVE WS-AMOUNT-EDIT TO IDL-OPEN-AMOUNT
                    MOVE WS-LAST-AR-NOTE TO IDL-PROBLEM-TEXT
                    PERFORM 180-PRINT-EXCEPTION-LINE
                 END-IF
           END-READ.
           PERFORM 975-CHECK-ARDETAIL-READNEXT-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       420-LOOKUP-ITEM-CUSTOMER.
      *
      * Leaves WS-LAST-AR-NOTE blank when the item's customer is on
      * the master, else the reason it is not.
      *
           MOVE AR-CUSTOMER-NUMBER TO WS-LAST-AR-CUSTOMER.
           MOVE SPACE TO WS-LAST-AR-NOTE.
           MOVE SPACE TO WS-LAST-AR-NAME.
           MOVE AR-CUSTOMER-NUMBER TO CX-CUSTOMER-NUMBER.
           READ CUSTIDX
              INVALID KEY
                 MOVE "CUSTOMER DELETED" TO WS-LAST-AR-NOTE
                 IF AR-CUSTOMER-NUMBER > ZERO
                    IF WS-ARCHIVED-FLAG (AR-CUSTOMER-NUMBER) = "Y"
                       MOVE "CUSTOMER ARCHIVED" TO WS-LAST-AR-NOTE
                    END-IF
                 END-IF
              NOT INVALID KEY
                 CONTINUE
           END-READ.
           PERFORM 963-CHECK-CUSTIDX-READ-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       500-PRINT-SUMMARY.
      *
           MOVE "CUSTOMERS READ:" TO SCL-LABEL.
           MOVE WS-CUSTOMERS-READ-COUNT TO SCL-VALUE.
           MOVE SUMMARY-COUNT-LINE TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD AFTER ADVANCING 3 LINES.
           PERFORM 935-CHECK-INTGRPT-WRITE-STATUS.
           MOVE "SALESREPS READ:" TO SCL-LABEL.
           MOVE WS-REPS-READ-COUNT TO SCL-VALUE.
           PERFORM 510-PRINT-SUMMARY-LINE.
           MOVE "QUOTA PAIRS READ:" TO SCL-LABEL.
           MOVE WS-QUOTAS-READ-COUNT TO SCL-VALUE.
           PERFORM 510-PRINT-SUMMARY-LINE.
           MOVE "AR DETAIL ITEMS READ:" TO SCL-LABEL.
           MOVE WS-ITEMS-READ-COUNT TO SCL-VALUE.
           PERFORM 510-PRINT-SUMMARY-LINE.
           MOVE "1. CUSTOMER BRANCH EXCEPTIONS:" TO SCL-LABEL.
           MOVE WS-BRANCH-EXCEPTION-COUNT TO SCL-VALUE.
           PERFORM 510-PRINT-SUMMARY-LINE.
           MOVE "2. CUSTOMER BRANCH/REP EXCEPTIONS:" TO SCL-LABEL.
           MOVE WS-REP-EXCEPTION-COUNT TO SCL-VALUE.
           PERFORM 510-PRINT-SUMMARY-LINE.
           MOVE "3. SALESREP PLAN EXCEPTIONS:" TO SCL-LABEL.
           MOVE WS-PLAN-EXCEPTION-COUNT TO SCL-VALUE.
           PERFORM 510-PRINT-SUMMARY-LINE.
           MOVE "4. QUOTA PAIR EXCEPTIONS:" TO SCL-LABEL.
           MOVE WS-QUOTA-EXCEPTION-COUNT TO SCL-VALUE.
           PERFORM 510-PRINT-SUMMARY-LINE.
           MOVE "5. AR DETAIL ITEM EXCEPTIONS:" TO SCL-LABEL.
           MOVE WS-ITEM-EXCEPTION-COUNT TO SCL-VALUE.
           PERFORM 510-PRINT-SUMMARY-LINE.
           MOVE "CATEGORIES NOT CHECKED:" TO SCL-LABEL.
           MOVE WS-NOT-CHECKED-COUNT TO SCL-VALUE.
           PERFORM 510-PRINT-SUMMARY-LINE.
           IF WS-TOTAL-EXCEPTION-COUNT = ZERO
              AND WS-NOT-CHECKED-COUNT = ZERO
              MOVE "ALL CROSS-FILE REFERENCES RESOLVE" TO
                    SVL-VERDICT-TEXT
           ELSE
              MOVE "EXCEPTIONS FOUND - SEE CATEGORIES ABOVE" TO
                    SVL-VERDICT-TEXT
              MOVE 4 TO RETURN-CODE
              DISPLAY "RPT0033 - REFERENTIAL INTEGRITY EXCEPTIONS: "
                      WS-TOTAL-EXCEPTION-COUNT
           END-IF.
           MOVE SUMMARY-VERDICT-LINE TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-INTGRPT-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       510-PRINT-SUMMARY-LINE.
      *
           MOVE SUMMARY-COUNT-LINE TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-INTGRPT-WRITE-STATUS.
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
              DISPLAY "RPT0033 - RUNHIST OPEN FAILED - FILE STATUS "
                      RUNHIST-STATUS
           ELSE
              MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
              MOVE "RPT0033" TO RH-PROGRAM-ID
              MOVE CD-CURRENT-YEAR TO RH-RUN-YEAR
              MOVE CD-CURRENT-MONTH TO RH-RUN-MONTH
              MOVE CD-CURRENT-DAY TO RH-RUN-DAY
              MOVE CD-CURRENT-HOURS TO RH-RUN-HOURS
              MOVE CD-CURRENT-MINUTES TO RH-RUN-MINUTES
              COMPUTE RH-RECORDS-READ =
                 WS-CUSTOMERS-READ-COUNT + WS-REPS-READ-COUNT
                 + WS-QUOTAS-READ-COUNT + WS-ITEMS-READ-COUNT
              MOVE ZERO TO RH-RECORDS-APPLIED
              MOVE WS-TOTAL-EXCEPTION-COUNT TO RH-RECORDS-REJECTED
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
           CLOSE INTGRPT.
           PERFORM 945-CHECK-INTGRPT-CLOSE-STATUS.
           CLOSE CUSTIDX.
           PERFORM 961-CHECK-CUSTIDX-CLOSE-STATUS.
           IF BRANCHMST-OPEN
              CLOSE BRANCHMST
              PERFORM 969-CHECK-BRANCHMST-CLOSE-STATUS
           END-IF.
           IF SALESREP-OPEN
              CLOSE SALESREP
              PERFORM 967-CHECK-SALESREP-CLOSE-STATUS
           END-IF.
           IF COMMPLAN-OPEN
              CLOSE COMMPLAN
              PERFORM 977-CHECK-COMMPLAN-CLOSE-STATUS
           END-IF.
           IF QUOTAMST-OPEN
              CLOSE QUOTAMST
              PERFORM 979-CHECK-QUOTAMST-CLOSE-STATUS
           END-IF.
           IF ARDETAIL-OPEN
              CLOSE ARDETAIL
              PERFORM 971-CHECK-ARDETAIL-CLOSE-STATUS
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       925-CHECK-INTGRPT-OPEN-STATUS.
      *
           IF INTGRPT-STATUS NOT = "00"
              MOVE "INTGRPT OPEN" TO WS-FILE-ERROR-ID
              MOVE INTGRPT-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       935-CHECK-INTGRPT-WRITE-STATUS.
      *
           IF INTGRPT-STATUS NOT = "00"
              MOVE "INTGRPT WRITE" TO WS-FILE-ERROR-ID
              MOVE INTGRPT-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       945-CHECK-INTGRPT-CLOSE-STATUS.
      *
           IF INTGRPT-STATUS NOT = "00"
              MOVE "INTGRPT CLOSE" TO WS-FILE-ERROR-ID
              MOVE INTGRPT-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       955-CHECK-ARCHIVE-OPEN-STATUS.
      *
           IF ARCHIVE-STATUS NOT = "00"
              MOVE "ARCHCUST OPEN" TO WS-FILE-ERROR-ID
              MOVE ARCHIVE-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       956-CHECK-ARCHIVE-READ-STATUS.
      *
           IF ARCHIVE-STATUS NOT = "00" AND
              ARCHIVE-STATUS NOT = "10"
              MOVE "ARCHCUST READ" TO WS-FILE-ERROR-ID
              MOVE ARCHIVE-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       957-CHECK-ARCHIVE-CLOSE-STATUS.
      *
           IF ARCHIVE-STATUS NOT = "00"
              MOVE "ARCHCUST CLOSE" TO WS-FILE-ERROR-ID
              MOVE ARCHIVE-STATUS TO WS-FILE-ERROR-STATUS
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
       962-CHECK-CUSTIDX-START-STATUS.
      *
      * "23" (key not found) is not an error here - the caller's
      * INVALID KEY clause already branched on it.
      *
           IF CUSTIDX-STATUS NOT = "00" AND
              CUSTIDX-STATUS NOT = "23"
              MOVE "CUSTIDX START" TO WS-FILE-ERROR-ID
              MOVE CUSTIDX-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       963-CHECK-CUSTIDX-READ-STATUS.
      *
      * "23" (key not found) is not an error here - the caller's
      * INVALID KEY / NOT INVALID KEY clause already branched on it.
      *
           IF CUSTIDX-STATUS NOT = "00" AND
              CUSTIDX-STATUS NOT = "23"
              MOVE "CUSTIDX READ" TO WS-FILE-ERROR-ID
              MOVE CUSTIDX-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       965-CHECK-CUSTIDX-READNEXT-STATUS.
      *
           IF CUSTIDX-STATUS NOT = "00" AND
              CUSTIDX-STATUS NOT = "10"
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
       968-CHECK-BRANCHMST-READ-STATUS.
      *
      * "23" (key not found) is not an error here - the caller's
      * INVALID KEY / NOT INVALID KEY clause already branched on it.
      *
           IF BRANCHMST-STATUS NOT = "00" AND
              BRANCHMST-STATUS NOT = "23"
              MOVE "BRANCHMST READ" TO WS-FILE-ERROR-ID
              MOVE BRANCHMST-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       969-CHECK-BRANCHMST-CLOSE-STATUS.
      *
           IF BRANCHMST-STATUS NOT = "00"
              MOVE "BRANCHMST CLOSE" TO WS-FILE-ERROR-ID
              MOVE BRANCHMST-STATUS TO WS-FILE-ERROR-STATUS
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
       972-CHECK-SALESREP-START-STATUS.
      *
      * "23" (key not found) is not an error here - the caller's
      * INVALID KEY clause already branched on it.
      *
           IF SALESREP-STATUS NOT = "00" AND
              SALESREP-STATUS NOT = "23"
              MOVE "SALESREP START" TO WS-FILE-ERROR-ID
              MOVE SALESREP-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       973-CHECK-SALESREP-READNEXT-STATUS.
      *
           IF SALESREP-STATUS NOT = "00" AND
              SALESREP-STATUS NOT = "10"
              MOVE "SALESREP READ NEXT" TO WS-FILE-ERROR-ID
              MOVE SALESREP-STATUS TO WS-FILE-ERROR-STATUS
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
       976-CHECK-COMMPLAN-READ-STATUS.
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
       977-CHECK-COMMPLAN-CLOSE-STATUS.
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
       978-CHECK-QUOTAMST-READNEXT-STATUS.
      *
           IF QUOTAMST-STATUS NOT = "00" AND
              QUOTAMST-STATUS NOT = "10"
              MOVE "QUOTAMST READ NEXT" TO WS-FILE-ERROR-ID
              MOVE QUOTAMST-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       979-CHECK-QUOTAMST-CLOSE-STATUS.
      *
           IF QUOTAMST-STATUS NOT = "00"
              MOVE "QUOTAMST CLOSE" TO WS-FILE-ERROR-ID
              MOVE QUOTAMST-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       999-ABEND-FILE-ERROR.
      *
           DISPLAY "RPT0033 - FATAL FILE ERROR: " WS-FILE-ERROR-ID
                   " - FILE STATUS " WS-FILE-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
