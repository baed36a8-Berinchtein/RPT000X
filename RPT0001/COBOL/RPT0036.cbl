      *****************************************************************
      * Program name:    RPT0036
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  ---------------------------------------
      * 15/10/2026 MANUEL JARRY  Created - product sales analysis for
      *                          the monthly sales meeting. Reads the
      *                          SALESHST sales history RPT0016
      *                          writes for every posted invoice and
      *                          credit memo line (see SLSHISR) and
      *                          prints PRODRPT: under each branch
      *                          and salesrep, the net quantity and
      *                          amount sold in each product group,
      *                          then that rep's five best products
      *                          by net amount, with rep, branch and
      *                          report totals. Credit memo lines
      *                          are already negative on SALESHST,
      *                          so returns net against sales. The
      *                          period is the posted-date range on
      *                          an optional PRODPARM record, or the
      *                          month to date when there is none.
      *                          Rep names from SALESREP and product
      *                          descriptions from PRODMAST, both
      *                          non-fatal when missing.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPT0036.
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
           SELECT PRODPARM
              ASSIGN TO "INPUT-FILES/PRODPARM"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PRODPARM-STATUS.
      *
           SELECT SALESHST
              ASSIGN TO "OUTPUT-FILES/SALESHST"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SALESHST-STATUS.
      *
           SELECT PRODMAST
              ASSIGN TO "WORK-FILES/PRODMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-PRODUCT-CODE
              FILE STATUS IS PRODMAST-STATUS.
      *
           SELECT SALESREP
              ASSIGN TO "WORK-FILES/SALESREP"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SR-REP-KEY
              FILE STATUS IS SALESREP-STATUS.
      *
           SELECT PRODRPT
              ASSIGN TO "OUTPUT-FILES/PRODRPT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PRODRPT-STATUS.
      *
           SELECT RUNHIST
              ASSIGN TO "OUTPUT-FILES/RUNHIST"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RUNHIST-STATUS.
      *
           SELECT PRODUCT-SORT-WORK
              ASSIGN TO "WORK-FILES/PRODSORT".
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
       FD  PRODPARM.
       01 PRODUCT-PARM-RECORD.
          05 PP-FROM-DATE           PIC 9(8).
          05 PP-TO-DATE             PIC 9(8).
          05 FILLER                 PIC X(14).
      *
       FD  SALESHST.
           COPY SLSHISR.
      *
       FD  PRODMAST.
           COPY PRODMSTR.
      *
       FD  SALESREP.
           COPY SREPR.
      *
       FD  PRODRPT.
       01 PRODUCT-REPORT-RECORD     PIC X(132).
      *
       FD  RUNHIST.
           COPY RUNHISTR.
      *
       SD  PRODUCT-SORT-WORK.
       01 PRODUCT-SORT-RECORD.
          05 PS-BRANCH-NUMBER       PIC 9(2).
          05 PS-SALESREP-NUMBER     PIC 9(2).
          05 PS-PRODUCT-GROUP       PIC X(4).
          05 PS-PRODUCT-CODE        PIC X(8).
          05 PS-QUANTITY            PIC S9(5).
          05 PS-EXTENDED-AMOUNT     PIC S9(7)V9(2).
      *****************************************************************
      *
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 SALESHST-EOF-SWITCH    PIC X             VALUE "N".
             88 SALESHST-EOF                          VALUE "Y".
          05 PRODUCT-SORT-EOF-SWITCH PIC X            VALUE "N".
             88 PRODUCT-SORT-EOF                      VALUE "Y".
          05 SALESREP-OPEN-SWITCH   PIC X             VALUE "N".
             88 SALESREP-OPEN                         VALUE "Y".
          05 PRODMAST-OPEN-SWITCH   PIC X             VALUE "N".
             88 PRODMAST-OPEN                         VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 PRODPARM-STATUS        PIC XX            VALUE ZERO.
          05 SALESHST-STATUS        PIC XX            VALUE ZERO.
          05 PRODMAST-STATUS        PIC XX            VALUE ZERO.
          05 SALESREP-STATUS        PIC XX            VALUE ZERO.
          05 PRODRPT-STATUS         PIC XX            VALUE ZERO.
          05 RUNHIST-STATUS         PIC XX            VALUE ZERO.
      *
       01 FILE-ERROR-FIELDS.
          05 WS-FILE-ERROR-ID      PIC X(20).
          05 WS-FILE-ERROR-STATUS  PIC XX.
      *
       01 RUN-HISTORY-FIELDS.
          05 WS-RUN-FINAL-STATUS   PIC X(4)          VALUE "OK".
      *
       01 REPORT-PERIOD-FIELDS.
          05 WS-FROM-DATE           PIC 9(8).
          05 WS-FROM-DATE-PARTS REDEFINES WS-FROM-DATE.
             10 WS-FROM-YEAR        PIC 9(4).
             10 WS-FROM-MONTH       PIC 9(2).
             10 WS-FROM-DAY         PIC 9(2).
          05 WS-TO-DATE             PIC 9(8).
          05 WS-TO-DATE-PARTS REDEFINES WS-TO-DATE.
             10 WS-TO-YEAR          PIC 9(4).
             10 WS-TO-MONTH         PIC 9(2).
             10 WS-TO-DAY           PIC 9(2).
      *
       01 CONTROL-BREAK-FIELDS.
          05 WS-FIRST-RECORD-SWITCH PIC X             VALUE "Y".
             88 WS-FIRST-RECORD                       VALUE "Y".
          05 WS-PRIOR-BRANCH-NUMBER     PIC 9(2).
          05 WS-PRIOR-SALESREP-NUMBER   PIC 9(2).
          05 WS-PRIOR-PRODUCT-GROUP     PIC X(4).
          05 WS-PRIOR-PRODUCT-CODE      PIC X(8).
      *
       01 ACCUMULATOR-FIELDS.
          05 WS-PRODUCT-QUANTITY    PIC S9(9)         VALUE ZERO.
          05 WS-PRODUCT-AMOUNT      PIC S9(11)V99     VALUE ZERO.
          05 WS-GROUP-QUANTITY      PIC S9(9)         VALUE ZERO.
          05 WS-GROUP-AMOUNT        PIC S9(11)V99     VALUE ZERO.
          05 WS-REP-QUANTITY        PIC S9(9)         VALUE ZERO.
          05 WS-REP-AMOUNT          PIC S9(11)V99     VALUE ZERO.
          05 WS-BRANCH-QUANTITY     PIC S9(9)         VALUE ZERO.
          05 WS-BRANCH-AMOUNT       PIC S9(11)V99     VALUE ZERO.
          05 WS-GRAND-QUANTITY      PIC S9(9)         VALUE ZERO.
          05 WS-GRAND-AMOUNT        PIC S9(11)V99     VALUE ZERO.
      *
      * The rep's best products so far, highest net amount first.
      * A sixth slot takes the entry pushed off the bottom when a
      * better product is inserted above it.
       01 TOP-PRODUCT-TABLE.
          05 WS-TOP-COUNT           PIC S9(4)  COMP   VALUE ZERO.
          05 WS-TOP-SUB             PIC S9(4)  COMP   VALUE ZERO.
          05 WS-TOP-POSITION        PIC S9(4)  COMP   VALUE ZERO.
          05 WS-TOP-LAST            PIC S9(4)  COMP   VALUE ZERO.
          05 WS-TOP-ENTRY           OCCURS 6 TIMES.
             10 WS-TOP-PRODUCT-CODE PIC X(8).
             10 WS-TOP-QUANTITY     PIC S9(9).
             10 WS-TOP-AMOUNT       PIC S9(11)V99.
      *
       01 RANK-FIELDS.
          05 WS-RANK-TEXT.
             10 WS-RANK-NUMBER      PIC 9.
             10 FILLER              PIC X(2)          VALUE ". ".
      *
       01 LOOKUP-FIELDS.
          05 WS-SALESREP-NAME       PIC X(20).
          05 WS-PRODUCT-DESCRIPTION PIC X(30).
      *
       01 CONTROL-TOTAL-FIELDS.
          05 WS-HISTORY-READ-COUNT    PIC 9(7)        VALUE ZERO.
          05 WS-HISTORY-SELECTED-COUNT PIC 9(7)       VALUE ZERO.
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
       01 PRODUCT-HEADING-LINE-1.
          05 FILLER                 PIC X(30)         VALUE
                "PRODUCT SALES ANALYSIS BY BRAN".
          05 FILLER                 PIC X(14)         VALUE
                "CH/SALESREP.".
          05 FILLER                 PIC X(88)         VALUE SPACE.
      *
       01 PRODUCT-HEADING-LINE-2.
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
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(8)          VALUE "PERIOD: ".
          05 PH2-FROM-DAY           PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 PH2-FROM-MONTH         PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 PH2-FROM-YEAR          PIC 9(4).
          05 FILLER                 PIC X(4)          VALUE " TO ".
          05 PH2-TO-DAY             PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 PH2-TO-MONTH           PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 PH2-TO-YEAR            PIC 9(4).
          05 FILLER                 PIC X(8)          VALUE SPACE.
          05 FILLER                 PIC X(7)          VALUE "RPT0036".
          05 FILLER                 PIC X(54)         VALUE SPACE.
      *
       01 PRODUCT-HEADING-LINE-3.
          05 FILLER                 PIC X(2)          VALUE "BR".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(3)          VALUE "REP".
          05 FILLER                 PIC X(1)          VALUE SPACE.
          05 FILLER                 PIC X(13)         VALUE
                "SALESREP NAME".
          05 FILLER                 PIC X(9)          VALUE SPACE.
          05 FILLER                 PIC X(5)          VALUE "GROUP".
          05 FILLER                 PIC X(1)          VALUE SPACE.
          05 FILLER                 PIC X(4)          VALUE "RANK".
          05 FILLER                 PIC X(1)          VALUE SPACE.
          05 FILLER                 PIC X(7)          VALUE "PRODUCT".
          05 FILLER                 PIC X(3)          VALUE SPACE.
          05 FILLER                 PIC X(11)         VALUE
                "DESCRIPTION".
          05 FILLER                 PIC X(25)         VALUE SPACE.
          05 FILLER                 PIC X(8)          VALUE
                "QUANTITY".
          05 FILLER                 PIC X(11)         VALUE SPACE.
          05 FILLER                 PIC X(6)          VALUE "AMOUNT".
          05 FILLER                 PIC X(20)         VALUE SPACE.
      *
       01 PRODUCT-DETAIL-LINE.
          05 PD-BRANCH-NUMBER       PIC 9(2).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PD-SALESREP-NUMBER     PIC 9(2).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PD-SALESREP-NAME       PIC X(20).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PD-PRODUCT-GROUP       PIC X(4).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PD-RANK                PIC X(3).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PD-PRODUCT-CODE        PIC X(8).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PD-DESCRIPTION         PIC X(30).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PD-QUANTITY            PIC ZZZ,ZZZ,ZZ9-.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PD-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PD-LABEL               PIC X(16).
          05 FILLER                 PIC X(2)          VALUE SPACE.
      *
       01 PRODUCT-FOOTER-LINE.
          05 FILLER                 PIC X(14)         VALUE
                "HISTORY READ: ".
          05 PF-HISTORY-READ        PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(5)          VALUE SPACE.
          05 FILLER                 PIC X(16)         VALUE
                "LINES SELECTED: ".
          05 PF-HISTORY-SELECTED    PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(83)         VALUE SPACE.
      *****************************************************************
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *
      *****************************************************************
       000-PREPARE-PRODUCT-ANALYSIS.
      *
           PERFORM 050-READ-REPORT-PARMS.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 130-OPEN-REFERENCE-FILES.
           SORT PRODUCT-SORT-WORK
              ON ASCENDING KEY PS-BRANCH-NUMBER
                               PS-SALESREP-NUMBER
                               PS-PRODUCT-GROUP
                               PS-PRODUCT-CODE
              INPUT PROCEDURE IS 200-SELECT-HISTORY-RECORDS
              OUTPUT PROCEDURE IS 300-PRINT-PRODUCT-ANALYSIS.
           PERFORM 140-CLOSE-REFERENCE-FILES.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
      *****************************************************************
      *
      *****************************************************************
       050-READ-REPORT-PARMS.
      *
      * No PRODPARM (or one without a valid pair of dates) means the
      * month to date - the report normally runs for the monthly
      * sales meeting. Another period is keyed on PRODPARM.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DATE TO WS-TO-DATE.
           MOVE CURRENT-DATE TO WS-FROM-DATE.
           MOVE 01 TO WS-FROM-DAY.
           OPEN INPUT PRODPARM.
           IF PRODPARM-STATUS = "00"
              READ PRODPARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PP-FROM-DATE IS NUMERIC
                       AND PP-TO-DATE IS NUMERIC
                       AND PP-FROM-DATE > ZERO
                       AND PP-TO-DATE NOT < PP-FROM-DATE
                       MOVE PP-FROM-DATE TO WS-FROM-DATE
                       MOVE PP-TO-DATE TO WS-TO-DATE
                    END-IF
              END-READ
              CLOSE PRODPARM.
      *
      *****************************************************************
      *
      *****************************************************************
       100-FORMAT-REPORT-HEADING.
      *
           MOVE CD-CURRENT-MONTH TO PH2-MONTH.
           MOVE CD-CURRENT-DAY TO PH2-DAY.
           MOVE CD-CURRENT-YEAR TO PH2-YEAR.
           MOVE CD-CURRENT-HOURS TO PH2-HOURS.
           MOVE CD-CURRENT-MINUTES TO PH2-MINUTES.
           MOVE WS-FROM-DAY TO PH2-FROM-DAY.
           MOVE WS-FROM-MONTH TO PH2-FROM-MONTH.
           MOVE WS-FROM-YEAR TO PH2-FROM-YEAR.
           MOVE WS-TO-DAY TO PH2-TO-DAY.
           MOVE WS-TO-MONTH TO PH2-TO-MONTH.
           MOVE WS-TO-YEAR TO PH2-TO-YEAR.
      *
      *****************************************************************
      *
      *****************************************************************
       130-OPEN-REFERENCE-FILES.
      *
      * A SALESREP or PRODMAST that does not exist yet (status 35)
      * is not fatal - the report prints UNKNOWN for the names.
      *
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
           OPEN INPUT PRODMAST.
           IF PRODMAST-STATUS = "00"
              MOVE "Y" TO PRODMAST-OPEN-SWITCH
           ELSE
              IF PRODMAST-STATUS NOT = "35"
                 MOVE "PRODMAST OPEN" TO WS-FILE-ERROR-ID
                 MOVE PRODMAST-STATUS TO WS-FILE-ERROR-STATUS
                 PERFORM 999-ABEND-FILE-ERROR
              END-IF
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       140-CLOSE-REFERENCE-FILES.
      *
           IF SALESREP-OPEN
              CLOSE SALESREP
              PERFORM 967-CHECK-SALESREP-CLOSE-STATUS
              MOVE "N" TO SALESREP-OPEN-SWITCH
           END-IF.
           IF PRODMAST-OPEN
              CLOSE PRODMAST
              PERFORM 971-CHECK-PRODMAST-CLOSE-STATUS
              MOVE "N" TO PRODMAST-OPEN-SWITCH
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       200-SELECT-HISTORY-RECORDS.
      *
      * No SALESHST yet (status 35) means nothing has posted with
      * line items - the report prints with zero totals.
      *
           OPEN INPUT SALESHST.
           IF SALESHST-STATUS = "35"
              MOVE "Y" TO SALESHST-EOF-SWITCH
           ELSE
              PERFORM 950-CHECK-SALESHST-OPEN-STATUS
              MOVE "N" TO SALESHST-EOF-SWITCH
              PERFORM 210-RELEASE-HISTORY-RECORD
                 UNTIL SALESHST-EOF
              CLOSE SALESHST
              PERFORM 952-CHECK-SALESHST-CLOSE-STATUS
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       210-RELEASE-HISTORY-RECORD.
      *
           READ SALESHST
              AT END
                 MOVE "Y" TO SALESHST-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-HISTORY-READ-COUNT
                 IF SH-POSTED-DATE NOT < WS-FROM-DATE
                    AND SH-POSTED-DATE NOT > WS-TO-DATE
                    MOVE SH-BRANCH-NUMBER TO PS-BRANCH-NUMBER
                    MOVE SH-SALESREP-NUMBER TO PS-SALESREP-NUMBER
                    MOVE SH-PRODUCT-GROUP TO PS-PRODUCT-GROUP
                    MOVE SH-PRODUCT-CODE TO PS-PRODUCT-CODE
                    MOVE SH-QUANTITY TO PS-QUANTITY
                    MOVE SH-EXTENDED-AMOUNT TO PS-EXTENDED-AMOUNT
                    RELEASE PRODUCT-SORT-RECORD
                    ADD 1 TO WS-HISTORY-SELECTED-COUNT
                 END-IF
           END-READ.
           PERFORM 951-CHECK-SALESHST-READ-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       300-PRINT-PRODUCT-ANALYSIS.
      *
           OPEN OUTPUT PRODRPT.
           PERFORM 925-CHECK-PRODRPT-OPEN-STATUS.
           PERFORM 310-PRINT-HEADING-LINES.
           MOVE "N" TO PRODUCT-SORT-EOF-SWITCH.
           PERFORM 320-RETURN-PRODUCT-RECORD
              UNTIL PRODUCT-SORT-EOF.
           IF NOT WS-FIRST-RECORD
              PERFORM 340-PRODUCT-BREAK
              PERFORM 350-GROUP-BREAK
              PERFORM 360-SALESREP-BREAK
              PERFORM 370-BRANCH-BREAK
           END-IF.
           PERFORM 380-PRINT-REPORT-TOTAL.
           PERFORM 390-PRINT-REPORT-FOOTER.
           CLOSE PRODRPT.
           PERFORM 945-CHECK-PRODRPT-CLOSE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       310-PRINT-HEADING-LINES.
      *
           MOVE PRODUCT-HEADING-LINE-1 TO PRODUCT-REPORT-RECORD.
           WRITE PRODUCT-REPORT-RECORD.
           PERFORM 935-CHECK-PRODRPT-WRITE-STATUS.
           MOVE PRODUCT-HEADING-LINE-2 TO PRODUCT-REPORT-RECORD.
           WRITE PRODUCT-REPORT-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-PRODRPT-WRITE-STATUS.
           MOVE PRODUCT-HEADING-LINE-3 TO PRODUCT-REPORT-RECORD.
           WRITE PRODUCT-REPORT-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-PRODRPT-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       320-RETURN-PRODUCT-RECORD.
      *
           RETURN PRODUCT-SORT-WORK
              AT END
                 MOVE "Y" TO PRODUCT-SORT-EOF-SWITCH
              NOT AT END
                 PERFORM 330-PROCESS-PRODUCT-RECORD
           END-RETURN.
      *
      *****************************************************************
      *
      *****************************************************************
       330-PROCESS-PRODUCT-RECORD.
      *
      * A change at any level closes that level and every level
      * beneath it, lowest first.
      *
           IF WS-FIRST-RECORD
              MOVE "N" TO WS-FIRST-RECORD-SWITCH
              PERFORM 335-SAVE-CONTROL-FIELDS
              PERFORM 355-LOOKUP-SALESREP-NAME
           ELSE
              IF PS-BRANCH-NUMBER NOT = WS-PRIOR-BRANCH-NUMBER
                 PERFORM 340-PRODUCT-BREAK
                 PERFORM 350-GROUP-BREAK
                 PERFORM 360-SALESREP-BREAK
                 PERFORM 370-BRANCH-BREAK
                 PERFORM 335-SAVE-CONTROL-FIELDS
                 PERFORM 355-LOOKUP-SALESREP-NAME
              ELSE
                 IF PS-SALESREP-NUMBER NOT = WS-PRIOR-SALESREP-NUMBER
                    PERFORM 340-PRODUCT-BREAK
                    PERFORM 350-GROUP-BREAK
                    PERFORM 360-SALESREP-BREAK
                    PERFORM 335-SAVE-CONTROL-FIELDS
                    PERFORM 355-LOOKUP-SALESREP-NAME
                 ELSE
                    IF PS-PRODUCT-GROUP NOT = WS-PRIOR-PRODUCT-GROUP
                       PERFORM 340-PRODUCT-BREAK
                       PERFORM 350-GROUP-BREAK
                       PERFORM 335-SAVE-CONTROL-FIELDS
                    ELSE
                       IF PS-PRODUCT-CODE NOT = WS-PRIOR-PRODUCT-CODE
                          PERFORM 340-PRODUCT-BREAK
                          PERFORM 335-SAVE-CONTROL-FIELDS
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
           ADD PS-QUANTITY TO WS-PRODUCT-QUANTITY.
           ADD PS-EXTENDED-AMOUNT TO WS-PRODUCT-AMOUNT.
      *
      *****************************************************************
      *
      *****************************************************************
       335-SAVE-CONTROL-FIELDS.
      *
           MOVE PS-BRANCH-NUMBER TO WS-PRIOR-BRANCH-NUMBER.
           MOVE PS-SALESREP-NUMBER TO WS-PRIOR-SALESREP-NUMBER.
           MOVE PS-PRODUCT-GROUP TO WS-PRIOR-PRODUCT-GROUP.
           MOVE PS-PRODUCT-CODE TO WS-PRIOR-PRODUCT-CODE.
      *
      *****************************************************************
      *
      *****************************************************************
       340-PRODUCT-BREAK.
      *
      * A product the rep sold on net goes into the rep's top five
      * at its place by amount; one that netted to zero or less
      * (returns outweighing sales) is not a top product.
      *
           ADD WS-PRODUCT-QUANTITY TO WS-GROUP-QUANTITY.
           ADD WS-PRODUCT-AMOUNT TO WS-GROUP-AMOUNT.
           IF WS-PRODUCT-AMOUNT > ZERO
              MOVE 1 TO WS-TOP-POSITION
              PERFORM 342-COUNT-HIGHER-ENTRY
                 VARYING WS-TOP-SUB FROM 1 BY 1
                 UNTIL WS-TOP-SUB > WS-TOP-COUNT
              IF WS-TOP-POSITION NOT > 5
                 PERFORM 344-INSERT-TOP-PRODUCT
              END-IF
           END-IF.
           MOVE ZERO TO WS-PRODUCT-QUANTITY.
           MOVE ZERO TO WS-PRODUCT-AMOUNT.
      *
      *****************************************************************
      *
      *****************************************************************
       342-COUNT-HIGHER-ENTRY.
      *
           IF WS-TOP-AMOUNT (WS-TOP-SUB) NOT < WS-PRODUCT-AMOUNT
              ADD 1 TO WS-TOP-POSITION
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       344-INSERT-TOP-PRODUCT.
      *
      * Entries from the insertion point down move one place lower;
      * a fifth entry moves into the spare sixth slot and drops out.
      *
           IF WS-TOP-COUNT < 5
              MOVE WS-TOP-COUNT TO WS-TOP-LAST
              ADD 1 TO WS-TOP-COUNT
           ELSE
              MOVE 5 TO WS-TOP-LAST
           END-IF.
           PERFORM 346-SHIFT-TOP-ENTRY
              VARYING WS-TOP-SUB FROM WS-TOP-LAST BY -1
              UNTIL WS-TOP-SUB < WS-TOP-POSITION.
           MOVE WS-PRIOR-PRODUCT-CODE TO
                 WS-TOP-PRODUCT-CODE (WS-TOP-POSITION).
           MOVE WS-PRODUCT-QUANTITY TO
                 WS-TOP-QUANTITY (WS-TOP-POSITION).
           MOVE WS-PRODUCT-AMOUNT TO WS-TOP-AMOUNT (WS-TOP-POSITION).
      *
      *****************************************************************
      *
      *****************************************************************
       346-SHIFT-TOP-ENTRY.
      *
           MOVE WS-TOP-ENTRY (WS-TOP-SUB) TO
                 WS-TOP-ENTRY (WS-TOP-SUB + 1).
      *
      *****************************************************************
      *
      *****************************************************************
       350-GROUP-BREAK.
      *
           MOVE SPACE TO PD-RANK.
           MOVE SPACE TO PD-PRODUCT-CODE.
           MOVE SPACE TO PD-DESCRIPTION.
           MOVE WS-PRIOR-PRODUCT-GROUP TO PD-PRODUCT-GROUP.
           MOVE WS-GROUP-QUANTITY TO PD-QUANTITY.
           MOVE WS-GROUP-AMOUNT TO PD-AMOUNT.
           MOVE "GROUP TOTAL" TO PD-LABEL.
           PERFORM 395-PRINT-DETAIL-LINE.
           ADD WS-GROUP-QUANTITY TO WS-REP-QUANTITY.
           ADD WS-GROUP-AMOUNT TO WS-REP-AMOUNT.
           MOVE ZERO TO WS-GROUP-QUANTITY.
           MOVE ZERO TO WS-GROUP-AMOUNT.
      *
      *****************************************************************
      *
      *****************************************************************
       355-LOOKUP-SALESREP-NAME.
      *
           MOVE "UNKNOWN" TO WS-SALESREP-NAME.
           IF SALESREP-OPEN
              MOVE WS-PRIOR-BRANCH-NUMBER TO SR-BRANCH-NUMBER
              MOVE WS-PRIOR-SALESREP-NUMBER TO SR-SALESREP-NUMBER
              READ SALESREP
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SR-SALESREP-NAME TO WS-SALESREP-NAME
              END-READ
              PERFORM 966-CHECK-SALESREP-READ-STATUS
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       360-SALESREP-BREAK.
      *
           PERFORM 362-PRINT-TOP-PRODUCT-LINE
              VARYING WS-TOP-SUB FROM 1 BY 1
              UNTIL WS-TOP-SUB > WS-TOP-COUNT.
           MOVE SPACE TO PD-PRODUCT-GROUP.
           MOVE SPACE TO PD-RANK.
           MOVE SPACE TO PD-PRODUCT-CODE.
           MOVE SPACE TO PD-DESCRIPTION.
           MOVE WS-REP-QUANTITY TO PD-QUANTITY.
           MOVE WS-REP-AMOUNT TO PD-AMOUNT.
           MOVE "SALESREP TOTAL" TO PD-LABEL.
           PERFORM 395-PRINT-DETAIL-LINE.
           ADD WS-REP-QUANTITY TO WS-BRANCH-QUANTITY.
           ADD WS-REP-AMOUNT TO WS-BRANCH-AMOUNT.
           MOVE ZERO TO WS-REP-QUANTITY.
           MOVE ZERO TO WS-REP-AMOUNT.
           MOVE ZERO TO WS-TOP-COUNT.
      *
      *****************************************************************
      *
      *****************************************************************
       362-PRINT-TOP-PRODUCT-LINE.
      *
           MOVE SPACE TO PD-PRODUCT-GROUP.
           MOVE WS-TOP-SUB TO WS-RANK-NUMBER.
           MOVE WS-RANK-TEXT TO PD-RANK.
           MOVE WS-TOP-PRODUCT-CODE (WS-TOP-SUB) TO PD-PRODUCT-CODE.
           PERFORM 364-LOOKUP-PRODUCT-DESCRIPTION.
           MOVE WS-PRODUCT-DESCRIPTION TO PD-DESCRIPTION.
           MOVE WS-TOP-QUANTITY (WS-TOP-SUB) TO PD-QUANTITY.
           MOVE WS-TOP-AMOUNT (WS-TOP-SUB) TO PD-AMOUNT.
           MOVE "TOP PRODUCT" TO PD-LABEL.
           PERFORM 395-PRINT-DETAIL-LINE.
      *
      *****************************************************************
      *
      *****************************************************************
       364-LOOKUP-PRODUCT-DESCRIPTION.
      *
      * A product deleted from PRODMAST since it was sold still has
      * its history; only the description is lost.
      *
           MOVE "UNKNOWN" TO WS-PRODUCT-DESCRIPTION.
           IF PRODMAST-OPEN
              MOVE WS-TOP-PRODUCT-CODE (WS-TOP-SUB) TO PM-PRODUCT-CODE
              READ PRODMAST
                 INVALID KEY
                    MOVE "NOT ON PRODMAST" TO WS-PRODUCT-DESCRIPTION
                 NOT INVALID KEY
                    MOVE PM-DESCRIPTION TO WS-PRODUCT-DESCRIPTION
              END-READ
              PERFORM 970-CHECK-PRODMAST-READ-STATUS
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       370-BRANCH-BREAK.
      *
           MOVE ZERO TO PD-SALESREP-NUMBER.
           MOVE SPACE TO PD-SALESREP-NAME.
           MOVE SPACE TO PD-PRODUCT-GROUP.
           MOVE SPACE TO PD-RANK.
           MOVE SPACE TO PD-PRODUCT-CODE.
           MOVE SPACE TO PD-DESCRIPTION.
           MOVE WS-BRANCH-QUANTITY TO PD-QUANTITY.
           MOVE WS-BRANCH-AMOUNT TO PD-AMOUNT.
           MOVE "BRANCH TOTAL" TO PD-LABEL.
           MOVE WS-PRIOR-BRANCH-NUMBER TO PD-BRANCH-NUMBER.
           MOVE PRODUCT-DETAIL-LINE TO PRODUCT-REPORT-RECORD.
           WRITE PRODUCT-REPORT-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-PRODRPT-WRITE-STATUS.
           ADD WS-BRANCH-QUANTITY TO WS-GRAND-QUANTITY.
           ADD WS-BRANCH-AMOUNT TO WS-GRAND-AMOUNT.
           MOVE ZERO TO WS-BRANCH-QUANTITY.
           MOVE ZERO TO WS-BRANCH-AMOUNT.
      *
      *****************************************************************
      *
      *****************************************************************
       380-PRINT-REPORT-TOTAL.
      *
           MOVE ZERO TO PD-BRANCH-NUMBER.
           MOVE ZERO TO PD-SALESREP-NUMBER.
           MOVE SPACE TO PD-SALESREP-NAME.
           MOVE SPACE TO PD-PRODUCT-GROUP.
           MOVE SPACE TO PD-RANK.
           MOVE SPACE TO PD-PRODUCT-CODE.
           MOVE SPACE TO PD-DESCRIPTION.
           MOVE WS-GRAND-QUANTITY TO PD-QUANTITY.
           MOVE WS-GRAND-AMOUNT TO PD-AMOUNT.
           MOVE "REPORT TOTAL" TO PD-LABEL.
           MOVE PRODUCT-DETAIL-LINE TO PRODUCT-REPORT-RECORD.
           WRITE PRODUCT-REPORT-RECORD AFTER ADVANCING 3 LINES.
           PERFORM 935-CHECK-PRODRPT-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       390-PRINT-REPORT-FOOTER.
      *
           MOVE WS-HISTORY-READ-COUNT TO PF-HISTORY-READ.
           MOVE WS-HISTORY-SELECTED-COUNT TO PF-HISTORY-SELECTED.
           MOVE PRODUCT-FOOTER-LINE TO PRODUCT-REPORT-RECORD.
           WRITE PRODUCT-REPORT-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-PRODRPT-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       395-PRINT-DETAIL-LINE.
      *
           MOVE WS-PRIOR-BRANCH-NUMBER TO PD-BRANCH-NUMBER.
           MOVE WS-PRIOR-SALESREP-NUMBER TO PD-SALESREP-NUMBER.
           MOVE WS-SALESREP-NAME TO PD-SALESREP-NAME.
           MOVE PRODUCT-DETAIL-LINE TO PRODUCT-REPORT-RECORD.
           WRITE PRODUCT-REPORT-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-PRODRPT-WRITE-STATUS.
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
              DISPLAY "RPT0036 - RUNHIST OPEN FAILED - FILE STATUS "
                      RUNHIST-STATUS
           ELSE
              MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
              MOVE "RPT0036" TO RH-PROGRAM-ID
              MOVE CD-CURRENT-YEAR TO RH-RUN-YEAR
              MOVE CD-CURRENT-MONTH TO RH-RUN-MONTH
              MOVE CD-CURRENT-DAY TO RH-RUN-DAY
              MOVE CD-CURRENT-HOURS TO RH-RUN-HOURS
              MOVE CD-CURRENT-MINUTES TO RH-RUN-MINUTES
              MOVE WS-HISTORY-READ-COUNT TO RH-RECORDS-READ
              MOVE WS-HISTORY-SELECTED-COUNT TO RH-RECORDS-APPLIED
              MOVE ZERO TO RH-RECORDS-REJECTED
              MOVE WS-RUN-FINAL-STATUS TO RH-FINAL-STATUS
              MOVE RETURN-CODE TO RH-RETURN-CODE
              WRITE RUN-HISTORY-RECORD
              CLOSE RUNHIST
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       925-CHECK-PRODRPT-OPEN-STATUS.
      *
           IF PRODRPT-STATUS NOT = "00"
              MOVE "PRODRPT OPEN" TO WS-FILE-ERROR-ID
              MOVE PRODRPT-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       935-CHECK-PRODRPT-WRITE-STATUS.
      *
           IF PRODRPT-STATUS NOT = "00"
              MOVE "PRODRPT WRITE" TO WS-FILE-ERROR-ID
              MOVE PRODRPT-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       945-CHECK-PRODRPT-CLOSE-STATUS.
      *
           IF PRODRPT-STATUS NOT = "00"
              MOVE "PRODRPT CLOSE" TO WS-FILE-ERROR-ID
              MOVE PRODRPT-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       950-CHECK-SALESHST-OPEN-STATUS.
      *
           IF SALESHST-STATUS NOT = "00"
              MOVE "SALESHST OPEN" TO WS-FILE-ERROR-ID
              MOVE SALESHST-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       951-CHECK-SALESHST-READ-STATUS.
      *
           IF SALESHST-STATUS NOT = "00" AND
              SALESHST-STATUS NOT = "10"
              MOVE "SALESHST READ" TO WS-FILE-ERROR-ID
              MOVE SALESHST-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       952-CHECK-SALESHST-CLOSE-STATUS.
      *
           IF SALESHST-STATUS NOT = "00"
              MOVE "SALESHST CLOSE" TO WS-FILE-ERROR-ID
              MOVE SALESHST-STATUS TO WS-FILE-ERROR-STATUS
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
       970-CHECK-PRODMAST-READ-STATUS.
      *
      * "23" (key not found) is not an error here - the caller's
      * INVALID KEY / NOT INVALID KEY clause already branched on it.
      *
           IF PRODMAST-STATUS NOT = "00" AND
              PRODMAST-STATUS NOT = "23"
              MOVE "PRODMAST READ" TO WS-FILE-ERROR-ID
              MOVE PRODMAST-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       971-CHECK-PRODMAST-CLOSE-STATUS.
      *
           IF PRODMAST-STATUS NOT = "00"
              MOVE "PRODMAST CLOSE" TO WS-FILE-ERROR-ID
              MOVE PRODMAST-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       999-ABEND-FILE-ERROR.
      *
           DISPLAY "RPT0036 - FATAL FILE ERROR: " WS-FILE-ERROR-ID
                   " - FILE STATUS " WS-FILE-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
