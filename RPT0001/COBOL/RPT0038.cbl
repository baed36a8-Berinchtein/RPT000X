      *****************************************************************
      * Program name:    RPT0038
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  ---------------------------------------
      * 15/10/2026 MANUEL JARRY  Created - daily sales and AR
      *                          roll-forward proof. Every program
      *                          that moves sales this year-to-date
      *                          or the AR balance on CUSTIDX now
      *                          appends what it moved to DAYMOVE
      *                          (see DAYMOVR). This run takes the
      *                          totals recorded on ROLLCTL (see
      *                          ROLLCTLR) at the last close, adds
      *                          each source's movement posted since
      *                          then, and proves the expected
      *                          closing figures against a fresh sum
      *                          of CUSTIDX. ROLLPRF prints opening
      *                          plus each movement source equals
      *                          expected, against actual. A proof
      *                          that balances is recorded as today's
      *                          close; any difference stops the run
      *                          (RC 8) with no close recorded, so
      *                          it is reported again on every rerun
      *                          until found - or until it is
      *                          accepted on ROLLPARM for the day by
      *                          a named user, when the close is
      *                          recorded at the actual figures (RC
      *                          4). The first run, with no close on
      *                          ROLLCTL, records the opening figures
      *                          only. RPT0034's credit holds and
      *                          RPT0023's forward recovery are not
      *                          movement: a hold changes neither
      *                          figure, and a replay only brings a
      *                          restored master back to where the
      *                          runs already on DAYMOVE left it.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPT0038.
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
           SELECT ROLLPARM
              ASSIGN TO "INPUT-FILES/ROLLPARM"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ROLLPARM-STATUS.
      *
           SELECT ROLLCTL
              ASSIGN TO "WORK-FILES/ROLLCTL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RO-CLOSE-DATE
              FILE STATUS IS ROLLCTL-STATUS.
      *
           SELECT DAYMOVE
              ASSIGN TO "OUTPUT-FILES/DAYMOVE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS DAYMOVE-STATUS.
      *
           SELECT CUSTIDX
              ASSIGN TO "WORK-FILES/CUSTIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CX-CUSTOMER-NUMBER
              FILE STATUS IS CUSTIDX-STATUS.
      *
           SELECT ROLLPRF
              ASSIGN TO "OUTPUT-FILES/ROLLPRF"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ROLLPRF-STATUS.
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
      * Keyed only when a difference has been investigated and is
      * to be carried: the close date it is accepted for (today's)
      * and the user accepting it.
       FD  ROLLPARM.
       01 ROLL-PARM-RECORD.
          05 RR-ACCEPT-CLOSE-DATE   PIC 9(8).
          05 RR-ACCEPTED-BY         PIC X(8).
          05 FILLER                 PIC X(14).
      *
       FD  ROLLCTL.
           COPY ROLLCTLR.
      *
       FD  DAYMOVE.
           COPY DAYMOVR.
      *
       FD  CUSTIDX.
           COPY CUSTIDXR.
      *
       FD  ROLLPRF.
       01 ROLL-PROOF-RECORD         PIC X(132).
      *
       FD  RUNHIST.
           COPY RUNHISTR.
      *****************************************************************
      *
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 ROLLCTL-EOF-SWITCH     PIC X             VALUE "N".
             88 ROLLCTL-EOF                           VALUE "Y".
          05 DAYMOVE-EOF-SWITCH     PIC X             VALUE "N".
             88 DAYMOVE-EOF                           VALUE "Y".
          05 CUSTIDX-EOF-SWITCH     PIC X             VALUE "N".
             88 CUSTIDX-EOF                           VALUE "Y".
          05 PRIOR-CLOSE-SWITCH     PIC X             VALUE "N".
             88 PRIOR-CLOSE-FOUND                     VALUE "Y".
          05 CLOSE-ON-FILE-SWITCH   PIC X             VALUE "N".
             88 CLOSE-ON-FILE                         VALUE "Y".
          05 DIFFERENCE-ACCEPTED-SWITCH PIC X         VALUE "N".
             88 DIFFERENCE-ACCEPTED                   VALUE "Y".
          05 WS-PROOF-RESULT        PIC X             VALUE SPACE.
             88 PROOF-FIRST-CLOSE                     VALUE "F".
             88 PROOF-IN-BALANCE                      VALUE "B".
             88 PROOF-OUT-OF-BALANCE                  VALUE "O".
      *
       01 FILE-STATUS-FIELDS.
          05 ROLLPARM-STATUS        PIC XX            VALUE ZERO.
          05 ROLLCTL-STATUS         PIC XX            VALUE ZERO.
          05 DAYMOVE-STATUS         PIC XX            VALUE ZERO.
          05 CUSTIDX-STATUS         PIC XX            VALUE ZERO.
          05 ROLLPRF-STATUS         PIC XX            VALUE ZERO.
          05 RUNHIST-STATUS         PIC XX            VALUE ZERO.
      *
       01 FILE-ERROR-FIELDS.
          05 WS-FILE-ERROR-ID      PIC X(20).
          05 WS-FILE-ERROR-STATUS  PIC XX.
      *
       01 RUN-HISTORY-FIELDS.
          05 WS-RUN-FINAL-STATUS   PIC X(4)          VALUE "OK".
      *
      * The proof covers movement stamped after the last close and
      * not after this run started - a posting run finishing while
      * the proof is running falls to the next close, not this one.
       01 RUN-DATE-AND-TIME.
          05 WS-RUN-STAMP.
             10 WS-RUN-DATE         PIC 9(8).
             10 WS-RUN-TIME         PIC 9(6).
          05 FILLER                 PIC X(7).
      *
       01 PROOF-WINDOW-FIELDS.
          05 WS-PRIOR-CLOSE-STAMP.
             10 WS-PRIOR-CLOSE-DATE PIC 9(8)          VALUE ZERO.
             10 WS-PRIOR-CLOSE-TIME PIC 9(6)          VALUE ZERO.
          05 WS-MOVEMENT-STAMP.
             10 WS-MOVEMENT-DATE    PIC 9(8).
             10 WS-MOVEMENT-TIME    PIC 9(6).
          05 WS-STAMP-DISPLAY.
             10 WS-STAMP-DATE       PIC 9(8).
             10 WS-STAMP-DATE-PARTS REDEFINES WS-STAMP-DATE.
                15 WS-STAMP-YEAR    PIC 9(4).
                15 WS-STAMP-MONTH   PIC 9(2).
                15 WS-STAMP-DAY     PIC 9(2).
             10 WS-STAMP-TIME       PIC 9(6).
             10 WS-STAMP-TIME-PARTS REDEFINES WS-STAMP-TIME.
                15 WS-STAMP-HOURS   PIC 9(2).
                15 WS-STAMP-MINUTES PIC 9(2).
                15 WS-STAMP-SECONDS PIC 9(2).
          05 WS-STAMP-TEXT          PIC X(19).
          05 WS-PRIOR-CLOSE-TEXT    PIC X(19).
          05 WS-ACCEPTED-BY         PIC X(8)          VALUE SPACE.
      *
      * The movement sources the posting programs write, in the
      * order the proof prints them. A source found on DAYMOVE that
      * is not listed here is added after them as it is met.
       01 KNOWN-SOURCE-FIELDS.
          05 WS-KNOWN-SOURCE-VALUES.
             10 FILLER              PIC X(36)         VALUE
                   "RPT0001 RADDRECONCILE ADDS          ".
             10 FILLER              PIC X(36)         VALUE
                   "RPT0002 ADD CUSTOMERS ADDED         ".
             10 FILLER              PIC X(36)         VALUE
                   "RPT0002 OVRDMANUAL OVERRIDES        ".
             10 FILLER              PIC X(36)         VALUE
                   "RPT0003 ROLLYEAR-END ROLLOVER       ".
             10 FILLER              PIC X(36)         VALUE
                   "RPT0012 RASNREASSIGNMENTS           ".
             10 FILLER              PIC X(36)         VALUE
                   "RPT0014 INV INVOICES                ".
             10 FILLER              PIC X(36)         VALUE
                   "RPT0014 CASHCASH PAYMENTS           ".
             10 FILLER              PIC X(36)         VALUE
                   "RPT0014 CRM CREDIT MEMOS            ".
             10 FILLER              PIC X(36)         VALUE
                   "RPT0014 APPLHELD CASH APPLIED       ".
             10 FILLER              PIC X(36)         VALUE
                   "RPT0016 INV INVOICES                ".
             10 FILLER              PIC X(36)         VALUE
                   "RPT0016 CRM CREDIT MEMOS            ".
             10 FILLER              PIC X(36)         VALUE
                   "RPT0025 ARCHCUSTOMERS ARCHIVED      ".
             10 FILLER              PIC X(36)         VALUE
                   "RPT0025 REINCUSTOMERS REINSTATED    ".
             10 FILLER              PIC X(36)         VALUE
                   "RPT0029 CASHLOCKBOX CASH APPLIED    ".
             10 FILLER              PIC X(36)         VALUE
                   "RPT0037 APPRAPPROVED CHANGES        ".
          05 WS-KNOWN-SOURCE-TABLE REDEFINES WS-KNOWN-SOURCE-VALUES.
             10 WS-KNOWN-SOURCE     OCCURS 15 TIMES.
                15 WS-KNOWN-PROGRAM-ID  PIC X(8).
                15 WS-KNOWN-SOURCE-CODE PIC X(4).
                15 WS-KNOWN-SOURCE-NAME PIC X(24).
          05 WS-KNOWN-SOURCE-MAX    PIC S9(4)  COMP   VALUE 15.
      *
       01 SOURCE-TABLE-LIMITS.
          05 WS-SOURCE-MAX          PIC S9(4)  COMP   VALUE 40.
          05 WS-SOURCE-COUNT        PIC S9(4)  COMP   VALUE ZERO.
          05 WS-SOURCE-SUB          PIC S9(4)  COMP   VALUE ZERO.
          05 WS-SOURCE-FOUND-SUB    PIC S9(4)  COMP   VALUE ZERO.
      *
       01 SOURCE-TABLE.
          05 WS-SOURCE-ENTRY        OCCURS 40 TIMES.
             10 WS-SRC-PROGRAM-ID       PIC X(8).
             10 WS-SRC-SOURCE-CODE      PIC X(4).
             10 WS-SRC-SOURCE-NAME      PIC X(24).
             10 WS-SRC-RUN-COUNT        PIC 9(4).
             10 WS-SRC-ABEND-COUNT      PIC 9(4).
             10 WS-SRC-ITEM-COUNT       PIC 9(7).
             10 WS-SRC-SALES-MOVEMENT   PIC S9(11)V99.
             10 WS-SRC-AR-MOVEMENT      PIC S9(11)V99.
      *
       01 PROOF-TOTAL-FIELDS.
          05 WS-OPENING-CUSTOMER-COUNT  PIC 9(7)      VALUE ZERO.
          05 WS-OPENING-SALES-TOTAL     PIC S9(11)V99 VALUE ZERO.
          05 WS-OPENING-AR-TOTAL        PIC S9(11)V99 VALUE ZERO.
          05 WS-MOVEMENT-SALES-TOTAL    PIC S9(11)V99 VALUE ZERO.
          05 WS-MOVEMENT-AR-TOTAL       PIC S9(11)V99 VALUE ZERO.
          05 WS-EXPECTED-SALES-TOTAL    PIC S9(11)V99 VALUE ZERO.
          05 WS-EXPECTED-AR-TOTAL       PIC S9(11)V99 VALUE ZERO.
          05 WS-ACTUAL-CUSTOMER-COUNT   PIC 9(7)      VALUE ZERO.
          05 WS-ACTUAL-SALES-TOTAL      PIC S9(11)V99 VALUE ZERO.
          05 WS-ACTUAL-AR-TOTAL         PIC S9(11)V99 VALUE ZERO.
          05 WS-SALES-DIFFERENCE        PIC S9(11)V99 VALUE ZERO.
          05 WS-AR-DIFFERENCE           PIC S9(11)V99 VALUE ZERO.
          05 WS-CUSTOMER-COUNT-EDIT     PIC Z,ZZZ,ZZ9.
      *
       01 CONTROL-TOTAL-FIELDS.
          05 WS-DAYMOVE-READ-COUNT      PIC 9(7)      VALUE ZERO.
          05 WS-MOVEMENT-USED-COUNT     PIC 9(7)      VALUE ZERO.
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
       01 PROOF-HEADING-LINE-1.
          05 FILLER                 PIC X(40)         VALUE
                "DAILY SALES AND AR ROLL-FORWARD PROOF.".
          05 FILLER                 PIC X(92)         VALUE SPACE.
      *
       01 PROOF-HEADING-LINE-2.
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
          05 FILLER                 PIC X(7)          VALUE "RPT0038".
          05 FILLER                 PIC X(88)         VALUE SPACE.
      *
       01 PROOF-SECTION-LINE.
          05 PSL-SECTION-TEXT       PIC X(80).
          05 FILLER                 PIC X(52)         VALUE SPACE.
      *
       01 PROOF-COLUMN-HEADING.
          05 FILLER                 PIC X(12)         VALUE "SOURCE".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(8)          VALUE "PROGRAM".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(24)         VALUE
                "DESCRIPTION".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(4)          VALUE "RUNS".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(7)          VALUE "  ITEMS".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(18)         VALUE
                "    SALES THIS YTD".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(18)         VALUE
                "        AR BALANCE".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(27)         VALUE "NOTE".
      *
       01 MOVEMENT-SOURCE-LINE.
          05 MSL-SOURCE-CODE        PIC X(12).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 MSL-PROGRAM-ID         PIC X(8).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 MSL-SOURCE-NAME        PIC X(24).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 MSL-RUN-COUNT          PIC ZZZ9.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 MSL-ITEM-COUNT         PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 MSL-SALES-MOVEMENT     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 MSL-AR-MOVEMENT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 MSL-NOTE               PIC X(27).
      *
       01 PROOF-TOTAL-LINE.
          05 PTL-LABEL              PIC X(12).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PTL-DESCRIPTION        PIC X(49).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PTL-SALES-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PTL-AR-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PTL-NOTE               PIC X(27).
      *
       01 PROOF-REASON-LINE.
          05 FILLER                 PIC X(3)          VALUE "** ".
          05 PRL-REASON-TEXT        PIC X(70).
          05 FILLER                 PIC X(59)         VALUE SPACE.
      *
       01 PROOF-VERDICT-LINE.
          05 FILLER                 PIC X(9)          VALUE
                "VERDICT: ".
          05 PVL-VERDICT-TEXT       PIC X(70).
          05 FILLER                 PIC X(53)         VALUE SPACE.
      *****************************************************************
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *
      *****************************************************************
       000-PROVE-SALES-AR-ROLL-FORWARD.
      *
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 050-READ-ROLL-PARMS.
           PERFORM 060-OPEN-FILES.
           PERFORM 110-PRINT-REPORT-HEADING.
           PERFORM 150-FIND-PRIOR-CLOSE.
           PERFORM 200-SUMMARIZE-DAILY-MOVEMENT.
           PERFORM 300-TOTAL-CUSTOMER-MASTER.
           PERFORM 400-PROVE-ROLL-FORWARD.
           IF PROOF-OUT-OF-BALANCE
              AND NOT DIFFERENCE-ACCEPTED
              PERFORM 998-STOP-OUT-OF-BALANCE.
           PERFORM 500-RECORD-CLOSE.
           PERFORM 900-CLOSE-FILES.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
      *****************************************************************
      *
      *****************************************************************
       050-READ-ROLL-PARMS.
      *
      * A difference is only accepted for the close date keyed on
      * ROLLPARM, so a ROLLPARM left in place cannot wave through a
      * later day's difference. No ROLLPARM accepts nothing.
      *
           OPEN INPUT ROLLPARM.
           IF ROLLPARM-STATUS = "00"
              READ ROLLPARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF RR-ACCEPT-CLOSE-DATE IS NUMERIC
                       AND RR-ACCEPT-CLOSE-DATE = WS-RUN-DATE
                       AND RR-ACCEPTED-BY NOT = SPACE
                       MOVE "Y" TO DIFFERENCE-ACCEPTED-SWITCH
                       MOVE RR-ACCEPTED-BY TO WS-ACCEPTED-BY
                    END-IF
              END-READ
              CLOSE ROLLPARM.
      *
      *****************************************************************
      *
      *****************************************************************
       060-OPEN-FILES.
      *
           OPEN OUTPUT ROLLPRF.
           PERFORM 925-CHECK-ROLLPRF-OPEN-STATUS.
           OPEN I-O ROLLCTL.
           IF ROLLCTL-STATUS = "35"
              OPEN OUTPUT ROLLCTL
              PERFORM 986-CHECK-ROLLCTL-OPEN-STATUS
              CLOSE ROLLCTL
              PERFORM 987-CHECK-ROLLCTL-CLOSE-STATUS
              OPEN I-O ROLLCTL
           END-IF.
           PERFORM 986-CHECK-ROLLCTL-OPEN-STATUS.
           OPEN INPUT CUSTIDX.
           PERFORM 960-CHECK-CUSTIDX-OPEN-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       100-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-AND-TIME.
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
           MOVE PROOF-HEADING-LINE-1 TO ROLL-PROOF-RECORD.
           WRITE ROLL-PROOF-RECORD.
           PERFORM 935-CHECK-ROLLPRF-WRITE-STATUS.
           MOVE PROOF-HEADING-LINE-2 TO ROLL-PROOF-RECORD.
           WRITE ROLL-PROOF-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-ROLLPRF-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       150-FIND-PRIOR-CLOSE.
      *
      * ROLLCTL runs in close-date order, so the last record read is
      * the latest close - the opening figures for this proof. An
      * empty ROLLCTL means no close has been recorded yet.
      *
           MOVE ZERO TO RO-CLOSE-DATE.
           START ROLLCTL KEY IS NOT LESS THAN RO-CLOSE-DATE
              INVALID KEY
                 MOVE "Y" TO ROLLCTL-EOF-SWITCH
           END-START.
           PERFORM 989-CHECK-ROLLCTL-START-STATUS.
           PERFORM 155-READ-CLOSE-RECORD
              UNTIL ROLLCTL-EOF.
      *
      *****************************************************************
      *
      *****************************************************************
       155-READ-CLOSE-RECORD.
      *
           READ ROLLCTL NEXT RECORD
              AT END
                 MOVE "Y" TO ROLLCTL-EOF-SWITCH
              NOT AT END
                 MOVE "Y" TO PRIOR-CLOSE-SWITCH
                 MOVE RO-CLOSE-DATE TO WS-PRIOR-CLOSE-DATE
                 MOVE RO-CLOSE-TIME TO WS-PRIOR-CLOSE-TIME
                 MOVE RO-CUSTOMER-COUNT TO WS-OPENING-CUSTOMER-COUNT
                 MOVE RO-SALES-THIS-YTD-TOTAL TO
                       WS-OPENING-SALES-TOTAL
                 MOVE RO-AR-BALANCE-TOTAL TO WS-OPENING-AR-TOTAL
           END-READ.
           PERFORM 988-CHECK-ROLLCTL-READNEXT-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       200-SUMMARIZE-DAILY-MOVEMENT.
      *
      * A DAYMOVE that does not exist yet simply has no movement.
      *
           INITIALIZE SOURCE-TABLE.
           PERFORM 205-LOAD-KNOWN-SOURCE
              VARYING WS-SOURCE-SUB FROM 1 BY 1
              UNTIL WS-SOURCE-SUB > WS-KNOWN-SOURCE-MAX.
           MOVE WS-KNOWN-SOURCE-MAX TO WS-SOURCE-COUNT.
           OPEN INPUT DAYMOVE.
           IF DAYMOVE-STATUS = "35"
              CONTINUE
           ELSE
              PERFORM 950-CHECK-DAYMOVE-OPEN-STATUS
              MOVE "N" TO DAYMOVE-EOF-SWITCH
              PERFORM 210-SUMMARIZE-ONE-MOVEMENT
                 UNTIL DAYMOVE-EOF
              CLOSE DAYMOVE
              PERFORM 952-CHECK-DAYMOVE-CLOSE-STATUS
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       205-LOAD-KNOWN-SOURCE.
      *
           MOVE WS-KNOWN-PROGRAM-ID (WS-SOURCE-SUB) TO
                 WS-SRC-PROGRAM-ID (WS-SOURCE-SUB).
           MOVE WS-KNOWN-SOURCE-CODE (WS-SOURCE-SUB) TO
                 WS-SRC-SOURCE-CODE (WS-SOURCE-SUB).
           MOVE WS-KNOWN-SOURCE-NAME (WS-SOURCE-SUB) TO
                 WS-SRC-SOURCE-NAME (WS-SOURCE-SUB).
      *
      *****************************************************************
      *
      *****************************************************************
       210-SUMMARIZE-ONE-MOVEMENT.
      *
           READ DAYMOVE
              AT END
                 MOVE "Y" TO DAYMOVE-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-DAYMOVE-READ-COUNT
                 MOVE DM-RUN-DATE TO WS-MOVEMENT-DATE
                 MOVE DM-RUN-TIME TO WS-MOVEMENT-TIME
                 IF WS-MOVEMENT-STAMP > WS-PRIOR-CLOSE-STAMP
                    AND WS-MOVEMENT-STAMP NOT > WS-RUN-STAMP
                    PERFORM 220-ADD-MOVEMENT-TO-SOURCE
                 END-IF
           END-READ.
           PERFORM 951-CHECK-DAYMOVE-READ-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       220-ADD-MOVEMENT-TO-SOURCE.
      *
           PERFORM 225-FIND-SOURCE-ENTRY.
           IF WS-SOURCE-FOUND-SUB = ZERO
              IF WS-SOURCE-COUNT NOT < WS-SOURCE-MAX
                 PERFORM 996-ABEND-SOURCE-TABLE-OVERFLOW
              END-IF
              ADD 1 TO WS-SOURCE-COUNT
              MOVE WS-SOURCE-COUNT TO WS-SOURCE-FOUND-SUB
              MOVE DM-PROGRAM-ID TO
                    WS-SRC-PROGRAM-ID (WS-SOURCE-FOUND-SUB)
              MOVE DM-SOURCE-CODE TO
                    WS-SRC-SOURCE-CODE (WS-SOURCE-FOUND-SUB)
              MOVE DM-SOURCE-NAME TO
                    WS-SRC-SOURCE-NAME (WS-SOURCE-FOUND-SUB)
           END-IF.
           ADD 1 TO WS-SRC-RUN-COUNT (WS-SOURCE-FOUND-SUB).
           IF DM-FINAL-STATUS NOT = "OK"
              ADD 1 TO WS-SRC-ABEND-COUNT (WS-SOURCE-FOUND-SUB).
           ADD DM-ITEM-COUNT TO WS-SRC-ITEM-COUNT (WS-SOURCE-FOUND-SUB).
           ADD DM-SALES-MOVEMENT TO
                 WS-SRC-SALES-MOVEMENT (WS-SOURCE-FOUND-SUB).
           ADD DM-AR-MOVEMENT TO
                 WS-SRC-AR-MOVEMENT (WS-SOURCE-FOUND-SUB).
           ADD DM-SALES-MOVEMENT TO WS-MOVEMENT-SALES-TOTAL.
           ADD DM-AR-MOVEMENT TO WS-MOVEMENT-AR-TOTAL.
           ADD 1 TO WS-MOVEMENT-USED-COUNT.
      *
      *****************************************************************
      *
      *****************************************************************
       225-FIND-SOURCE-ENTRY.
      *
      * Sets WS-SOURCE-FOUND-SUB to the table position of the
      * DAYMOVE record's program and source, or zero when the
      * source is not in the table yet.
      *
           MOVE ZERO TO WS-SOURCE-FOUND-SUB.
           PERFORM 226-MATCH-SOURCE-ENTRY
              VARYING WS-SOURCE-SUB FROM 1 BY 1
              UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT.
      *
      *****************************************************************
      *
      *****************************************************************
       226-MATCH-SOURCE-ENTRY.
      *
           IF WS-SRC-PROGRAM-ID (WS-SOURCE-SUB) = DM-PROGRAM-ID
              AND WS-SRC-SOURCE-CODE (WS-SOURCE-SUB) = DM-SOURCE-CODE
              MOVE WS-SOURCE-SUB TO WS-SOURCE-FOUND-SUB.
      *
      *****************************************************************
      *
      *****************************************************************
       300-TOTAL-CUSTOMER-MASTER.
      *
           MOVE "N" TO CUSTIDX-EOF-SWITCH.
           PERFORM 310-ADD-CUSTOMER-RECORD
              UNTIL CUSTIDX-EOF.
      *
      *****************************************************************
      *
      *****************************************************************
       310-ADD-CUSTOMER-RECORD.
      *
           READ CUSTIDX NEXT RECORD
              AT END
                 MOVE "Y" TO CUSTIDX-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-ACTUAL-CUSTOMER-COUNT
                 ADD CX-SALES-THIS-YTD TO WS-ACTUAL-SALES-TOTAL
                 ADD CX-AR-BALANCE TO WS-ACTUAL-AR-TOTAL
           END-READ.
           PERFORM 965-CHECK-CUSTIDX-READNEXT-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       400-PROVE-ROLL-FORWARD.
      *
           IF PRIOR-CLOSE-FOUND
              PERFORM 420-PRINT-ROLL-FORWARD
           ELSE
              PERFORM 410-PRINT-FIRST-CLOSE
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       410-PRINT-FIRST-CLOSE.
      *
      * With nothing to roll forward from, the master as it stands
      * becomes the opening figures for the next proof.
      *
           MOVE "F" TO WS-PROOF-RESULT.
           MOVE "NO EARLIER CLOSE - OPENING FIGURES TAKEN FROM CUSTIDX"
                 TO PSL-SECTION-TEXT.
           MOVE PROOF-SECTION-LINE TO ROLL-PROOF-RECORD.
           WRITE ROLL-PROOF-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-ROLLPRF-WRITE-STATUS.
           MOVE PROOF-COLUMN-HEADING TO ROLL-PROOF-RECORD.
           WRITE ROLL-PROOF-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-ROLLPRF-WRITE-STATUS.
           PERFORM 445-PRINT-ACTUAL-LINE.
      *
      *****************************************************************
      *
      *****************************************************************
       420-PRINT-ROLL-FORWARD.
      *
           MOVE WS-PRIOR-CLOSE-STAMP TO WS-STAMP-DISPLAY.
           PERFORM 460-FORMAT-STAMP-TEXT.
           MOVE WS-STAMP-TEXT TO WS-PRIOR-CLOSE-TEXT.
           MOVE WS-RUN-STAMP TO WS-STAMP-DISPLAY.
           PERFORM 460-FORMAT-STAMP-TEXT.
           MOVE SPACE TO PSL-SECTION-TEXT.
           STRING "MOVEMENT POSTED AFTER " DELIMITED BY SIZE
                  WS-PRIOR-CLOSE-TEXT DELIMITED BY SIZE
                  " UP TO " DELIMITED BY SIZE
                  WS-STAMP-TEXT DELIMITED BY SIZE
              INTO PSL-SECTION-TEXT.
           MOVE PROOF-SECTION-LINE TO ROLL-PROOF-RECORD.
           WRITE ROLL-PROOF-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-ROLLPRF-WRITE-STATUS.
           MOVE PROOF-COLUMN-HEADING TO ROLL-PROOF-RECORD.
           WRITE ROLL-PROOF-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-ROLLPRF-WRITE-STATUS.
           MOVE "OPENING" TO PTL-LABEL.
           MOVE WS-OPENING-CUSTOMER-COUNT TO WS-CUSTOMER-COUNT-EDIT.
           MOVE SPACE TO PTL-DESCRIPTION.
           STRING "CLOSE " DELIMITED BY SIZE
                  WS-PRIOR-CLOSE-TEXT DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-CUSTOMER-COUNT-EDIT DELIMITED BY SIZE
                  " CUSTOMERS" DELIMITED BY SIZE
              INTO PTL-DESCRIPTION.
           MOVE WS-OPENING-SALES-TOTAL TO PTL-SALES-TOTAL.
           MOVE WS-OPENING-AR-TOTAL TO PTL-AR-TOTAL.
           MOVE SPACE TO PTL-NOTE.
           MOVE PROOF-TOTAL-LINE TO ROLL-PROOF-RECORD.
           WRITE ROLL-PROOF-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-ROLLPRF-WRITE-STATUS.
           PERFORM 430-PRINT-SOURCE-LINE
              VARYING WS-SOURCE-SUB FROM 1 BY 1
              UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT.
           COMPUTE WS-EXPECTED-SALES-TOTAL =
                 WS-OPENING-SALES-TOTAL + WS-MOVEMENT-SALES-TOTAL.
           COMPUTE WS-EXPECTED-AR-TOTAL =
                 WS-OPENING-AR-TOTAL + WS-MOVEMENT-AR-TOTAL.
           MOVE "EXPECTED" TO PTL-LABEL.
           MOVE "OPENING PLUS MOVEMENT" TO PTL-DESCRIPTION.
           MOVE WS-EXPECTED-SALES-TOTAL TO PTL-SALES-TOTAL.
           MOVE WS-EXPECTED-AR-TOTAL TO PTL-AR-TOTAL.
           MOVE SPACE TO PTL-NOTE.
           MOVE PROOF-TOTAL-LINE TO ROLL-PROOF-RECORD.
           WRITE ROLL-PROOF-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-ROLLPRF-WRITE-STATUS.
           PERFORM 445-PRINT-ACTUAL-LINE.
           COMPUTE WS-SALES-DIFFERENCE =
                 WS-ACTUAL-SALES-TOTAL - WS-EXPECTED-SALES-TOTAL.
           COMPUTE WS-AR-DIFFERENCE =
                 WS-ACTUAL-AR-TOTAL - WS-EXPECTED-AR-TOTAL.
           IF WS-SALES-DIFFERENCE = ZERO
              AND WS-AR-DIFFERENCE = ZERO
              MOVE "B" TO WS-PROOF-RESULT
              MOVE SPACE TO PTL-NOTE
           ELSE
              MOVE "O" TO WS-PROOF-RESULT
              MOVE "** OUT OF BALANCE **" TO PTL-NOTE
           END-IF.
           MOVE "DIFFERENCE" TO PTL-LABEL.
           MOVE "ACTUAL LESS EXPECTED" TO PTL-DESCRIPTION.
           MOVE WS-SALES-DIFFERENCE TO PTL-SALES-TOTAL.
           MOVE WS-AR-DIFFERENCE TO PTL-AR-TOTAL.
           MOVE PROOF-TOTAL-LINE TO ROLL-PROOF-RECORD.
           WRITE ROLL-PROOF-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-ROLLPRF-WRITE-STATUS.
           IF PROOF-OUT-OF-BALANCE
              PERFORM 450-PRINT-DIFFERENCE-REASONS.
      *
      *****************************************************************
      *
      *****************************************************************
       430-PRINT-SOURCE-LINE.
      *
           MOVE WS-SRC-SOURCE-CODE (WS-SOURCE-SUB) TO MSL-SOURCE-CODE.
           MOVE WS-SRC-PROGRAM-ID (WS-SOURCE-SUB) TO MSL-PROGRAM-ID.
           MOVE WS-SRC-SOURCE-NAME (WS-SOURCE-SUB) TO MSL-SOURCE-NAME.
           MOVE WS-SRC-RUN-COUNT (WS-SOURCE-SUB) TO MSL-RUN-COUNT.
           MOVE WS-SRC-ITEM-COUNT (WS-SOURCE-SUB) TO MSL-ITEM-COUNT.
           MOVE WS-SRC-SALES-MOVEMENT (WS-SOURCE-SUB) TO
                 MSL-SALES-MOVEMENT.
           MOVE WS-SRC-AR-MOVEMENT (WS-SOURCE-SUB) TO MSL-AR-MOVEMENT.
           IF WS-SRC-ABEND-COUNT (WS-SOURCE-SUB) > ZERO
              MOVE "RUN ENDED ABNORMALLY" TO MSL-NOTE
           ELSE
              MOVE SPACE TO MSL-NOTE
           END-IF.
           MOVE MOVEMENT-SOURCE-LINE TO ROLL-PROOF-RECORD.
           WRITE ROLL-PROOF-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-ROLLPRF-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       445-PRINT-ACTUAL-LINE.
      *
           MOVE "ACTUAL" TO PTL-LABEL.
           MOVE WS-ACTUAL-CUSTOMER-COUNT TO WS-CUSTOMER-COUNT-EDIT.
           MOVE SPACE TO PTL-DESCRIPTION.
           STRING "CUSTIDX AS IT STANDS - " DELIMITED BY SIZE
                  WS-CUSTOMER-COUNT-EDIT DELIMITED BY SIZE
                  " CUSTOMERS" DELIMITED BY SIZE
              INTO PTL-DESCRIPTION.
           MOVE WS-ACTUAL-SALES-TOTAL TO PTL-SALES-TOTAL.
           MOVE WS-ACTUAL-AR-TOTAL TO PTL-AR-TOTAL.
           MOVE SPACE TO PTL-NOTE.
           MOVE PROOF-TOTAL-LINE TO ROLL-PROOF-RECORD.
           WRITE ROLL-PROOF-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-ROLLPRF-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       450-PRINT-DIFFERENCE-REASONS.
      *
           IF WS-SALES-DIFFERENCE NOT = ZERO
              MOVE "SALES THIS YTD IS NOT OPENING PLUS MOVEMENT" TO
                    PRL-REASON-TEXT
              PERFORM 455-PRINT-REASON-LINE.
           IF WS-AR-DIFFERENCE NOT = ZERO
              MOVE "AR BALANCE IS NOT OPENING PLUS MOVEMENT" TO
                    PRL-REASON-TEXT
              PERFORM 455-PRINT-REASON-LINE.
           MOVE SPACE TO PRL-REASON-TEXT.
           STRING "CHECK FOR A CUSTIDX RESTORE OR A CHANGE MADE "
                     DELIMITED BY SIZE
                  "OUTSIDE THE POSTING RUNS" DELIMITED BY SIZE
              INTO PRL-REASON-TEXT.
           PERFORM 455-PRINT-REASON-LINE.
           IF DIFFERENCE-ACCEPTED
              MOVE SPACE TO PRL-REASON-TEXT
              STRING "DIFFERENCE ACCEPTED ON ROLLPARM BY "
                        DELIMITED BY SIZE
                     WS-ACCEPTED-BY DELIMITED BY SIZE
                 INTO PRL-REASON-TEXT
              PERFORM 455-PRINT-REASON-LINE.
      *
      *****************************************************************
      *
      *****************************************************************
       455-PRINT-REASON-LINE.
      *
           MOVE PROOF-REASON-LINE TO ROLL-PROOF-RECORD.
           WRITE ROLL-PROOF-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-ROLLPRF-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       460-FORMAT-STAMP-TEXT.
      *
           MOVE SPACE TO WS-STAMP-TEXT.
           STRING WS-STAMP-DAY "/" WS-STAMP-MONTH "/" WS-STAMP-YEAR
                  " " WS-STAMP-HOURS ":" WS-STAMP-MINUTES ":"
                  WS-STAMP-SECONDS DELIMITED BY SIZE
              INTO WS-STAMP-TEXT.
      *
      *****************************************************************
      *
      *****************************************************************
       470-PRINT-VERDICT.
      *
           MOVE PROOF-VERDICT-LINE TO ROLL-PROOF-RECORD.
           WRITE ROLL-PROOF-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-ROLLPRF-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       500-RECORD-CLOSE.
      *
      * Today's close is the figures CUSTIDX actually holds - proven
      * equal to the expected ones, the first ever taken, or carried
      * with an accepted difference. A second close on the same day
      * replaces the first.
      *
           MOVE WS-RUN-DATE TO RO-CLOSE-DATE.
           READ ROLLCTL
              INVALID KEY
                 MOVE "N" TO CLOSE-ON-FILE-SWITCH
              NOT INVALID KEY
                 MOVE "Y" TO CLOSE-ON-FILE-SWITCH
           END-READ.
           PERFORM 990-CHECK-ROLLCTL-READ-STATUS.
           MOVE SPACE TO ROLL-FORWARD-CONTROL-RECORD.
           MOVE WS-RUN-DATE TO RO-CLOSE-DATE.
           MOVE WS-RUN-TIME TO RO-CLOSE-TIME.
           MOVE WS-ACTUAL-CUSTOMER-COUNT TO RO-CUSTOMER-COUNT.
           MOVE WS-ACTUAL-SALES-TOTAL TO RO-SALES-THIS-YTD-TOTAL.
           MOVE WS-ACTUAL-AR-TOTAL TO RO-AR-BALANCE-TOTAL.
           MOVE WS-SALES-DIFFERENCE TO RO-SALES-DIFFERENCE.
           MOVE WS-AR-DIFFERENCE TO RO-AR-DIFFERENCE.
           EVALUATE TRUE
              WHEN PROOF-FIRST-CLOSE
                 MOVE "F" TO RO-PROOF-STATUS
                 MOVE "FIRST CLOSE - OPENING FIGURES RECORDED" TO
                       PVL-VERDICT-TEXT
              WHEN PROOF-IN-BALANCE
                 MOVE "B" TO RO-PROOF-STATUS
                 MOVE "ROLL-FORWARD BALANCED - CLOSE RECORDED" TO
                       PVL-VERDICT-TEXT
              WHEN OTHER
                 MOVE "A" TO RO-PROOF-STATUS
                 MOVE WS-ACCEPTED-BY TO RO-ACCEPTED-BY
                 MOVE "DIFFERENCE ACCEPTED - CLOSE RECORDED AT ACTUAL"
                       TO PVL-VERDICT-TEXT
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           IF CLOSE-ON-FILE
              REWRITE ROLL-FORWARD-CONTROL-RECORD
              PERFORM 992-CHECK-ROLLCTL-REWRITE-STATUS
           ELSE
              WRITE ROLL-FORWARD-CONTROL-RECORD
              PERFORM 991-CHECK-ROLLCTL-WRITE-STATUS
           END-IF.
           PERFORM 470-PRINT-VERDICT.
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
              DISPLAY "RPT0038 - RUNHIST OPEN FAILED - FILE STATUS "
                      RUNHIST-STATUS
           ELSE
              MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
              MOVE "RPT0038" TO RH-PROGRAM-ID
              MOVE CD-CURRENT-YEAR TO RH-RUN-YEAR
              MOVE CD-CURRENT-MONTH TO RH-RUN-MONTH
              MOVE CD-CURRENT-DAY TO RH-RUN-DAY
              MOVE CD-CURRENT-HOURS TO RH-RUN-HOURS
              MOVE CD-CURRENT-MINUTES TO RH-RUN-MINUTES
              MOVE WS-DAYMOVE-READ-COUNT TO RH-RECORDS-READ
              MOVE WS-MOVEMENT-USED-COUNT TO RH-RECORDS-APPLIED
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
       900-CLOSE-FILES.
      *
           CLOSE ROLLPRF
                 ROLLCTL
                 CUSTIDX.
           PERFORM 945-CHECK-ROLLPRF-CLOSE-STATUS.
           PERFORM 987-CHECK-ROLLCTL-CLOSE-STATUS.
           PERFORM 961-CHECK-CUSTIDX-CLOSE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       925-CHECK-ROLLPRF-OPEN-STATUS.
      *
           IF ROLLPRF-STATUS NOT = "00"
              MOVE "ROLLPRF OPEN" TO WS-FILE-ERROR-ID
              MOVE ROLLPRF-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       935-CHECK-ROLLPRF-WRITE-STATUS.
      *
           IF ROLLPRF-STATUS NOT = "00"
              MOVE "ROLLPRF WRITE" TO WS-FILE-ERROR-ID
              MOVE ROLLPRF-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       945-CHECK-ROLLPRF-CLOSE-STATUS.
      *
           IF ROLLPRF-STATUS NOT = "00"
              MOVE "ROLLPRF CLOSE" TO WS-FILE-ERROR-ID
              MOVE ROLLPRF-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       950-CHECK-DAYMOVE-OPEN-STATUS.
      *
           IF DAYMOVE-STATUS NOT = "00"
              MOVE "DAYMOVE OPEN" TO WS-FILE-ERROR-ID
              MOVE DAYMOVE-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       951-CHECK-DAYMOVE-READ-STATUS.
      *
           IF DAYMOVE-STATUS NOT = "00" AND DAYMOVE-STATUS NOT = "10"
              MOVE "DAYMOVE READ" TO WS-FILE-ERROR-ID
              MOVE DAYMOVE-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       952-CHECK-DAYMOVE-CLOSE-STATUS.
      *
           IF DAYMOVE-STATUS NOT = "00"
              MOVE "DAYMOVE CLOSE" TO WS-FILE-ERROR-ID
              MOVE DAYMOVE-STATUS TO WS-FILE-ERROR-STATUS
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
       986-CHECK-ROLLCTL-OPEN-STATUS.
      *
           IF ROLLCTL-STATUS NOT = "00"
              MOVE "ROLLCTL OPEN" TO WS-FILE-ERROR-ID
              MOVE ROLLCTL-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       987-CHECK-ROLLCTL-CLOSE-STATUS.
      *
           IF ROLLCTL-STATUS NOT = "00"
              MOVE "ROLLCTL CLOSE" TO WS-FILE-ERROR-ID
              MOVE ROLLCTL-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       988-CHECK-ROLLCTL-READNEXT-STATUS.
      *
           IF ROLLCTL-STATUS NOT = "00" AND
              ROLLCTL-STATUS NOT = "10"
              MOVE "ROLLCTL READ NEXT" TO WS-FILE-ERROR-ID
              MOVE ROLLCTL-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       989-CHECK-ROLLCTL-START-STATUS.
      *
      * "23" (no record at or after the key) is not an error here -
      * it means ROLLCTL is empty and no close has been recorded.
      *
           IF ROLLCTL-STATUS NOT = "00" AND ROLLCTL-STATUS NOT = "23"
              MOVE "ROLLCTL START" TO WS-FILE-ERROR-ID
              MOVE ROLLCTL-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       990-CHECK-ROLLCTL-READ-STATUS.
      *
      * "23" (key not found) is not an error here - the caller's
      * INVALID KEY / NOT INVALID KEY clause already branched on it.
      *
           IF ROLLCTL-STATUS NOT = "00" AND ROLLCTL-STATUS NOT = "23"
              MOVE "ROLLCTL READ" TO WS-FILE-ERROR-ID
              MOVE ROLLCTL-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       991-CHECK-ROLLCTL-WRITE-STATUS.
      *
           IF ROLLCTL-STATUS NOT = "00"
              MOVE "ROLLCTL WRITE" TO WS-FILE-ERROR-ID
              MOVE ROLLCTL-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       992-CHECK-ROLLCTL-REWRITE-STATUS.
      *
           IF ROLLCTL-STATUS NOT = "00"
              MOVE "ROLLCTL REWRITE" TO WS-FILE-ERROR-ID
              MOVE ROLLCTL-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       996-ABEND-SOURCE-TABLE-OVERFLOW.
      *
           DISPLAY "RPT0038 - DAYMOVE HAS MORE THAN " WS-SOURCE-MAX
                   " MOVEMENT SOURCES - INCREASE WS-SOURCE-MAX".
           MOVE 16 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
      *****************************************************************
      *
      *****************************************************************
       998-STOP-OUT-OF-BALANCE.
      *
      * No close is recorded - the next proof rolls forward from the
      * same opening figures, so the difference is reported on every
      * run until it is found, or accepted on ROLLPARM.
      *
           MOVE "OUT OF BALANCE - CLOSE NOT RECORDED" TO
                 PVL-VERDICT-TEXT.
           PERFORM 470-PRINT-VERDICT.
           DISPLAY "RPT0038 - SALES/AR ROLL-FORWARD OUT OF BALANCE".
           CLOSE ROLLPRF
                 ROLLCTL
                 CUSTIDX.
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
           DISPLAY "RPT0038 - FATAL FILE ERROR: " WS-FILE-ERROR-ID
                   " - FILE STATUS " WS-FILE-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
