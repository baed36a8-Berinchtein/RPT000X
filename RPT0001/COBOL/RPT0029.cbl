      *****************************************************************
      * Program name:    RPT0029
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  ---------------------------------------
      * 15/10/2026 MANUEL JARRY  Created - daily bank lockbox cash
      *                          import. Reads the bank's LOCKBOX file
      *                          of customer remittances (a batch
      *                          header, one detail record per
      *                          remittance and a trailer carrying the
      *                          bank's deposit total) and applies the
      *                          cash straight to ARDETAIL instead of
      *                          the credit clerks re-keying each
      *                          remittance as an ARTRAN payment for
      *                          RPT0014. The deposit is proven before
      *                          anything posts, the way RPT0016 proves
      *                          an SLSTRAN batch: the remittance count
      *                          and total must agree with the bank
      *                          trailer or the whole file is held.
      *                          Each remittance is matched to the open
      *                          item named by the invoice number the
      *                          customer wrote; with no usable
      *                          reference it is applied oldest item
      *                          first across the customer's open
      *                          items. Cash beyond what is open is not
      *                          rejected the way RPT0014's
      *                          245-APPLY-AGAINST-OPEN-ITEM rejects
      *                          it - the excess is held on the new
      *                          UNAPCASH unapplied-cash file (see
      *                          UNAPCSHR) against the customer, and
      *                          remittances that cannot be tied to a
      *                          customer at all are held there under
      *                          customer 00000. CX-AR-BALANCE moves
      *                          by the cash applied, journaled to
      *                          CUSTJRNL, and every application and
      *                          held amount is appended to ARACTVTY.
      *                          LBXMATCH is the match report: exact
      *                          matches, oldest-first applications,
      *                          on-account and unidentified
      *                          remittances, and the proof of the
      *                          deposit against the bank batch total.
      * 15/10/2026 MANUEL JARRY  Each run now appends the cash it
      *                          applied and the net change it made
      *                          to the AR balance on CUSTIDX to the
      *                          new DAYMOVE file (see DAYMOVR) for
      *                          RPT0038's roll-forward proof.
      * 15/10/2026 MANUEL JARRY  Each imported bank batch is now
      *                          recorded on the new LBXCTL lockbox
      *                          batch control file, keyed on
      *                          deposit date and bank batch, once
      *                          its cash has posted. A lockbox file
      *                          whose batch is already on LBXCTL is
      *                          held whole before anything posts,
      *                          so the same deposit cannot be
      *                          applied twice.
      * 15/10/2026 MANUEL JARRY  The oldest-first READ of an item is
      *                          now status-checked before the item
      *                          is applied, not after the search for
      *                          the next one, which could leave end
      *                          of file behind and abend the run
      *                          part way through a remittance.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPT0029.
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
           SELECT UNAPCASH
              ASSIGN TO "WORK-FILES/UNAPCASH"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS UC-CASH-KEY
              FILE STATUS IS UNAPCASH-STATUS.
      *
           SELECT LOCKBOX
              ASSIGN TO "INPUT-FILES/LOCKBOX"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS LOCKBOX-STATUS.
      *
           SELECT LBXCTL
              ASSIGN TO "WORK-FILES/LBXCTL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LC-BATCH-KEY
              FILE STATUS IS LBXCTL-STATUS.
      *
           SELECT LBXMATCH
              ASSIGN TO "OUTPUT-FILES/LBXMATCH"
              ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CUSTJRNL
              ASSIGN TO "OUTPUT-FILES/CUSTJRNL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CUSTJRNL-STATUS.
      *
           SELECT ARACTVTY
              ASSIGN TO "OUTPUT-FILES/ARACTVTY"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ARACTVTY-STATUS.
      *
           SELECT DAYMOVE
              ASSIGN TO "OUTPUT-FILES/DAYMOVE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS DAYMOVE-STATUS.
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
       FD  UNAPCASH.
           COPY UNAPCSHR.
      *
       FD  LOCKBOX.
      * Three record types share the area - a second or third 01
      * under an FD implicitly redefines it. The bank's batch header
      * opens the file, one detail record per remittance follows,
      * and the trailer carries the bank's own deposit total.
       01 LOCKBOX-HEADER-RECORD.
          05 LH-RECORD-TYPE         PIC X.
             88 LH-HEADER-RECORD                       VALUE "H".
          05 LH-BATCH-NUMBER        PIC 9(6).
          05 LH-DEPOSIT-DATE        PIC 9(8).
          05 LH-LOCKBOX-NUMBER      PIC X(10).
          05 FILLER                 PIC X(55).
       01 LOCKBOX-REMITTANCE-RECORD.
          05 LD-RECORD-TYPE         PIC X.
             88 LD-REMITTANCE-RECORD                   VALUE "D".
          05 LD-ITEM-NUMBER         PIC 9(5).
          05 LD-CUSTOMER-NUMBER     PIC 9(5).
          05 LD-CUSTOMER-NUMBER-X REDEFINES LD-CUSTOMER-NUMBER
                                    PIC X(5).
          05 LD-INVOICE-NUMBER      PIC X(8).
          05 LD-AMOUNT              PIC 9(7)V9(2).
          05 LD-CHECK-NUMBER        PIC X(10).
          05 FILLER                 PIC X(42).
       01 LOCKBOX-TRAILER-RECORD.
          05 LT-RECORD-TYPE         PIC X.
             88 LT-TRAILER-RECORD                      VALUE "T".
          05 LT-ITEM-COUNT          PIC 9(7).
          05 LT-DEPOSIT-TOTAL       PIC 9(9)V9(2).
          05 FILLER                 PIC X(61).
      *
      * One record per bank batch imported, written only after the
      * batch's cash has posted.
       FD  LBXCTL.
       01 LOCKBOX-CONTROL-RECORD.
          05 LC-BATCH-KEY.
             10 LC-DEPOSIT-DATE     PIC 9(8).
             10 LC-BATCH-NUMBER     PIC 9(6).
          05 LC-LOCKBOX-NUMBER      PIC X(10).
          05 LC-IMPORTED-DATE       PIC 9(8).
          05 LC-IMPORTED-TIME       PIC 9(4).
          05 LC-ITEM-COUNT          PIC 9(7).
          05 LC-DEPOSIT-TOTAL       PIC S9(9)V9(2).
          05 FILLER                 PIC X(20).
      *
       FD  LBXMATCH.
       01 MATCH-REPORT-RECORD       PIC X(132).
      *
       FD  CUSTJRNL.
           COPY CIJRNLR.
      *
       FD  ARACTVTY.
           COPY ARACTR.
      *
       FD  DAYMOVE.
           COPY DAYMOVR.
      *
       FD  RUNHIST.
           COPY RUNHISTR.
      *****************************************************************
      *
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 LOCKBOX-EOF-SWITCH     PIC X             VALUE "N".
             88 LOCKBOX-EOF                           VALUE "Y".
          05 HEADER-SEEN-SWITCH     PIC X             VALUE "N".
             88 HEADER-SEEN                           VALUE "Y".
          05 TRAILER-SEEN-SWITCH    PIC X             VALUE "N".
             88 TRAILER-SEEN                          VALUE "Y".
          05 BATCH-BALANCED-SWITCH  PIC X             VALUE "N".
             88 BATCH-BALANCED                        VALUE "Y".
          05 CUSTOMER-FOUND-SWITCH  PIC X             VALUE "N".
             88 CUSTOMER-FOUND                        VALUE "Y".
          05 EXACT-MATCH-SWITCH     PIC X             VALUE "N".
             88 EXACT-MATCH                           VALUE "Y".
          05 OLDEST-FOUND-SWITCH    PIC X             VALUE "N".
             88 OLDEST-FOUND                          VALUE "Y".
          05 CUSTOMER-ITEMS-END-SWITCH PIC X          VALUE "N".
             88 CUSTOMER-ITEMS-END                    VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 CUSTIDX-STATUS         PIC XX            VALUE ZERO.
          05 ARDETAIL-STATUS        PIC XX            VALUE ZERO.
          05 UNAPCASH-STATUS        PIC XX            VALUE ZERO.
          05 LOCKBOX-STATUS         PIC XX            VALUE ZERO.
          05 LBXCTL-STATUS          PIC XX            VALUE ZERO.
          05 CUSTJRNL-STATUS        PIC XX            VALUE ZERO.
          05 ARACTVTY-STATUS        PIC XX            VALUE ZERO.
          05 RUNHIST-STATUS         PIC XX            VALUE ZERO.
          05 DAYMOVE-STATUS         PIC XX            VALUE ZERO.
      *
       01 JOURNAL-FIELDS.
          05 WS-JR-ACTION-CODE      PIC X.
          05 WS-JR-CUSTOMER-NUMBER  PIC 9(5).
          05 WS-JR-BEFORE-IMAGE     PIC X(250).
      *
       01 JOURNAL-DATE-AND-TIME.
          05 JD-DATE                PIC 9(8).
          05 JD-TIME                PIC 9(6).
          05 FILLER                 PIC X(7).
      *
       01 FILE-ERROR-FIELDS.
          05 WS-FILE-ERROR-ID      PIC X(20).
          05 WS-FILE-ERROR-STATUS  PIC XX.
      *
       01 MOVEMENT-TOTAL-FIELDS.
          05 WS-LOCKBOX-MOVE-COUNT          PIC 9(7) VALUE ZERO.
          05 WS-LOCKBOX-SALES-MOVE          PIC S9(11)V99 VALUE ZERO.
          05 WS-LOCKBOX-AR-MOVE             PIC S9(11)V99 VALUE ZERO.
      *
       01 MOVEMENT-DATE-AND-TIME.
          05 MD-DATE                PIC 9(8).
          05 MD-TIME                PIC 9(6).
          05 FILLER                 PIC X(7).
      *
       01 RUN-HISTORY-FIELDS.
          05 WS-RUN-FINAL-STATUS   PIC X(4)          VALUE "OK".
      *
       01 VALIDATION-FIELDS.
          05 WS-REMIT-VALID-SWITCH    PIC X          VALUE "Y".
             88 WS-REMIT-VALID                       VALUE "Y".
          05 WS-MATCH-TYPE-TEXT       PIC X(14).
          05 WS-MATCH-NOTE-TEXT       PIC X(30).
      *
       01 BATCH-CONTROL-FIELDS.
          05 WS-BATCH-NUMBER          PIC 9(6)       VALUE ZERO.
          05 WS-DEPOSIT-DATE          PIC 9(8)       VALUE ZERO.
          05 WS-LOCKBOX-NUMBER        PIC X(10)      VALUE SPACE.
          05 WS-KEYED-ITEM-COUNT      PIC 9(7)       VALUE ZERO.
          05 WS-KEYED-DEPOSIT-TOTAL   PIC S9(9)V99   VALUE ZERO.
          05 WS-TRAILER-ITEM-COUNT    PIC 9(7)       VALUE ZERO.
          05 WS-TRAILER-DEPOSIT-TOTAL PIC S9(9)V99   VALUE ZERO.
          05 WS-DEPOSIT-DIFFERENCE    PIC S9(9)V99   VALUE ZERO.
          05 WS-ITEM-COUNT-DIFFERENCE PIC S9(7)      VALUE ZERO.
      *
       01 APPLICATION-FIELDS.
          05 WS-REMAINING-AMOUNT      PIC S9(7)V99   VALUE ZERO.
          05 WS-REMITTANCE-APPLIED    PIC S9(7)V99   VALUE ZERO.
          05 WS-ITEM-APPLIED-AMOUNT   PIC S9(7)V99   VALUE ZERO.
          05 WS-OLDEST-INVOICE-NUMBER PIC X(8)       VALUE SPACE.
          05 WS-OLDEST-DOCUMENT-DATE  PIC 9(8)       VALUE ZERO.
          05 WS-ITEM-DOCUMENT-DATE    PIC 9(8)       VALUE ZERO.
      *
       01 ACTIVITY-FIELDS.
          05 WS-ACTIVITY-TYPE         PIC X.
          05 WS-ACTIVITY-CUSTOMER-NUMBER PIC 9(5).
          05 WS-ACTIVITY-INVOICE-NUMBER  PIC X(8).
          05 WS-ACTIVITY-AMOUNT       PIC S9(7)V99.
          05 WS-ACTIVITY-BRANCH-NUMBER PIC 9(2).
      *
       01 CONTROL-TOTAL-FIELDS.
          05 WS-REMITTANCES-READ-COUNT    PIC 9(7)   VALUE ZERO.
          05 WS-EXACT-MATCH-COUNT         PIC 9(7)   VALUE ZERO.
          05 WS-EXACT-MATCH-AMOUNT        PIC S9(9)V99 VALUE ZERO.
          05 WS-OLDEST-FIRST-COUNT        PIC 9(7)   VALUE ZERO.
          05 WS-OLDEST-FIRST-AMOUNT       PIC S9(9)V99 VALUE ZERO.
          05 WS-ON-ACCOUNT-COUNT          PIC 9(7)   VALUE ZERO.
          05 WS-ON-ACCOUNT-AMOUNT         PIC S9(9)V99 VALUE ZERO.
          05 WS-UNIDENTIFIED-COUNT        PIC 9(7)   VALUE ZERO.
          05 WS-UNIDENTIFIED-AMOUNT       PIC S9(9)V99 VALUE ZERO.
          05 WS-REJECTED-COUNT            PIC 9(7)   VALUE ZERO.
          05 WS-ITEMS-APPLIED-COUNT       PIC 9(7)   VALUE ZERO.
          05 WS-CASH-APPLIED-TOTAL        PIC S9(9)V99 VALUE ZERO.
          05 WS-UNAPPLIED-ENTRY-COUNT     PIC 9(7)   VALUE ZERO.
          05 WS-CASH-UNAPPLIED-TOTAL      PIC S9(9)V99 VALUE ZERO.
          05 WS-CASH-ACCOUNTED-TOTAL      PIC S9(9)V99 VALUE ZERO.
          05 WS-REMITTANCES-POSTED-COUNT  PIC 9(7)   VALUE ZERO.
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
       01 MATCH-HEADING-LINE-1.
          05 FILLER                 PIC X(26)         VALUE
                "LOCKBOX CASH MATCH REPORT.".
          05 FILLER                 PIC X(106)        VALUE SPACE.
      *
       01 MATCH-HEADING-LINE-2.
          05 FILLER                 PIC X(6)          VALUE "DATE: ".
          05 MH2-DAY                PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 MH2-MONTH              PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 MH2-YEAR               PIC 9(4).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(6)          VALUE "TIME: ".
          05 MH2-HOURS              PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE ":".
          05 MH2-MINUTES            PIC 9(2).
          05 FILLER                 PIC X(8)          VALUE SPACE.
          05 FILLER                 PIC X(7)          VALUE "RPT0029".
          05 FILLER                 PIC X(88)         VALUE SPACE.
      *
       01 MATCH-HEADING-LINE-3.
          05 FILLER                 PIC X(7)          VALUE "BATCH: ".
          05 MH3-BATCH-NUMBER       PIC 9(6).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(14)         VALUE
                "DEPOSIT DATE: ".
          05 MH3-DEPOSIT-DATE       PIC 9(8).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(9)          VALUE
                "LOCKBOX: ".
          05 MH3-LOCKBOX-NUMBER     PIC X(10).
          05 FILLER                 PIC X(74)         VALUE SPACE.
      *
       01 MATCH-HEADING-LINE-4.
          05 FILLER                 PIC X(5)          VALUE "ITEM ".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(5)          VALUE "CUST ".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(10)         VALUE
                "CHECK NO. ".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(8)          VALUE "INV REF ".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(13)         VALUE
                "     REMITTED".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(14)         VALUE
                "MATCH TYPE    ".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(4)          VALUE "NOTE".
          05 FILLER                 PIC X(61)         VALUE SPACE.
      *
       01 MATCH-DETAIL-LINE.
          05 MDL-ITEM-NUMBER        PIC 9(5).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 MDL-CUSTOMER-NUMBER    PIC X(5).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 MDL-CHECK-NUMBER       PIC X(10).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 MDL-INVOICE-REFERENCE  PIC X(8).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 MDL-AMOUNT             PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 MDL-MATCH-TYPE         PIC X(14).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 MDL-NOTE               PIC X(30).
          05 FILLER                 PIC X(35)         VALUE SPACE.
      *
       01 MATCH-APPLICATION-LINE.
          05 FILLER                 PIC X(14)         VALUE SPACE.
          05 MAL-ACTION-TEXT        PIC X(12).
          05 MAL-INVOICE-NUMBER     PIC X(8).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 MAL-AMOUNT             PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(83)         VALUE SPACE.
      *
       01 MATCH-TOTAL-HEADING.
          05 FILLER                 PIC X(30)         VALUE
                "CATEGORY".
          05 FILLER                 PIC X(8)          VALUE
                "   COUNT".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(18)         VALUE
                "            AMOUNT".
          05 FILLER                 PIC X(74)         VALUE SPACE.
      *
       01 MATCH-TOTAL-LINE.
          05 MTL-LABEL              PIC X(30).
          05 MTL-COUNT              PIC ZZZ,ZZ9-.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 MTL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(74)         VALUE SPACE.
      *
       01 MATCH-TEXT-LINE.
          05 MTX-TEXT               PIC X(60).
          05 FILLER                 PIC X(72)         VALUE SPACE.
      *****************************************************************
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *
      *****************************************************************
       000-IMPORT-LOCKBOX-REMITTANCES.
      *
           OPEN OUTPUT LBXMATCH.
           PERFORM 100-FORMAT-CURRENT-DATE-TIME.
           PERFORM 150-VERIFY-DEPOSIT-TOTALS.
           PERFORM 110-PRINT-MATCH-HEADING.
           IF NOT BATCH-BALANCED
              PERFORM 998-STOP-DEPOSIT-OUT-OF-BALANCE.
           PERFORM 180-CHECK-BATCH-NOT-IMPORTED.
           PERFORM 200-POST-REMITTANCES.
           PERFORM 500-RECORD-BATCH-IMPORTED.
           PERFORM 400-PRINT-CONTROL-TOTALS.
           CLOSE LBXMATCH.
           PERFORM 810-WRITE-MOVEMENT-TOTALS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
      *****************************************************************
      *
      *****************************************************************
       100-FORMAT-CURRENT-DATE-TIME.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-DAY TO MH2-DAY.
           MOVE CD-CURRENT-MONTH TO MH2-MONTH.
           MOVE CD-CURRENT-YEAR TO MH2-YEAR.
           MOVE CD-CURRENT-HOURS TO MH2-HOURS.
           MOVE CD-CURRENT-MINUTES TO MH2-MINUTES.
      *
      *****************************************************************
      *
      *****************************************************************
       110-PRINT-MATCH-HEADING.
      *
           MOVE MATCH-HEADING-LINE-1 TO MATCH-REPORT-RECORD.
           WRITE MATCH-REPORT-RECORD.
           MOVE MATCH-HEADING-LINE-2 TO MATCH-REPORT-RECORD.
           WRITE MATCH-REPORT-RECORD AFTER ADVANCING 1 LINES.
           MOVE WS-BATCH-NUMBER TO MH3-BATCH-NUMBER.
           MOVE WS-DEPOSIT-DATE TO MH3-DEPOSIT-DATE.
           MOVE WS-LOCKBOX-NUMBER TO MH3-LOCKBOX-NUMBER.
           MOVE MATCH-HEADING-LINE-3 TO MATCH-REPORT-RECORD.
           WRITE MATCH-REPORT-RECORD AFTER ADVANCING 2 LINES.
           MOVE MATCH-HEADING-LINE-4 TO MATCH-REPORT-RECORD.
           WRITE MATCH-REPORT-RECORD AFTER ADVANCING 2 LINES.
      *
      *****************************************************************
      *
      *****************************************************************
       150-VERIFY-DEPOSIT-TOTALS.
      *
      * Proving pass - nothing posts until the remittance count and
      * the total of the remittance amounts agree with the bank's
      * trailer, so a file that lost or gained records between the
      * bank and here is held whole rather than posted short.
      *
           OPEN INPUT LOCKBOX.
           PERFORM 950-CHECK-LOCKBOX-OPEN-STATUS.
           MOVE "N" TO LOCKBOX-EOF-SWITCH.
           PERFORM 160-VERIFY-LOCKBOX-RECORD
              UNTIL LOCKBOX-EOF.
           CLOSE LOCKBOX.
           PERFORM 952-CHECK-LOCKBOX-CLOSE-STATUS.
           IF WS-DEPOSIT-DATE = ZERO
              MOVE CURRENT-DATE TO WS-DEPOSIT-DATE.
           COMPUTE WS-DEPOSIT-DIFFERENCE =
              WS-KEYED-DEPOSIT-TOTAL - WS-TRAILER-DEPOSIT-TOTAL.
           COMPUTE WS-ITEM-COUNT-DIFFERENCE =
              WS-KEYED-ITEM-COUNT - WS-TRAILER-ITEM-COUNT.
           MOVE "N" TO BATCH-BALANCED-SWITCH.
           IF HEADER-SEEN AND TRAILER-SEEN
              AND WS-KEYED-ITEM-COUNT = WS-TRAILER-ITEM-COUNT
              AND WS-KEYED-DEPOSIT-TOTAL = WS-TRAILER-DEPOSIT-TOTAL
              MOVE "Y" TO BATCH-BALANCED-SWITCH.
      *
      *****************************************************************
      *
      *****************************************************************
       160-VERIFY-LOCKBOX-RECORD.
      *
           READ LOCKBOX
              AT END
                 MOVE "Y" TO LOCKBOX-EOF-SWITCH
              NOT AT END
                 PERFORM 170-ACCUMULATE-LOCKBOX-RECORD
           END-READ.
           PERFORM 951-CHECK-LOCKBOX-READ-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       170-ACCUMULATE-LOCKBOX-RECORD.
      *
           EVALUATE TRUE
              WHEN LH-HEADER-RECORD
                 MOVE "Y" TO HEADER-SEEN-SWITCH
                 IF LH-BATCH-NUMBER IS NUMERIC
                    MOVE LH-BATCH-NUMBER TO WS-BATCH-NUMBER
                 END-IF
                 IF LH-DEPOSIT-DATE IS NUMERIC
                    MOVE LH-DEPOSIT-DATE TO WS-DEPOSIT-DATE
                 END-IF
                 MOVE LH-LOCKBOX-NUMBER TO WS-LOCKBOX-NUMBER
              WHEN LD-REMITTANCE-RECORD
                 ADD 1 TO WS-KEYED-ITEM-COUNT
                 IF LD-AMOUNT IS NUMERIC
                    ADD LD-AMOUNT TO WS-KEYED-DEPOSIT-TOTAL
                 END-IF
              WHEN LT-TRAILER-RECORD
                 MOVE "Y" TO TRAILER-SEEN-SWITCH
                 IF LT-ITEM-COUNT IS NUMERIC
                    MOVE LT-ITEM-COUNT TO WS-TRAILER-ITEM-COUNT
                 END-IF
                 IF LT-DEPOSIT-TOTAL IS NUMERIC
                    MOVE LT-DEPOSIT-TOTAL TO WS-TRAILER-DEPOSIT-TOTAL
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
      *****************************************************************
      *
      *****************************************************************
       180-CHECK-BATCH-NOT-IMPORTED.
      *
      * A bank batch already on LBXCTL has had its cash posted - a
      * re-presented or re-run lockbox file is held whole here,
      * before anything posts. LBXCTL stays open for 500 to record
      * this batch once it has posted.
      *
           OPEN I-O LBXCTL.
           IF LBXCTL-STATUS = "35"
              OPEN OUTPUT LBXCTL
              PERFORM 990-CHECK-LBXCTL-OPEN-STATUS
              CLOSE LBXCTL
              PERFORM 991-CHECK-LBXCTL-CLOSE-STATUS
              OPEN I-O LBXCTL
           END-IF.
           PERFORM 990-CHECK-LBXCTL-OPEN-STATUS.
           MOVE WS-DEPOSIT-DATE TO LC-DEPOSIT-DATE.
           MOVE WS-BATCH-NUMBER TO LC-BATCH-NUMBER.
           READ LBXCTL
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 997-STOP-BATCH-ALREADY-IMPORTED
           END-READ.
           PERFORM 992-CHECK-LBXCTL-READ-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       200-POST-REMITTANCES.
      *
           OPEN INPUT LOCKBOX.
           PERFORM 950-CHECK-LOCKBOX-OPEN-STATUS.
           OPEN EXTEND CUSTJRNL.
           IF CUSTJRNL-STATUS = "35"
              OPEN OUTPUT CUSTJRNL
           END-IF.
           PERFORM 980-CHECK-CUSTJRNL-OPEN-STATUS.
           OPEN EXTEND ARACTVTY.
           IF ARACTVTY-STATUS = "35"
              OPEN OUTPUT ARACTVTY
           END-IF.
           PERFORM 983-CHECK-ARACTVTY-OPEN-STATUS.
           OPEN I-O CUSTIDX.
           PERFORM 960-CHECK-CUSTIDX-OPEN-STATUS.
           OPEN I-O ARDETAIL.
           IF ARDETAIL-STATUS = "35"
              OPEN OUTPUT ARDETAIL
              PERFORM 970-CHECK-ARDETAIL-OPEN-STATUS
              CLOSE ARDETAIL
              PERFORM 971-CHECK-ARDETAIL-CLOSE-STATUS
              OPEN I-O ARDETAIL
           END-IF.
           PERFORM 970-CHECK-ARDETAIL-OPEN-STATUS.
           OPEN I-O UNAPCASH.
           IF UNAPCASH-STATUS = "35"
              OPEN OUTPUT UNAPCASH
              PERFORM 986-CHECK-UNAPCASH-OPEN-STATUS
              CLOSE UNAPCASH
              PERFORM 987-CHECK-UNAPCASH-CLOSE-STATUS
              OPEN I-O UNAPCASH
           END-IF.
           PERFORM 986-CHECK-UNAPCASH-OPEN-STATUS.
           MOVE "N" TO LOCKBOX-EOF-SWITCH.
           PERFORM 210-POST-LOCKBOX-RECORD
              UNTIL LOCKBOX-EOF.
           CLOSE LOCKBOX
                 CUSTJRNL
                 ARACTVTY
                 ARDETAIL
                 UNAPCASH
                 CUSTIDX.
           PERFORM 982-CHECK-CUSTJRNL-CLOSE-STATUS.
           PERFORM 985-CHECK-ARACTVTY-CLOSE-STATUS.
           PERFORM 952-CHECK-LOCKBOX-CLOSE-STATUS.
           PERFORM 971-CHECK-ARDETAIL-CLOSE-STATUS.
           PERFORM 987-CHECK-UNAPCASH-CLOSE-STATUS.
           PERFORM 961-CHECK-CUSTIDX-CLOSE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       210-POST-LOCKBOX-RECORD.
      *
           READ LOCKBOX
              AT END
                 MOVE "Y" TO LOCKBOX-EOF-SWITCH
              NOT AT END
                 IF LD-REMITTANCE-RECORD
                    PERFORM 220-POST-REMITTANCE
                 END-IF
           END-READ.
           PERFORM 951-CHECK-LOCKBOX-READ-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       220-POST-REMITTANCE.
      *
           ADD 1 TO WS-REMITTANCES-READ-COUNT.
           MOVE SPACE TO WS-MATCH-NOTE-TEXT.
           MOVE ZERO TO WS-REMITTANCE-APPLIED.
           PERFORM 225-VALIDATE-REMITTANCE-FIELDS.
           IF WS-REMIT-VALID
              MOVE LD-AMOUNT TO WS-REMAINING-AMOUNT
              PERFORM 230-IDENTIFY-CUSTOMER
              IF CUSTOMER-FOUND
                 PERFORM 240-APPLY-IDENTIFIED-REMITTANCE
              ELSE
                 PERFORM 270-HOLD-UNIDENTIFIED-REMITTANCE
              END-IF
              ADD 1 TO WS-REMITTANCES-POSTED-COUNT
           ELSE
              MOVE "REJECTED" TO WS-MATCH-TYPE-TEXT
              PERFORM 290-PRINT-REMITTANCE-LINE
              ADD 1 TO WS-REJECTED-COUNT
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       225-VALIDATE-REMITTANCE-FIELDS.
      *
      * Only the amount can make a remittance unusable - a missing
      * or unknown customer number still leaves cash in the bank,
      * so it is held as unidentified rather than rejected.
      *
           MOVE "Y" TO WS-REMIT-VALID-SWITCH.
           IF LD-AMOUNT IS NOT NUMERIC
              OR LD-AMOUNT NOT > ZERO
              MOVE "N" TO WS-REMIT-VALID-SWITCH
              MOVE "INVALID REMITTANCE AMOUNT" TO WS-MATCH-NOTE-TEXT.
      *
      *****************************************************************
      *
      *****************************************************************
       230-IDENTIFY-CUSTOMER.
      *
           MOVE "N" TO CUSTOMER-FOUND-SWITCH.
           IF LD-CUSTOMER-NUMBER IS NUMERIC
              AND LD-CUSTOMER-NUMBER > ZERO
              MOVE LD-CUSTOMER-NUMBER TO CX-CUSTOMER-NUMBER
              READ CUSTIDX
                 INVALID KEY
                    MOVE "CUSTOMER NOT ON MASTER" TO WS-MATCH-NOTE-TEXT
                 NOT INVALID KEY
                    MOVE "Y" TO CUSTOMER-FOUND-SWITCH
              END-READ
              PERFORM 963-CHECK-CUSTIDX-READ-STATUS
           ELSE
              MOVE "NO CUSTOMER NUMBER" TO WS-MATCH-NOTE-TEXT
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       240-APPLY-IDENTIFIED-REMITTANCE.
      *
      * The invoice the customer wrote is used if it is one of
      * theirs and still has something open; otherwise the cash
      * goes oldest item first. Whatever is left once the named
      * item (or every open item) is paid is held unapplied.
      *
           MOVE CUSTOMER-INDEX-RECORD TO WS-JR-BEFORE-IMAGE.
           MOVE CX-BRANCH-NUMBER TO WS-ACTIVITY-BRANCH-NUMBER.
           PERFORM 245-TEST-INVOICE-REFERENCE.
           IF EXACT-MATCH
              MOVE "EXACT MATCH" TO WS-MATCH-TYPE-TEXT
              PERFORM 290-PRINT-REMITTANCE-LINE
              PERFORM 260-APPLY-TO-OPEN-ITEM
              ADD 1 TO WS-EXACT-MATCH-COUNT
              ADD LD-AMOUNT TO WS-EXACT-MATCH-AMOUNT
           ELSE
              PERFORM 250-FIND-OLDEST-OPEN-ITEM
              IF OLDEST-FOUND
                 MOVE "OLDEST FIRST" TO WS-MATCH-TYPE-TEXT
                 PERFORM 290-PRINT-REMITTANCE-LINE
                 PERFORM 255-APPLY-OLDEST-OPEN-ITEM
                    UNTIL WS-REMAINING-AMOUNT = ZERO
                       OR NOT OLDEST-FOUND
                 ADD 1 TO WS-OLDEST-FIRST-COUNT
                 ADD LD-AMOUNT TO WS-OLDEST-FIRST-AMOUNT
              ELSE
                 MOVE "ON ACCOUNT" TO WS-MATCH-TYPE-TEXT
                 MOVE "NO OPEN ITEMS" TO WS-MATCH-NOTE-TEXT
                 PERFORM 290-PRINT-REMITTANCE-LINE
                 ADD 1 TO WS-ON-ACCOUNT-COUNT
                 ADD LD-AMOUNT TO WS-ON-ACCOUNT-AMOUNT
              END-IF
           END-IF.
           IF WS-REMAINING-AMOUNT > ZERO
              MOVE CX-CUSTOMER-NUMBER TO WS-ACTIVITY-CUSTOMER-NUMBER
              PERFORM 275-WRITE-UNAPPLIED-CASH
           END-IF.
           IF WS-REMITTANCE-APPLIED > ZERO
              PERFORM 265-REDUCE-MASTER-AR-BALANCE.
      *
      *****************************************************************
      *
      *****************************************************************
       245-TEST-INVOICE-REFERENCE.
      *
           MOVE "N" TO EXACT-MATCH-SWITCH.
           IF LD-INVOICE-NUMBER NOT = SPACE
              MOVE CX-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER
              MOVE LD-INVOICE-NUMBER TO AR-INVOICE-NUMBER
              READ ARDETAIL
                 INVALID KEY
                    MOVE "INVOICE REF NOT FOUND" TO WS-MATCH-NOTE-TEXT
                 NOT INVALID KEY
                    IF AR-OPEN-AMOUNT > ZERO
                       MOVE "Y" TO EXACT-MATCH-SWITCH
                    ELSE
                       MOVE "INVOICE REF ALREADY PAID" TO
                             WS-MATCH-NOTE-TEXT
                    END-IF
              END-READ
              PERFORM 973-CHECK-ARDETAIL-READ-STATUS
           ELSE
              MOVE "NO INVOICE REFERENCE" TO WS-MATCH-NOTE-TEXT
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       250-FIND-OLDEST-OPEN-ITEM.
      *
      * ARDETAIL is keyed by invoice number, not date, so each pass
      * reads all of the customer's items and keeps the one with
      * the earliest document date still carrying an open amount.
      * An item with an unreadable date is treated as the oldest.
      *
           MOVE "N" TO OLDEST-FOUND-SWITCH.
           MOVE 99999999 TO WS-OLDEST-DOCUMENT-DATE.
           MOVE "N" TO CUSTOMER-ITEMS-END-SWITCH.
           MOVE CX-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER.
           MOVE LOW-VALUES TO AR-INVOICE-NUMBER.
           START ARDETAIL KEY IS NOT < AR-ITEM-KEY
              INVALID KEY
                 MOVE "Y" TO CUSTOMER-ITEMS-END-SWITCH
           END-START.
           PERFORM 976-CHECK-ARDETAIL-START-STATUS.
           PERFORM 251-TEST-NEXT-OPEN-ITEM
              UNTIL CUSTOMER-ITEMS-END.
      *
      *****************************************************************
      *
      *****************************************************************
       251-TEST-NEXT-OPEN-ITEM.
      *
           READ ARDETAIL NEXT RECORD
              AT END
                 MOVE "Y" TO CUSTOMER-ITEMS-END-SWITCH
              NOT AT END
                 IF AR-CUSTOMER-NUMBER NOT = CX-CUSTOMER-NUMBER
                    MOVE "Y" TO CUSTOMER-ITEMS-END-SWITCH
                 ELSE
                    IF AR-OPEN-AMOUNT > ZERO
                       IF AR-DOCUMENT-DATE IS NUMERIC
                          MOVE AR-DOCUMENT-DATE TO
                                WS-ITEM-DOCUMENT-DATE
                       ELSE
                          MOVE ZERO TO WS-ITEM-DOCUMENT-DATE
                       END-IF
                       IF WS-ITEM-DOCUMENT-DATE <
                             WS-OLDEST-DOCUMENT-DATE
                          MOVE WS-ITEM-DOCUMENT-DATE TO
                                WS-OLDEST-DOCUMENT-DATE
                          MOVE AR-INVOICE-NUMBER TO
                                WS-OLDEST-INVOICE-NUMBER
                          MOVE "Y" TO OLDEST-FOUND-SWITCH
                       END-IF
                    END-IF
                 END-IF
           END-READ.
           PERFORM 975-CHECK-ARDETAIL-READNEXT-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       255-APPLY-OLDEST-OPEN-ITEM.
      *
      * The keyed READ's status is checked before the item is
      * applied - the search for the next oldest item in 250 reads
      * on through ARDETAIL and leaves its own status behind.
      *
           MOVE CX-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER.
           MOVE WS-OLDEST-INVOICE-NUMBER TO AR-INVOICE-NUMBER.
           READ ARDETAIL
              INVALID KEY
                 MOVE "N" TO OLDEST-FOUND-SWITCH
           END-READ.
           PERFORM 973-CHECK-ARDETAIL-READ-STATUS.
           IF OLDEST-FOUND
              PERFORM 260-APPLY-TO-OPEN-ITEM
              IF WS-REMAINING-AMOUNT > ZERO
                 PERFORM 250-FIND-OLDEST-OPEN-ITEM
              END-IF
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       260-APPLY-TO-OPEN-ITEM.
      *
      * The item in the ARDETAIL record area takes as much of the
      * remaining cash as it has open - never more, so an item can
      * not be driven below zero.
      *
           IF WS-REMAINING-AMOUNT > AR-OPEN-AMOUNT
              MOVE AR-OPEN-AMOUNT TO WS-ITEM-APPLIED-AMOUNT
           ELSE
              MOVE WS-REMAINING-AMOUNT TO WS-ITEM-APPLIED-AMOUNT
           END-IF.
           SUBTRACT WS-ITEM-APPLIED-AMOUNT FROM AR-OPEN-AMOUNT.
           MOVE WS-DEPOSIT-DATE TO AR-LAST-ACTIVITY-DATE.
           REWRITE AR-DETAIL-RECORD.
           PERFORM 974-CHECK-ARDETAIL-REWRITE-STATUS.
           SUBTRACT WS-ITEM-APPLIED-AMOUNT FROM WS-REMAINING-AMOUNT.
           ADD WS-ITEM-APPLIED-AMOUNT TO WS-REMITTANCE-APPLIED.
           ADD WS-ITEM-APPLIED-AMOUNT TO WS-CASH-APPLIED-TOTAL.
           ADD 1 TO WS-ITEMS-APPLIED-COUNT.
           MOVE "P" TO WS-ACTIVITY-TYPE.
           MOVE CX-CUSTOMER-NUMBER TO WS-ACTIVITY-CUSTOMER-NUMBER.
           MOVE AR-INVOICE-NUMBER TO WS-ACTIVITY-INVOICE-NUMBER.
           MOVE WS-ITEM-APPLIED-AMOUNT TO WS-ACTIVITY-AMOUNT.
           PERFORM 280-WRITE-AR-ACTIVITY.
           MOVE "APPLIED TO" TO MAL-ACTION-TEXT.
           MOVE AR-INVOICE-NUMBER TO MAL-INVOICE-NUMBER.
           MOVE WS-ITEM-APPLIED-AMOUNT TO MAL-AMOUNT.
           PERFORM 295-PRINT-APPLICATION-LINE.
      *
      *****************************************************************
      *
      *****************************************************************
       265-REDUCE-MASTER-AR-BALANCE.
      *
      * One CUSTIDX rewrite per remittance for everything it
      * applied; the held (unapplied) part does not touch the
      * balance. The before image was captured in 240.
      *
           SUBTRACT WS-REMITTANCE-APPLIED FROM CX-AR-BALANCE.
           REWRITE CUSTOMER-INDEX-RECORD.
           PERFORM 964-CHECK-CUSTIDX-REWRITE-STATUS.
           MOVE "C" TO WS-JR-ACTION-CODE.
           MOVE CX-CUSTOMER-NUMBER TO WS-JR-CUSTOMER-NUMBER.
           PERFORM 700-WRITE-CUSTIDX-JOURNAL.
           ADD 1 TO WS-LOCKBOX-MOVE-COUNT.
           SUBTRACT WS-REMITTANCE-APPLIED FROM WS-LOCKBOX-AR-MOVE.
      *
      *****************************************************************
      *
      *****************************************************************
       270-HOLD-UNIDENTIFIED-REMITTANCE.
      *
           MOVE "UNIDENTIFIED" TO WS-MATCH-TYPE-TEXT.
           PERFORM 290-PRINT-REMITTANCE-LINE.
           MOVE ZERO TO WS-ACTIVITY-CUSTOMER-NUMBER.
           MOVE ZERO TO WS-ACTIVITY-BRANCH-NUMBER.
           PERFORM 275-WRITE-UNAPPLIED-CASH.
           ADD 1 TO WS-UNIDENTIFIED-COUNT.
           ADD LD-AMOUNT TO WS-UNIDENTIFIED-AMOUNT.
      *
      *****************************************************************
      *
      *****************************************************************
       275-WRITE-UNAPPLIED-CASH.
      *
      * The key carries the deposit date, bank batch and item, so
      * each held remittance is an entry of its own. A lockbox file
      * already imported never reaches here - 180 finds its batch
      * on LBXCTL and holds the file before anything posts.
      *
           MOVE WS-ACTIVITY-CUSTOMER-NUMBER TO UC-CUSTOMER-NUMBER.
           MOVE WS-DEPOSIT-DATE TO UC-RECEIPT-DATE.
           MOVE WS-BATCH-NUMBER TO UC-BATCH-NUMBER.
           IF LD-ITEM-NUMBER IS NUMERIC
              MOVE LD-ITEM-NUMBER TO UC-ITEM-NUMBER
           ELSE
              MOVE WS-REMITTANCES-READ-COUNT TO UC-ITEM-NUMBER
           END-IF.
           MOVE LD-CHECK-NUMBER TO UC-CHECK-NUMBER.
           MOVE LD-INVOICE-NUMBER TO UC-INVOICE-REFERENCE.
           MOVE WS-REMAINING-AMOUNT TO UC-ORIGINAL-AMOUNT.
           MOVE WS-REMAINING-AMOUNT TO UC-OPEN-AMOUNT.
           MOVE WS-DEPOSIT-DATE TO UC-LAST-ACTIVITY-DATE.
           WRITE UNAPPLIED-CASH-RECORD.
           PERFORM 988-CHECK-UNAPCASH-WRITE-STATUS.
           ADD 1 TO WS-UNAPPLIED-ENTRY-COUNT.
           ADD WS-REMAINING-AMOUNT TO WS-CASH-UNAPPLIED-TOTAL.
           MOVE "U" TO WS-ACTIVITY-TYPE.
           MOVE LD-INVOICE-NUMBER TO WS-ACTIVITY-INVOICE-NUMBER.
           MOVE WS-REMAINING-AMOUNT TO WS-ACTIVITY-AMOUNT.
           PERFORM 280-WRITE-AR-ACTIVITY.
           MOVE "HELD ON ACCT" TO MAL-ACTION-TEXT.
           MOVE SPACE TO MAL-INVOICE-NUMBER.
           MOVE WS-REMAINING-AMOUNT TO MAL-AMOUNT.
           PERFORM 295-PRINT-APPLICATION-LINE.
           MOVE ZERO TO WS-REMAINING-AMOUNT.
      *
      *****************************************************************
      *
      *****************************************************************
       280-WRITE-AR-ACTIVITY.
      *
      * Written once the item or unapplied-cash entry has been
      * updated; the caller has already set the activity fields.
      * The lockbox carries no operator id, so the program id
      * doubles as the user.
      *
           MOVE FUNCTION CURRENT-DATE TO JOURNAL-DATE-AND-TIME.
           MOVE WS-ACTIVITY-CUSTOMER-NUMBER TO AA-CUSTOMER-NUMBER.
           MOVE WS-ACTIVITY-INVOICE-NUMBER TO AA-INVOICE-NUMBER.
           MOVE WS-ACTIVITY-TYPE TO AA-ACTIVITY-TYPE.
           MOVE WS-DEPOSIT-DATE TO AA-DOCUMENT-DATE.
           MOVE WS-ACTIVITY-AMOUNT TO AA-AMOUNT.
           MOVE JD-DATE TO AA-POSTED-DATE.
           MOVE JD-TIME TO AA-POSTED-TIME.
           MOVE WS-ACTIVITY-BRANCH-NUMBER TO AA-BRANCH-NUMBER.
           MOVE "RPT0029" TO AA-PROGRAM-ID.
           MOVE "RPT0029" TO AA-USER-ID.
           WRITE AR-ACTIVITY-RECORD.
           PERFORM 984-CHECK-ARACTVTY-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       290-PRINT-REMITTANCE-LINE.
      *
           IF LD-ITEM-NUMBER IS NUMERIC
              MOVE LD-ITEM-NUMBER TO MDL-ITEM-NUMBER
           ELSE
              MOVE ZERO TO MDL-ITEM-NUMBER
           END-IF.
           MOVE LD-CUSTOMER-NUMBER-X TO MDL-CUSTOMER-NUMBER.
           MOVE LD-CHECK-NUMBER TO MDL-CHECK-NUMBER.
           MOVE LD-INVOICE-NUMBER TO MDL-INVOICE-REFERENCE.
           IF LD-AMOUNT IS NUMERIC
              MOVE LD-AMOUNT TO MDL-AMOUNT
           ELSE
              MOVE ZERO TO MDL-AMOUNT
           END-IF.
           MOVE WS-MATCH-TYPE-TEXT TO MDL-MATCH-TYPE.
           MOVE WS-MATCH-NOTE-TEXT TO MDL-NOTE.
           MOVE MATCH-DETAIL-LINE TO MATCH-REPORT-RECORD.
           WRITE MATCH-REPORT-RECORD AFTER ADVANCING 1 LINES.
      *
      *****************************************************************
      *
      *****************************************************************
       295-PRINT-APPLICATION-LINE.
      *
           MOVE MATCH-APPLICATION-LINE TO MATCH-REPORT-RECORD.
           WRITE MATCH-REPORT-RECORD AFTER ADVANCING 1 LINES.
      *
      *****************************************************************
      *
      *****************************************************************
       700-WRITE-CUSTIDX-JOURNAL.
      *
      * One journal record per applied CUSTIDX update, written after
      * the REWRITE succeeded - the before image was captured when
      * the record was read. The lockbox carries no operator id, so
      * the program id doubles as the user.
      *
           MOVE FUNCTION CURRENT-DATE TO JOURNAL-DATE-AND-TIME.
           MOVE "RPT0029" TO JR-PROGRAM-ID.
           MOVE "RPT0029" TO JR-USER-ID.
           MOVE JD-DATE TO JR-RUN-DATE.
           MOVE JD-TIME TO JR-RUN-TIME.
           MOVE WS-JR-ACTION-CODE TO JR-ACTION-CODE.
           MOVE WS-JR-CUSTOMER-NUMBER TO JR-CUSTOMER-NUMBER.
           MOVE WS-JR-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
           MOVE CUSTOMER-INDEX-RECORD TO JR-AFTER-IMAGE.
           WRITE CUSTIDX-JOURNAL-RECORD.
           PERFORM 981-CHECK-CUSTJRNL-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       400-PRINT-CONTROL-TOTALS.
      *
           MOVE MATCH-TOTAL-HEADING TO MATCH-REPORT-RECORD.
           WRITE MATCH-REPORT-RECORD AFTER ADVANCING 3 LINES.
           MOVE "EXACT MATCHES:" TO MTL-LABEL.
           MOVE WS-EXACT-MATCH-COUNT TO MTL-COUNT.
           MOVE WS-EXACT-MATCH-AMOUNT TO MTL-AMOUNT.
           PERFORM 410-PRINT-TOTAL-LINE.
           MOVE "OLDEST-FIRST APPLICATIONS:" TO MTL-LABEL.
           MOVE WS-OLDEST-FIRST-COUNT TO MTL-COUNT.
           MOVE WS-OLDEST-FIRST-AMOUNT TO MTL-AMOUNT.
           PERFORM 410-PRINT-TOTAL-LINE.
           MOVE "ON ACCOUNT - NO OPEN ITEMS:" TO MTL-LABEL.
           MOVE WS-ON-ACCOUNT-COUNT TO MTL-COUNT.
           MOVE WS-ON-ACCOUNT-AMOUNT TO MTL-AMOUNT.
           PERFORM 410-PRINT-TOTAL-LINE.
           MOVE "UNIDENTIFIED REMITTANCES:" TO MTL-LABEL.
           MOVE WS-UNIDENTIFIED-COUNT TO MTL-COUNT.
           MOVE WS-UNIDENTIFIED-AMOUNT TO MTL-AMOUNT.
           PERFORM 410-PRINT-TOTAL-LINE.
           MOVE "REJECTED REMITTANCES:" TO MTL-LABEL.
           MOVE WS-REJECTED-COUNT TO MTL-COUNT.
           MOVE ZERO TO MTL-AMOUNT.
           PERFORM 410-PRINT-TOTAL-LINE.
           MOVE "CASH APPLIED TO OPEN ITEMS:" TO MTL-LABEL.
           MOVE WS-ITEMS-APPLIED-COUNT TO MTL-COUNT.
           MOVE WS-CASH-APPLIED-TOTAL TO MTL-AMOUNT.
           MOVE MATCH-TOTAL-LINE TO MATCH-REPORT-RECORD.
           WRITE MATCH-REPORT-RECORD AFTER ADVANCING 2 LINES.
           MOVE "CASH HELD UNAPPLIED:" TO MTL-LABEL.
           MOVE WS-UNAPPLIED-ENTRY-COUNT TO MTL-COUNT.
           MOVE WS-CASH-UNAPPLIED-TOTAL TO MTL-AMOUNT.
           PERFORM 410-PRINT-TOTAL-LINE.
           COMPUTE WS-CASH-ACCOUNTED-TOTAL =
              WS-CASH-APPLIED-TOTAL + WS-CASH-UNAPPLIED-TOTAL.
           MOVE "CASH ACCOUNTED FOR:" TO MTL-LABEL.
           MOVE WS-REMITTANCES-POSTED-COUNT TO MTL-COUNT.
           MOVE WS-CASH-ACCOUNTED-TOTAL TO MTL-AMOUNT.
           PERFORM 410-PRINT-TOTAL-LINE.
           PERFORM 450-PRINT-DEPOSIT-PROOF.
      *
      *****************************************************************
      *
      *****************************************************************
       410-PRINT-TOTAL-LINE.
      *
           MOVE MATCH-TOTAL-LINE TO MATCH-REPORT-RECORD.
           WRITE MATCH-REPORT-RECORD AFTER ADVANCING 1 LINES.
      *
      *****************************************************************
      *
      *****************************************************************
       450-PRINT-DEPOSIT-PROOF.
      *
      * The remittances read must agree with the bank's trailer,
      * and - once posted - every dollar of the deposit must be
      * either applied to an item or held unapplied.
      *
           MOVE "DEPOSIT - REMITTANCES READ:" TO MTL-LABEL.
           MOVE WS-KEYED-ITEM-COUNT TO MTL-COUNT.
           MOVE WS-KEYED-DEPOSIT-TOTAL TO MTL-AMOUNT.
           MOVE MATCH-TOTAL-LINE TO MATCH-REPORT-RECORD.
           WRITE MATCH-REPORT-RECORD AFTER ADVANCING 2 LINES.
           MOVE "DEPOSIT - BANK BATCH TRAILER:" TO MTL-LABEL.
           MOVE WS-TRAILER-ITEM-COUNT TO MTL-COUNT.
           MOVE WS-TRAILER-DEPOSIT-TOTAL TO MTL-AMOUNT.
           PERFORM 410-PRINT-TOTAL-LINE.
           MOVE "DIFFERENCE:" TO MTL-LABEL.
           MOVE WS-ITEM-COUNT-DIFFERENCE TO MTL-COUNT.
           MOVE WS-DEPOSIT-DIFFERENCE TO MTL-AMOUNT.
           PERFORM 410-PRINT-TOTAL-LINE.
           EVALUATE TRUE
              WHEN NOT BATCH-BALANCED
                 MOVE "** DEPOSIT DOES NOT AGREE WITH BANK TOTAL **"
                    TO MTX-TEXT
              WHEN WS-CASH-ACCOUNTED-TOTAL NOT = WS-KEYED-DEPOSIT-TOTAL
                 MOVE "** DEPOSIT NOT FULLY ACCOUNTED FOR **"
                    TO MTX-TEXT
              WHEN OTHER
                 MOVE "DEPOSIT PROVEN TO BANK BATCH TOTAL." TO MTX-TEXT
           END-EVALUATE.
           MOVE MATCH-TEXT-LINE TO MATCH-REPORT-RECORD.
           WRITE MATCH-REPORT-RECORD AFTER ADVANCING 2 LINES.
      *
      *****************************************************************
      *
      *****************************************************************
       500-RECORD-BATCH-IMPORTED.
      *
      * Written only once every remittance has posted and the
      * posting files have closed clean - a run that abends part way
      * leaves the batch off LBXCTL for the file to be looked at.
      *
           MOVE SPACE TO LOCKBOX-CONTROL-RECORD.
           MOVE WS-DEPOSIT-DATE TO LC-DEPOSIT-DATE.
           MOVE WS-BATCH-NUMBER TO LC-BATCH-NUMBER.
           MOVE WS-LOCKBOX-NUMBER TO LC-LOCKBOX-NUMBER.
           MOVE CURRENT-DATE TO LC-IMPORTED-DATE.
           MOVE CURRENT-TIME TO LC-IMPORTED-TIME.
           MOVE WS-KEYED-ITEM-COUNT TO LC-ITEM-COUNT.
           MOVE WS-KEYED-DEPOSIT-TOTAL TO LC-DEPOSIT-TOTAL.
           WRITE LOCKBOX-CONTROL-RECORD.
           PERFORM 993-CHECK-LBXCTL-WRITE-STATUS.
           CLOSE LBXCTL.
           PERFORM 991-CHECK-LBXCTL-CLOSE-STATUS.
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
              DISPLAY "RPT0029 - RUNHIST OPEN FAILED - FILE STATUS "
                      RUNHIST-STATUS
           ELSE
              MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
              MOVE "RPT0029" TO RH-PROGRAM-ID
              MOVE CD-CURRENT-YEAR TO RH-RUN-YEAR
              MOVE CD-CURRENT-MONTH TO RH-RUN-MONTH
              MOVE CD-CURRENT-DAY TO RH-RUN-DAY
              MOVE CD-CURRENT-HOURS TO RH-RUN-HOURS
              MOVE CD-CURRENT-MINUTES TO RH-RUN-MINUTES
              MOVE WS-KEYED-ITEM-COUNT TO RH-RECORDS-READ
              MOVE WS-REMITTANCES-POSTED-COUNT TO RH-RECORDS-APPLIED
              MOVE WS-REJECTED-COUNT TO RH-RECORDS-REJECTED
              MOVE WS-RUN-FINAL-STATUS TO RH-FINAL-STATUS
              MOVE RETURN-CODE TO RH-RETURN-CODE
              WRITE RUN-HISTORY-RECORD
              CLOSE RUNHIST
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       810-WRITE-MOVEMENT-TOTALS.
      *
      * One DAYMOVE record per movement source, appended on
      * completion - normal end or abend - with the items posted
      * and the net change they made to sales this year-to-date
      * and the AR balance on CUSTIDX, for RPT0038's daily
      * roll-forward proof. A source with nothing posted still
      * writes a zero record. A DAYMOVE failure here is reported on
      * the console but never abends the run it is recording.
      *
           OPEN EXTEND DAYMOVE.
           IF DAYMOVE-STATUS = "35"
              OPEN OUTPUT DAYMOVE
           END-IF.
           IF DAYMOVE-STATUS NOT = "00"
              DISPLAY "RPT0029 - DAYMOVE OPEN FAILED - FILE STATUS "
                      DAYMOVE-STATUS
           ELSE
              MOVE FUNCTION CURRENT-DATE TO MOVEMENT-DATE-AND-TIME
              MOVE SPACES TO DAILY-MOVEMENT-RECORD
              MOVE "CASH" TO DM-SOURCE-CODE
              MOVE "LOCKBOX CASH APPLIED" TO DM-SOURCE-NAME
              MOVE WS-LOCKBOX-MOVE-COUNT TO DM-ITEM-COUNT
              MOVE WS-LOCKBOX-SALES-MOVE TO DM-SALES-MOVEMENT
              MOVE WS-LOCKBOX-AR-MOVE TO DM-AR-MOVEMENT
              PERFORM 815-WRITE-MOVEMENT-RECORD
              CLOSE DAYMOVE
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       815-WRITE-MOVEMENT-RECORD.
      *
           MOVE "RPT0029" TO DM-PROGRAM-ID.
           MOVE MD-DATE TO DM-RUN-DATE.
           MOVE MD-TIME TO DM-RUN-TIME.
           MOVE WS-RUN-FINAL-STATUS TO DM-FINAL-STATUS.
           WRITE DAILY-MOVEMENT-RECORD.
           IF DAYMOVE-STATUS NOT = "00"
              DISPLAY "RPT0029 - DAYMOVE WRITE FAILED - FILE STATUS "
                      DAYMOVE-STATUS
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       950-CHECK-LOCKBOX-OPEN-STATUS.
      *
           IF LOCKBOX-STATUS NOT = "00"
              MOVE "LOCKBOX OPEN" TO WS-FILE-ERROR-ID
              MOVE LOCKBOX-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       951-CHECK-LOCKBOX-READ-STATUS.
      *
           IF LOCKBOX-STATUS NOT = "00" AND LOCKBOX-STATUS NOT = "10"
              MOVE "LOCKBOX READ" TO WS-FILE-ERROR-ID
              MOVE LOCKBOX-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       952-CHECK-LOCKBOX-CLOSE-STATUS.
      *
           IF LOCKBOX-STATUS NOT = "00"
              MOVE "LOCKBOX CLOSE" TO WS-FILE-ERROR-ID
              MOVE LOCKBOX-STATUS TO WS-FILE-ERROR-STATUS
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
       963-CHECK-CUSTIDX-READ-STATUS.
      *
      * "23" (key not found) is not an error here - the caller's
      * INVALID KEY / NOT INVALID KEY clause already branched on it.
      *
           IF CUSTIDX-STATUS NOT = "00" AND CUSTIDX-STATUS NOT = "23"
              MOVE "CUSTIDX READ" TO WS-FILE-ERROR-ID
              MOVE CUSTIDX-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       964-CHECK-CUSTIDX-REWRITE-STATUS.
      *
           IF CUSTIDX-STATUS NOT = "00"
              MOVE "CUSTIDX REWRITE" TO WS-FILE-ERROR-ID
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
       973-CHECK-ARDETAIL-READ-STATUS.
      *
      * "23" (key not found) is not an error here - the caller's
      * INVALID KEY / NOT INVALID KEY clause already branched on it.
      *
           IF ARDETAIL-STATUS NOT = "00" AND
              ARDETAIL-STATUS NOT = "23"
              MOVE "ARDETAIL READ" TO WS-FILE-ERROR-ID
              MOVE ARDETAIL-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       974-CHECK-ARDETAIL-REWRITE-STATUS.
      *
           IF ARDETAIL-STATUS NOT = "00"
              MOVE "ARDETAIL REWRITE" TO WS-FILE-ERROR-ID
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
       980-CHECK-CUSTJRNL-OPEN-STATUS.
      *
           IF CUSTJRNL-STATUS NOT = "00"
              MOVE "CUSTJRNL OPEN" TO WS-FILE-ERROR-ID
              MOVE CUSTJRNL-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       981-CHECK-CUSTJRNL-WRITE-STATUS.
      *
           IF CUSTJRNL-STATUS NOT = "00"
              MOVE "CUSTJRNL WRITE" TO WS-FILE-ERROR-ID
              MOVE CUSTJRNL-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       982-CHECK-CUSTJRNL-CLOSE-STATUS.
      *
           IF CUSTJRNL-STATUS NOT = "00"
              MOVE "CUSTJRNL CLOSE" TO WS-FILE-ERROR-ID
              MOVE CUSTJRNL-STATUS TO WS-FILE-ERROR-STATUS
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
       984-CHECK-ARACTVTY-WRITE-STATUS.
      *
           IF ARACTVTY-STATUS NOT = "00"
              MOVE "ARACTVTY WRITE" TO WS-FILE-ERROR-ID
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
       986-CHECK-UNAPCASH-OPEN-STATUS.
      *
           IF UNAPCASH-STATUS NOT = "00"
              MOVE "UNAPCASH OPEN" TO WS-FILE-ERROR-ID
              MOVE UNAPCASH-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       987-CHECK-UNAPCASH-CLOSE-STATUS.
      *
           IF UNAPCASH-STATUS NOT = "00"
              MOVE "UNAPCASH CLOSE" TO WS-FILE-ERROR-ID
              MOVE UNAPCASH-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       988-CHECK-UNAPCASH-WRITE-STATUS.
      *
      * Any failure is fatal here, a "22" (duplicate key) included -
      * a re-imported batch has already been held by 180, so a
      * duplicate means UNAPCASH and LBXCTL disagree and the file
      * needs looking at before anything more posts.
      *
           IF UNAPCASH-STATUS NOT = "00"
              MOVE "UNAPCASH WRITE" TO WS-FILE-ERROR-ID
              MOVE UNAPCASH-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       990-CHECK-LBXCTL-OPEN-STATUS.
      *
           IF LBXCTL-STATUS NOT = "00"
              MOVE "LBXCTL OPEN" TO WS-FILE-ERROR-ID
              MOVE LBXCTL-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       991-CHECK-LBXCTL-CLOSE-STATUS.
      *
           IF LBXCTL-STATUS NOT = "00"
              MOVE "LBXCTL CLOSE" TO WS-FILE-ERROR-ID
              MOVE LBXCTL-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       992-CHECK-LBXCTL-READ-STATUS.
      *
      * "23" (key not found) is not an error here - the caller's
      * INVALID KEY / NOT INVALID KEY clause already branched on it.
      *
           IF LBXCTL-STATUS NOT = "00" AND LBXCTL-STATUS NOT = "23"
              MOVE "LBXCTL READ" TO WS-FILE-ERROR-ID
              MOVE LBXCTL-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       993-CHECK-LBXCTL-WRITE-STATUS.
      *
           IF LBXCTL-STATUS NOT = "00"
              MOVE "LBXCTL WRITE" TO WS-FILE-ERROR-ID
              MOVE LBXCTL-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       997-STOP-BATCH-ALREADY-IMPORTED.
      *
      * The LBXCTL record just read says when the batch was
      * imported. The file is held whole - nothing has posted - and
      * the bank is asked whether a new batch was meant.
      *
           DISPLAY "RPT0029 - LOCKBOX BATCH ALREADY IMPORTED - "
                   "NOTHING POSTED".
           MOVE SPACE TO MTX-TEXT.
           STRING "** BATCH ALREADY IMPORTED ON " DELIMITED BY SIZE
                  LC-IMPORTED-DATE (7:2) "/" LC-IMPORTED-DATE (5:2)
                  "/" LC-IMPORTED-DATE (1:4) DELIMITED BY SIZE
                  " - NOTHING POSTED **" DELIMITED BY SIZE
              INTO MTX-TEXT.
           MOVE MATCH-TEXT-LINE TO MATCH-REPORT-RECORD.
           WRITE MATCH-REPORT-RECORD AFTER ADVANCING 2 LINES.
           CLOSE LBXMATCH
                 LBXCTL.
           MOVE 8 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 810-WRITE-MOVEMENT-TOTALS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
      *****************************************************************
      *
      *****************************************************************
       998-STOP-DEPOSIT-OUT-OF-BALANCE.
      *
      * An out-of-balance lockbox file is held whole - nothing has
      * posted yet, the match report shows which figure disagrees
      * with the bank trailer, and the file is re-presented once
      * the bank has corrected it.
      *
           DISPLAY "RPT0029 - LOCKBOX DEPOSIT OUT OF BALANCE - "
                   "NOTHING POSTED".
           PERFORM 450-PRINT-DEPOSIT-PROOF.
           CLOSE LBXMATCH.
           MOVE 8 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 810-WRITE-MOVEMENT-TOTALS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
      *****************************************************************
      *
      *****************************************************************
       999-ABEND-FILE-ERROR.
      *
           DISPLAY "RPT0029 - FATAL FILE ERROR: " WS-FILE-ERROR-ID
                   " - FILE STATUS " WS-FILE-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 810-WRITE-MOVEMENT-TOTALS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
