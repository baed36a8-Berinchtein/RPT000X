      *                          without the address cannot blank
      *                          the address the new RPT0026 dunning
      *                          letters are sent to.
      * 15/10/2026 MANUEL JARRY  CUSTIDX gained the credit hold
      *                          block (see CUSTIDXR). An add starts
      *                          the customer off hold; holds and
      *                          releases are RPT0034's, so a change
      *                          leaves the block as it stands.
      * 15/10/2026 MANUEL JARRY  Second-person approval. A change
      *                          that raises the credit limit by
      *                          more than the APPRPARM amount (see
      *                          APPRPRMR; default 5,000.00) or
      *                          removes it, alters the AR balance,
      *                          or closes the account - and every
      *                          delete - is no longer applied here.
      *                          It is written whole to the new
      *                          PENDCHG pending-approval file (see
      *                          PENDCHGR) and logged HELD with its
      *                          pending number, and RPT0037 applies
      *                          it once a different user approves
      *                          it. The change is still edited here
      *                          first, so only a valid change is
      *                          held.
      * 15/10/2026 MANUEL JARRY  Each run now appends the sales and
      *                          AR it moved on CUSTIDX - customers
      *                          added, and changes that override
      *                          sales this year-to-date or the AR
      *                          balance, as the net of each change
      *                          - to the new DAYMOVE file (see
      *                          DAYMOVR) for RPT0038's roll-forward
      *                          proof.
      * 15/10/2026 MANUEL JARRY  A held change or delete now keeps
      *                          the customer's sales and AR figures
      *                          as they stood when it was keyed on
      *                          PENDCHG, so RPT0037 can tell when
      *                          they have moved before applying it.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT TRANLOG
              ASSIGN TO "OUTPUT-FILES/TRANLOG"
              ORGANIZATION IS SEQUENTIAL.
      *
           SELECT APPRPARM
              ASSIGN TO "INPUT-FILES/APPRPARM"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS APPRPARM-STATUS.
      *
           SELECT PENDCHG
              ASSIGN TO "WORK-FILES/PENDCHG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PC-PENDING-NUMBER
              FILE STATUS IS PENDCHG-STATUS.
      *
           SELECT CUSTJRNL
              ASSIGN TO "OUTPUT-FILES/CUSTJRNL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CUSTJRNL-STATUS.
      *
           SELECT DAYMOVE
              ASSIGN TO "OUTPUT-FILES/DAYMOVE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS DAYMOVE-STATUS.
      *
           SELECT RUNHIST
              ASSIGN TO "OUTPUT-FILES/RUNHIST"
      *
       FD  TRANLOG.
       01 TRANLOG-RECORD            PIC X(100).
      *
       FD  APPRPARM.
           COPY APPRPRMR.
      *
       FD  PENDCHG.
           COPY PENDCHGR.
      *
       FD  CUSTJRNL.
           COPY CIJRNLR.
      *
       FD  DAYMOVE.
           COPY DAYMOVR.
      *
       FD  RUNHIST.
           COPY RUNHISTR.
       01 SWITCHES.
          05 CUSTTRAN-EOF-SWITCH    PIC X             VALUE "N".
             88 CUSTTRAN-EOF                          VALUE "Y".
          05 APPROVAL-NEEDED-SWITCH PIC X             VALUE "N".
             88 APPROVAL-NEEDED                       VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 CUSTIDX-STATUS         PIC XX            VALUE ZERO.
          05 CUSTJRNL-STATUS        PIC XX            VALUE ZERO.
          05 APPRPARM-STATUS        PIC XX            VALUE ZERO.
          05 PENDCHG-STATUS         PIC XX            VALUE ZERO.
          05 RUNHIST-STATUS         PIC XX            VALUE ZERO.
          05 DAYMOVE-STATUS         PIC XX            VALUE ZERO.
      *
       01 JOURNAL-FIELDS.
          05 WS-JR-ACTION-CODE      PIC X.
       01 FILE-ERROR-FIELDS.
          05 WS-FILE-ERROR-ID      PIC X(20).
          05 WS-FILE-ERROR-STATUS  PIC XX.
      *
       01 MOVEMENT-TOTAL-FIELDS.
          05 WS-ADD-MOVE-COUNT              PIC 9(7) VALUE ZERO.
          05 WS-ADD-SALES-MOVE              PIC S9(11)V99 VALUE ZERO.
          05 WS-ADD-AR-MOVE                 PIC S9(11)V99 VALUE ZERO.
          05 WS-OVERRIDE-MOVE-COUNT         PIC 9(7) VALUE ZERO.
          05 WS-OVERRIDE-SALES-MOVE         PIC S9(11)V99 VALUE ZERO.
          05 WS-OVERRIDE-AR-MOVE            PIC S9(11)V99 VALUE ZERO.
          05 WS-BEFORE-SALES-THIS-YTD       PIC S9(5)V99.
          05 WS-BEFORE-AR-BALANCE           PIC S9(7)V99.
      *
       01 MOVEMENT-DATE-AND-TIME.
          05 MD-DATE                PIC 9(8).
          05 MD-TIME                PIC 9(6).
          05 FILLER                 PIC X(7).
      *
       01 RUN-HISTORY-FIELDS.
          05 WS-RUN-FINAL-STATUS   PIC X(4)          VALUE "OK".
       01 VALIDATION-FIELDS.
          05 WS-TRAN-VALID-SWITCH   PIC X          VALUE "Y".
             88 WS-TRAN-VALID                      VALUE "Y".
      *
       01 APPROVAL-FIELDS.
          05 WS-CREDIT-INCREASE-LIMIT PIC 9(7)V99   VALUE 5000.00.
          05 WS-CREDIT-INCREASE     PIC S9(8)V99      VALUE ZERO.
          05 WS-HOLD-REASONS.
             10 WS-CREDIT-LIMIT-REASON PIC X.
             10 WS-AR-BALANCE-REASON   PIC X.
             10 WS-CLOSE-REASON        PIC X.
             10 WS-DELETE-REASON       PIC X.
          05 WS-PENDING-NUMBER      PIC 9(7)          VALUE ZERO.
          05 WS-HELD-RESULT-TEXT.
             10 FILLER              PIC X(19)         VALUE
                   "HELD - PENDING NO. ".
             10 WS-HELD-PENDING-NUMBER PIC 9(7).
             10 FILLER              PIC X(4)          VALUE SPACE.
      *
       01 HISTORY-INIT-FIELDS.
          05 WS-HIST-SUB            PIC S9(4)  COMP  VALUE ZERO.
          05 WS-TRANSACTIONS-READ-COUNT     PIC 9(7)  VALUE ZERO.
          05 WS-TRANSACTIONS-APPLIED-COUNT  PIC 9(7)  VALUE ZERO.
          05 WS-TRANSACTIONS-REJECTED-COUNT PIC 9(7)  VALUE ZERO.
          05 WS-TRANSACTIONS-HELD-COUNT     PIC 9(7)  VALUE ZERO.
      *
       01 CURRENT-DATE-AND-TIME.
          05 CURRENT-DATE.
          05 FILLER                 PIC X(9)          VALUE
                "REJECTED:".
          05 TF-REJECTED-COUNT      PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(5)          VALUE SPACE.
          05 FILLER                 PIC X(5)          VALUE "HELD:".
          05 TF-HELD-COUNT          PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(16)         VALUE SPACE.
      *****************************************************************
      *
      *****************************************************************
      *****************************************************************
       000-MAINTAIN-CUSTOMER-MASTER.
      *
           PERFORM 060-READ-APPROVAL-PARMS.
           PERFORM 050-OPEN-FILES.
           PERFORM 100-FORMAT-CURRENT-DATE-TIME.
           PERFORM 110-PRINT-TRANLOG-HEADING.
              UNTIL CUSTTRAN-EOF.
           PERFORM 400-PRINT-CONTROL-TOTALS.
           PERFORM 900-CLOSE-FILES.
           PERFORM 810-WRITE-MOVEMENT-TOTALS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
              OPEN I-O CUSTIDX
           END-IF.
           PERFORM 960-CHECK-CUSTIDX-OPEN-STATUS.
           OPEN I-O PENDCHG.
           IF PENDCHG-STATUS = "35"
              OPEN OUTPUT PENDCHG
              PERFORM 990-CHECK-PENDCHG-OPEN-STATUS
              CLOSE PENDCHG
              PERFORM 991-CHECK-PENDCHG-CLOSE-STATUS
              OPEN I-O PENDCHG
           END-IF.
           PERFORM 990-CHECK-PENDCHG-OPEN-STATUS.
           PERFORM 070-ENSURE-PENDING-CONTROL.
      *
      *****************************************************************
      *
      *****************************************************************
       060-READ-APPROVAL-PARMS.
      *
      * No APPRPARM (or a limit that is not numeric) leaves the
      * default credit limit increase in force.
      *
           OPEN INPUT APPRPARM.
           IF APPRPARM-STATUS = "00"
              READ APPRPARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF AP-CREDIT-INCREASE-LIMIT IS NUMERIC
                       MOVE AP-CREDIT-INCREASE-LIMIT TO
                             WS-CREDIT-INCREASE-LIMIT
                    END-IF
              END-READ
              CLOSE APPRPARM.
      *
      *****************************************************************
      *
      *****************************************************************
       070-ENSURE-PENDING-CONTROL.
      *
      * A new PENDCHG gets its control record before the first
      * change is held, so the numbering always has a base.
      *
           MOVE ZERO TO PN-CONTROL-KEY.
           READ PENDCHG
              INVALID KEY
                 MOVE SPACE TO PENDING-CONTROL-RECORD
                 MOVE ZERO TO PN-CONTROL-KEY
                 MOVE ZERO TO PN-LAST-PENDING-NUMBER
                 WRITE PENDING-CONTROL-RECORD
                 PERFORM 992-CHECK-PENDCHG-WRITE-STATUS
           END-READ.
           PERFORM 993-CHECK-PENDCHG-READ-STATUS.
      *
      *****************************************************************
      *
              END-IF
              MOVE WS-TODAY-DATE TO CX-STATUS-DATE
              MOVE TR-ADDRESS-BLOCK TO CX-ADDRESS-BLOCK
              MOVE SPACE TO CX-CREDIT-HOLD-CODE
              MOVE SPACE TO CX-CREDIT-HOLD-REASON
              MOVE ZERO TO CX-CREDIT-HOLD-DATE
              WRITE CUSTOMER-INDEX-RECORD
                 INVALID KEY
                    MOVE "REJECTED - DUPLICATE CUST NUM" TO
                    PERFORM 700-WRITE-CUSTIDX-JOURNAL
                    MOVE "ADDED" TO WS-TRAN-RESULT-TEXT
                    ADD 1 TO WS-TRANSACTIONS-APPLIED-COUNT
                    ADD 1 TO WS-ADD-MOVE-COUNT
                    ADD CX-SALES-THIS-YTD TO WS-ADD-SALES-MOVE
                    ADD CX-AR-BALANCE TO WS-ADD-AR-MOVE
              END-WRITE
              PERFORM 962-CHECK-CUSTIDX-WRITE-STATUS
           ELSE
                          WS-TRAN-RESULT-TEXT
                    ADD 1 TO WS-TRANSACTIONS-REJECTED-COUNT
                 NOT INVALID KEY
                    PERFORM 245-CHECK-APPROVAL-NEEDED
                    IF APPROVAL-NEEDED
                       PERFORM 270-HOLD-FOR-APPROVAL
                    ELSE
                       PERFORM 242-APPLY-CUSTOMER-CHANGE
                    END-IF
              END-READ
              PERFORM 963-CHECK-CUSTIDX-READ-STATUS
           ELSE
      *
      *****************************************************************
      *
      *****************************************************************
       242-APPLY-CUSTOMER-CHANGE.
      *
           MOVE CUSTOMER-INDEX-RECORD TO WS-JR-BEFORE-IMAGE.
           MOVE CX-SALES-THIS-YTD TO WS-BEFORE-SALES-THIS-YTD.
           MOVE CX-AR-BALANCE TO WS-BEFORE-AR-BALANCE.
           MOVE TR-BRANCH-NUMBER TO CX-BRANCH-NUMBER.
           MOVE TR-SALESREP-NUMBER TO CX-SALESREP-NUMBER.
           MOVE TR-CUSTOMER-NAME TO CX-CUSTOMER-NAME.
           MOVE TR-SALES-THIS-YTD TO CX-SALES-THIS-YTD.
           MOVE TR-SALES-LAST-YTD TO CX-SALES-LAST-YTD.
           MOVE TR-SALES-LAST-YTD TO CX-SALES-PRIOR-YTD (1).
           MOVE TR-CREDIT-LIMIT TO CX-CREDIT-LIMIT.
           MOVE TR-AR-BALANCE TO CX-AR-BALANCE.
           IF NOT TR-STATUS-NOT-GIVEN
              AND TR-STATUS-CODE NOT = CX-STATUS-CODE
              MOVE TR-STATUS-CODE TO CX-STATUS-CODE
              MOVE WS-TODAY-DATE TO CX-STATUS-DATE
           END-IF.
           IF TR-ADDRESS-BLOCK NOT = SPACE
              MOVE TR-ADDRESS-BLOCK TO CX-ADDRESS-BLOCK
           END-IF.
           REWRITE CUSTOMER-INDEX-RECORD.
           PERFORM 964-CHECK-CUSTIDX-REWRITE-STATUS.
           MOVE "C" TO WS-JR-ACTION-CODE.
           MOVE CX-CUSTOMER-NUMBER TO WS-JR-CUSTOMER-NUMBER.
           PERFORM 700-WRITE-CUSTIDX-JOURNAL.
           MOVE "CHANGED" TO WS-TRAN-RESULT-TEXT.
           ADD 1 TO WS-TRANSACTIONS-APPLIED-COUNT.
           IF CX-SALES-THIS-YTD NOT = WS-BEFORE-SALES-THIS-YTD
              OR CX-AR-BALANCE NOT = WS-BEFORE-AR-BALANCE
              ADD 1 TO WS-OVERRIDE-MOVE-COUNT
              ADD CX-SALES-THIS-YTD TO WS-OVERRIDE-SALES-MOVE
              SUBTRACT WS-BEFORE-SALES-THIS-YTD FROM
                    WS-OVERRIDE-SALES-MOVE
              ADD CX-AR-BALANCE TO WS-OVERRIDE-AR-MOVE
              SUBTRACT WS-BEFORE-AR-BALANCE FROM WS-OVERRIDE-AR-MOVE
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       245-CHECK-APPROVAL-NEEDED.
      *
      * Compared with the master as it stands. A zero credit limit
      * means no limit, so setting one on an account that had none
      * tightens credit and is not held, while zeroing an existing
      * limit removes it and always is.
      *
           MOVE SPACE TO WS-HOLD-REASONS.
           IF CX-CREDIT-LIMIT > ZERO
              IF TR-CREDIT-LIMIT = ZERO
                 MOVE "Y" TO WS-CREDIT-LIMIT-REASON
              ELSE
                 COMPUTE WS-CREDIT-INCREASE =
                    TR-CREDIT-LIMIT - CX-CREDIT-LIMIT
                 IF WS-CREDIT-INCREASE > WS-CREDIT-INCREASE-LIMIT
                    MOVE "Y" TO WS-CREDIT-LIMIT-REASON
                 END-IF
              END-IF
           END-IF.
           IF TR-AR-BALANCE NOT = CX-AR-BALANCE
              MOVE "Y" TO WS-AR-BALANCE-REASON.
           IF TR-STATUS-CLOSED
              AND NOT CX-CUSTOMER-CLOSED
              MOVE "Y" TO WS-CLOSE-REASON.
           IF WS-HOLD-REASONS = SPACE
              MOVE "N" TO APPROVAL-NEEDED-SWITCH
           ELSE
              MOVE "Y" TO APPROVAL-NEEDED-SWITCH
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       250-APPLY-DELETE-TRANSACTION.
      *
      * Every delete waits for a second user's approval; RPT0037
      * deletes the record, journaling it, once it is approved. An
      * unknown customer is still rejected here and never held.
      *
           MOVE TR-CUSTOMER-NUMBER TO CX-CUSTOMER-NUMBER.
           READ CUSTIDX
                       WS-TRAN-RESULT-TEXT
                 ADD 1 TO WS-TRANSACTIONS-REJECTED-COUNT
              NOT INVALID KEY
                 MOVE SPACE TO WS-HOLD-REASONS
                 MOVE "Y" TO WS-DELETE-REASON
                 PERFORM 270-HOLD-FOR-APPROVAL
           END-READ.
           PERFORM 963-CHECK-CUSTIDX-READ-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       260-REJECT-UNKNOWN-TRANSACTION.
      *
           MOVE "REJECTED - UNKNOWN TRAN CODE" TO WS-TRAN-RESULT-TEXT.
           ADD 1 TO WS-TRANSACTIONS-REJECTED-COUNT.
      *
      *****************************************************************
      *
      *****************************************************************
       270-HOLD-FOR-APPROVAL.
      *
      * The control record is advanced and rewritten before the
      * pending record is written, so a run that stops part way can
      * leave a gap in the numbers but never hand one out twice.
      *
           MOVE ZERO TO PN-CONTROL-KEY.
           READ PENDCHG.
           PERFORM 994-CHECK-PENDCHG-CONTROL-STATUS.
           ADD 1 TO PN-LAST-PENDING-NUMBER.
           MOVE PN-LAST-PENDING-NUMBER TO WS-PENDING-NUMBER.
           REWRITE PENDING-CONTROL-RECORD.
           PERFORM 995-CHECK-PENDCHG-REWRITE-STATUS.
           MOVE FUNCTION CURRENT-DATE TO JOURNAL-DATE-AND-TIME.
           MOVE SPACE TO PENDING-CHANGE-RECORD.
           MOVE WS-PENDING-NUMBER TO PC-PENDING-NUMBER.
           MOVE "P" TO PC-ITEM-STATUS.
           MOVE WS-HOLD-REASONS TO PC-HOLD-REASONS.
           MOVE TR-CUSTOMER-NUMBER TO PC-CUSTOMER-NUMBER.
           MOVE TR-USER-ID TO PC-ENTERED-BY.
           MOVE JD-DATE TO PC-ENTERED-DATE.
           MOVE JD-TIME TO PC-ENTERED-TIME.
           MOVE ZERO TO PC-DECIDED-DATE.
           MOVE ZERO TO PC-DECIDED-TIME.
           MOVE "AWAITING APPROVAL" TO PC-RESULT-TEXT.
           MOVE TRANSACTION-RECORD TO PC-TRANSACTION-IMAGE.
           MOVE CX-SALES-THIS-YTD TO PC-BEFORE-SALES-THIS-YTD.
           MOVE CX-SALES-LAST-YTD TO PC-BEFORE-SALES-LAST-YTD.
           MOVE CX-AR-BALANCE TO PC-BEFORE-AR-BALANCE.
           WRITE PENDING-CHANGE-RECORD.
           PERFORM 992-CHECK-PENDCHG-WRITE-STATUS.
           MOVE WS-PENDING-NUMBER TO WS-HELD-PENDING-NUMBER.
           MOVE WS-HELD-RESULT-TEXT TO WS-TRAN-RESULT-TEXT.
           ADD 1 TO WS-TRANSACTIONS-HELD-COUNT.
      *
      *****************************************************************
      *
           MOVE WS-TRANSACTIONS-READ-COUNT TO TF-READ-COUNT.
           MOVE WS-TRANSACTIONS-APPLIED-COUNT TO TF-APPLIED-COUNT.
           MOVE WS-TRANSACTIONS-REJECTED-COUNT TO TF-REJECTED-COUNT.
           MOVE WS-TRANSACTIONS-HELD-COUNT TO TF-HELD-COUNT.
           MOVE TRANLOG-FOOTER-LINE TO TRANLOG-RECORD.
           WRITE TRANLOG-RECORD AFTER ADVANCING 2 LINES.
      *
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
              DISPLAY "RPT0002 - DAYMOVE OPEN FAILED - FILE STATUS "
                      DAYMOVE-STATUS
           ELSE
              MOVE FUNCTION CURRENT-DATE TO MOVEMENT-DATE-AND-TIME
              MOVE SPACES TO DAILY-MOVEMENT-RECORD
              MOVE "ADD " TO DM-SOURCE-CODE
              MOVE "CUSTOMERS ADDED" TO DM-SOURCE-NAME
              MOVE WS-ADD-MOVE-COUNT TO DM-ITEM-COUNT
              MOVE WS-ADD-SALES-MOVE TO DM-SALES-MOVEMENT
              MOVE WS-ADD-AR-MOVE TO DM-AR-MOVEMENT
              PERFORM 815-WRITE-MOVEMENT-RECORD
              MOVE SPACES TO DAILY-MOVEMENT-RECORD
              MOVE "OVRD" TO DM-SOURCE-CODE
              MOVE "MANUAL OVERRIDES" TO DM-SOURCE-NAME
              MOVE WS-OVERRIDE-MOVE-COUNT TO DM-ITEM-COUNT
              MOVE WS-OVERRIDE-SALES-MOVE TO DM-SALES-MOVEMENT
              MOVE WS-OVERRIDE-AR-MOVE TO DM-AR-MOVEMENT
              PERFORM 815-WRITE-MOVEMENT-RECORD
              CLOSE DAYMOVE
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       815-WRITE-MOVEMENT-RECORD.
      *
           MOVE "RPT0002" TO DM-PROGRAM-ID.
           MOVE MD-DATE TO DM-RUN-DATE.
           MOVE MD-TIME TO DM-RUN-TIME.
           MOVE WS-RUN-FINAL-STATUS TO DM-FINAL-STATUS.
           WRITE DAILY-MOVEMENT-RECORD.
           IF DAYMOVE-STATUS NOT = "00"
              DISPLAY "RPT0002 - DAYMOVE WRITE FAILED - FILE STATUS "
                      DAYMOVE-STATUS
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       900-CLOSE-FILES.
      *
           CLOSE CUSTTRAN
                 TRANLOG
                 CUSTJRNL
                 PENDCHG
                 CUSTIDX.
           PERFORM 982-CHECK-CUSTJRNL-CLOSE-STATUS.
           PERFORM 991-CHECK-PENDCHG-CLOSE-STATUS.
           PERFORM 961-CHECK-CUSTIDX-CLOSE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
      *
      *****************************************************************
       980-CHECK-CUSTJRNL-OPEN-STATUS.
      *
      *
      *****************************************************************
      *
      *****************************************************************
       990-CHECK-PENDCHG-OPEN-STATUS.
      *
           IF PENDCHG-STATUS NOT = "00"
              MOVE "PENDCHG OPEN" TO WS-FILE-ERROR-ID
              MOVE PENDCHG-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       991-CHECK-PENDCHG-CLOSE-STATUS.
      *
           IF PENDCHG-STATUS NOT = "00"
              MOVE "PENDCHG CLOSE" TO WS-FILE-ERROR-ID
              MOVE PENDCHG-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       992-CHECK-PENDCHG-WRITE-STATUS.
      *
           IF PENDCHG-STATUS NOT = "00"
              MOVE "PENDCHG WRITE" TO WS-FILE-ERROR-ID
              MOVE PENDCHG-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       993-CHECK-PENDCHG-READ-STATUS.
      *
      * "23" (key not found) is not an error here - the caller's
      * INVALID KEY / NOT INVALID KEY clause already branched on it.
      *
           IF PENDCHG-STATUS NOT = "00" AND PENDCHG-STATUS NOT = "23"
              MOVE "PENDCHG READ" TO WS-FILE-ERROR-ID
              MOVE PENDCHG-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       994-CHECK-PENDCHG-CONTROL-STATUS.
      *
      * The control record was made sure of at open, so not finding
      * it now means the file has been tampered with.
      *
           IF PENDCHG-STATUS NOT = "00"
              MOVE "PENDCHG CONTROL READ" TO WS-FILE-ERROR-ID
              MOVE PENDCHG-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       995-CHECK-PENDCHG-REWRITE-STATUS.
      *
           IF PENDCHG-STATUS NOT = "00"
              MOVE "PENDCHG REWRITE" TO WS-FILE-ERROR-ID
              MOVE PENDCHG-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       999-ABEND-FILE-ERROR.
      *
                   " - FILE STATUS " WS-FILE-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 810-WRITE-MOVEMENT-TOTALS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
