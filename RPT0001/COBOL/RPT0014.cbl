      *                          CIJRNLR), so the new RPT0023
      *                          forward-recovery program can rebuild
      *                          CUSTIDX from a backup copy.
      * 15/10/2026 MANUEL JARRY  Every opened invoice and every
      *                          applied payment or credit memo is
      *                          now also appended to the new
      *                          ARACTVTY AR activity history file
      *                          (see ARACTR), so the new RPT0028
      *                          monthly statement run can list the
      *                          month's payments and credits after
      *                          the items they cleared are gone.
      * 15/10/2026 MANUEL JARRY  Two new ARTRAN codes work the new
      *                          UNAPCASH unapplied-cash file (see
      *                          UNAPCSHR) that RPT0029, the lockbox
      *                          cash import, holds overpayments and
      *                          unidentified remittances on: A
      *                          applies held cash to the named
      *                          invoice exactly as a payment would,
      *                          and R refunds or releases held cash
      *                          without touching any open item
      *                          (customer 00000 allowed, for
      *                          unidentified cash). Either is
      *                          rejected if the customer has less
      *                          cash held than the amount keyed; the
      *                          held cash is used oldest receipt
      *                          first.
      * 15/10/2026 MANUEL JARRY  Each run now appends its AR movement
      *                          - invoices opened, payments, credit
      *                          memos and held cash applied, with
      *                          the net change each made to the AR
      *                          balance on CUSTIDX - to the new
      *                          DAYMOVE file (see DAYMOVR) for
      *                          RPT0038's roll-forward proof.
      * 15/10/2026 MANUEL JARRY  New ARTRAN code T transfers
      *                          unidentified cash held under
      *                          customer 00000 to the customer it
      *                          turns out to belong to, oldest
      *                          receipt first, so it can then be
      *                          applied with an A. Each UNAPCASH
      *                          entry moved keeps its receipt date,
      *                          batch, item and check number under
      *                          the new customer. ARACTVTY gets a U
      *                          pair - the amount out of 00000 and
      *                          into the customer - that nets to no
      *                          cash; CX-AR-BALANCE does not move.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
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
           SELECT ARTRAN
              ASSIGN TO "INPUT-FILES/ARTRAN"
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
      *
       FD  ARDETAIL.
           COPY ARDETLR.
      *
       FD  UNAPCASH.
           COPY UNAPCSHR.
      *
       FD  ARTRAN.
       01 AR-TRANSACTION-RECORD.
             88 AT-INVOICE-TRANSACTION                 VALUE "I".
             88 AT-PAYMENT-TRANSACTION                 VALUE "P".
             88 AT-CREDIT-MEMO-TRANSACTION             VALUE "M".
             88 AT-APPLY-UNAPPLIED-TRANSACTION         VALUE "A".
             88 AT-REFUND-UNAPPLIED-TRANSACTION        VALUE "R".
             88 AT-TRANSFER-UNAPPLIED-TRANSACTION      VALUE "T".
          05 AT-CUSTOMER-NUMBER     PIC 9(5).
          05 AT-INVOICE-NUMBER      PIC X(8).
          05 AT-AMOUNT              PIC S9(7)V9(2).
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
       01 SWITCHES.
          05 ARTRAN-EOF-SWITCH      PIC X             VALUE "N".
             88 ARTRAN-EOF                            VALUE "Y".
          05 UNAPCASH-END-SWITCH    PIC X             VALUE "N".
             88 UNAPCASH-END                          VALUE "Y".
          05 ITEM-APPLIED-SWITCH    PIC X             VALUE "N".
             88 ITEM-APPLIED                          VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 CUSTIDX-STATUS         PIC XX            VALUE ZERO.
          05 ARDETAIL-STATUS        PIC XX            VALUE ZERO.
          05 UNAPCASH-STATUS        PIC XX            VALUE ZERO.
          05 CUSTJRNL-STATUS        PIC XX            VALUE ZERO.
          05 ARACTVTY-STATUS        PIC XX            VALUE ZERO.
          05 RUNHIST-STATUS         PIC XX            VALUE ZERO.
          05 DAYMOVE-STATUS         PIC XX            VALUE ZERO.
      *
       01 JOURNAL-FIELDS.
          05 WS-JR-ACTION-CODE      PIC X.
          05 JD-DATE                PIC 9(8).
          05 JD-TIME                PIC 9(6).
          05 FILLER                 PIC X(7).
      *
       01 ACTIVITY-FIELDS.
          05 WS-ACTIVITY-TYPE       PIC X.
          05 WS-ACTIVITY-BRANCH-NUMBER PIC 9(2).
      *
       01 UNAPPLIED-CASH-FIELDS.
          05 WS-UNAPPLIED-AVAILABLE PIC S9(9)V99      VALUE ZERO.
          05 WS-UNAPPLIED-REMAINING PIC S9(7)V99      VALUE ZERO.
          05 WS-UNAPPLIED-TAKEN     PIC S9(7)V99      VALUE ZERO.
          05 WS-UNAPPLIED-CUSTOMER-NUMBER PIC 9(5)    VALUE ZERO.
          05 WS-TRANSFER-SOURCE-RECORD PIC X(80)      VALUE SPACE.
      *
       01 FILE-ERROR-FIELDS.
          05 WS-FILE-ERROR-ID      PIC X(20).
          05 WS-FILE-ERROR-STATUS  PIC XX.
      *
       01 MOVEMENT-TOTAL-FIELDS.
          05 WS-INVOICE-MOVE-COUNT          PIC 9(7) VALUE ZERO.
          05 WS-INVOICE-SALES-MOVE          PIC S9(11)V99 VALUE ZERO.
          05 WS-INVOICE-AR-MOVE             PIC S9(11)V99 VALUE ZERO.
          05 WS-PAYMENT-MOVE-COUNT          PIC 9(7) VALUE ZERO.
          05 WS-PAYMENT-SALES-MOVE          PIC S9(11)V99 VALUE ZERO.
          05 WS-PAYMENT-AR-MOVE             PIC S9(11)V99 VALUE ZERO.
          05 WS-CREDIT-MEMO-MOVE-COUNT      PIC 9(7) VALUE ZERO.
          05 WS-CREDIT-MEMO-SALES-MOVE      PIC S9(11)V99 VALUE ZERO.
          05 WS-CREDIT-MEMO-AR-MOVE         PIC S9(11)V99 VALUE ZERO.
          05 WS-HELD-CASH-MOVE-COUNT        PIC 9(7) VALUE ZERO.
          05 WS-HELD-CASH-SALES-MOVE        PIC S9(11)V99 VALUE ZERO.
          05 WS-HELD-CASH-AR-MOVE           PIC S9(11)V99 VALUE ZERO.
      *
       01 MOVEMENT-DATE-AND-TIME.
          05 MD-DATE                PIC 9(8).
          05 MD-TIME                PIC 9(6).
          05 FILLER                 PIC X(7).
      *
       01 RUN-HISTORY-FIELDS.
          05 WS-RUN-FINAL-STATUS   PIC X(4)          VALUE "OK".
              UNTIL ARTRAN-EOF.
           PERFORM 400-PRINT-CONTROL-TOTALS.
           PERFORM 900-CLOSE-FILES.
           PERFORM 810-WRITE-MOVEMENT-TOTALS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
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
      *
      *****************************************************************
      *
              EVALUATE TRUE
                 WHEN AT-INVOICE-TRANSACTION
                    PERFORM 230-APPLY-INVOICE-TRANSACTION
                 WHEN AT-APPLY-UNAPPLIED-TRANSACTION
                    PERFORM 265-APPLY-UNAPPLIED-CASH
                 WHEN AT-REFUND-UNAPPLIED-TRANSACTION
                    PERFORM 270-REFUND-UNAPPLIED-CASH
                 WHEN AT-TRANSFER-UNAPPLIED-TRANSACTION
                    PERFORM 271-TRANSFER-UNIDENTIFIED-CASH
                 WHEN OTHER
                    PERFORM 240-APPLY-CASH-TRANSACTION
              END-EVALUATE
      *
      *****************************************************************
       225-VALIDATE-TRANSACTION-FIELDS.
      *
      * A refund (R) may be keyed against customer 00000 - that is
      * where unidentified lockbox cash is held - and needs no
      * invoice number, since it does not touch an open item. A
      * transfer (T) names the customer the unidentified cash has
      * turned out to belong to, so it needs a real customer, but
      * like a refund it touches no open item and needs no invoice.
      *
           MOVE "Y" TO WS-TRAN-VALID-SWITCH.
           IF NOT AT-INVOICE-TRANSACTION
              AND NOT AT-PAYMENT-TRANSACTION
              AND NOT AT-CREDIT-MEMO-TRANSACTION
              AND NOT AT-APPLY-UNAPPLIED-TRANSACTION
              AND NOT AT-REFUND-UNAPPLIED-TRANSACTION
              AND NOT AT-TRANSFER-UNAPPLIED-TRANSACTION
              MOVE "N" TO WS-TRAN-VALID-SWITCH
              MOVE "REJECTED - UNKNOWN TRAN CODE" TO
                    WS-TRAN-RESULT-TEXT
           ELSE
              IF AT-CUSTOMER-NUMBER IS NOT NUMERIC
                 OR (AT-CUSTOMER-NUMBER = ZERO
                     AND NOT AT-REFUND-UNAPPLIED-TRANSACTION)
                 MOVE "N" TO WS-TRAN-VALID-SWITCH
                 MOVE "REJECTED - BAD CUSTOMER NUM" TO
                       WS-TRAN-RESULT-TEXT
              ELSE
                 IF AT-INVOICE-NUMBER = SPACE
                    AND NOT AT-REFUND-UNAPPLIED-TRANSACTION
                    AND NOT AT-TRANSFER-UNAPPLIED-TRANSACTION
                    MOVE "N" TO WS-TRAN-VALID-SWITCH
                    MOVE "REJECTED - BLANK INVOICE NUM" TO
                          WS-TRAN-RESULT-TEXT
                 MOVE "C" TO WS-JR-ACTION-CODE
                 MOVE CX-CUSTOMER-NUMBER TO WS-JR-CUSTOMER-NUMBER
                 PERFORM 700-WRITE-CUSTIDX-JOURNAL
                 MOVE "I" TO WS-ACTIVITY-TYPE
                 MOVE CX-BRANCH-NUMBER TO WS-ACTIVITY-BRANCH-NUMBER
                 PERFORM 260-WRITE-AR-ACTIVITY
                 MOVE "INVOICE OPENED" TO WS-TRAN-RESULT-TEXT
                 ADD 1 TO WS-TRANSACTIONS-APPLIED-COUNT
                 ADD 1 TO WS-INVOICE-MOVE-COUNT
                 ADD AT-AMOUNT TO WS-INVOICE-AR-MOVE
           END-WRITE.
           PERFORM 972-CHECK-ARDETAIL-WRITE-STATUS.
      *
              MOVE AT-DOCUMENT-DATE TO AR-LAST-ACTIVITY-DATE
              REWRITE AR-DETAIL-RECORD
              PERFORM 974-CHECK-ARDETAIL-REWRITE-STATUS
              MOVE "Y" TO ITEM-APPLIED-SWITCH
              PERFORM 250-REDUCE-MASTER-AR-BALANCE
           END-IF.
      *
              INVALID KEY
                 MOVE "APPLIED - NO MASTER RECORD" TO
                       WS-TRAN-RESULT-TEXT
                 MOVE ZERO TO WS-ACTIVITY-BRANCH-NUMBER
                 ADD 1 TO WS-TRANSACTIONS-APPLIED-COUNT
              NOT INVALID KEY
                 MOVE CUSTOMER-INDEX-RECORD TO WS-JR-BEFORE-IMAGE
                 MOVE "C" TO WS-JR-ACTION-CODE
                 MOVE CX-CUSTOMER-NUMBER TO WS-JR-CUSTOMER-NUMBER
                 PERFORM 700-WRITE-CUSTIDX-JOURNAL
                 MOVE CX-BRANCH-NUMBER TO WS-ACTIVITY-BRANCH-NUMBER
                 EVALUATE TRUE
                    WHEN AT-PAYMENT-TRANSACTION
                       MOVE "PAYMENT APPLIED" TO WS-TRAN-RESULT-TEXT
                       ADD 1 TO WS-PAYMENT-MOVE-COUNT
                       SUBTRACT AT-AMOUNT FROM WS-PAYMENT-AR-MOVE
                    WHEN AT-CREDIT-MEMO-TRANSACTION
                       MOVE "CREDIT MEMO APPLIED" TO
                             WS-TRAN-RESULT-TEXT
                       ADD 1 TO WS-CREDIT-MEMO-MOVE-COUNT
                       SUBTRACT AT-AMOUNT FROM WS-CREDIT-MEMO-AR-MOVE
                    WHEN OTHER
                       MOVE "UNAPPLIED CASH APPLIED" TO
                             WS-TRAN-RESULT-TEXT
                       ADD 1 TO WS-HELD-CASH-MOVE-COUNT
                       SUBTRACT AT-AMOUNT FROM WS-HELD-CASH-AR-MOVE
                 END-EVALUATE
                 ADD 1 TO WS-TRANSACTIONS-APPLIED-COUNT
           END-READ.
           PERFORM 963-CHECK-CUSTIDX-READ-STATUS.
           EVALUATE TRUE
              WHEN AT-PAYMENT-TRANSACTION
                 MOVE "P" TO WS-ACTIVITY-TYPE
              WHEN AT-CREDIT-MEMO-TRANSACTION
                 MOVE "M" TO WS-ACTIVITY-TYPE
              WHEN OTHER
                 MOVE "A" TO WS-ACTIVITY-TYPE
           END-EVALUATE.
           PERFORM 260-WRITE-AR-ACTIVITY.
      *
      *****************************************************************
      *
      *****************************************************************
       260-WRITE-AR-ACTIVITY.
      *
      * One activity record per document that moved an open item -
      * the item itself has been written or rewritten by now, so
      * the history never shows activity ARDETAIL did not take.
      *
           MOVE FUNCTION CURRENT-DATE TO JOURNAL-DATE-AND-TIME.
           MOVE AT-CUSTOMER-NUMBER TO AA-CUSTOMER-NUMBER.
           MOVE AT-INVOICE-NUMBER TO AA-INVOICE-NUMBER.
           MOVE WS-ACTIVITY-TYPE TO AA-ACTIVITY-TYPE.
           MOVE AT-DOCUMENT-DATE TO AA-DOCUMENT-DATE.
           MOVE AT-AMOUNT TO AA-AMOUNT.
           MOVE JD-DATE TO AA-POSTED-DATE.
           MOVE JD-TIME TO AA-POSTED-TIME.
           MOVE WS-ACTIVITY-BRANCH-NUMBER TO AA-BRANCH-NUMBER.
           MOVE "RPT0014" TO AA-PROGRAM-ID.
           MOVE AT-USER-ID TO AA-USER-ID.
           WRITE AR-ACTIVITY-RECORD.
           PERFORM 984-CHECK-ARACTVTY-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       262-WRITE-TRANSFER-OUT-ACTIVITY.
      *
      * The leaving half of a transfer's U pair, under customer
      * 00000 with no branch. It is the one activity carried
      * negative, so the pair nets to no cash received.
      *
           MOVE FUNCTION CURRENT-DATE TO JOURNAL-DATE-AND-TIME.
           MOVE ZERO TO AA-CUSTOMER-NUMBER.
           MOVE AT-INVOICE-NUMBER TO AA-INVOICE-NUMBER.
           MOVE "U" TO AA-ACTIVITY-TYPE.
           MOVE AT-DOCUMENT-DATE TO AA-DOCUMENT-DATE.
           COMPUTE AA-AMOUNT = ZERO - AT-AMOUNT.
           MOVE JD-DATE TO AA-POSTED-DATE.
           MOVE JD-TIME TO AA-POSTED-TIME.
           MOVE ZERO TO AA-BRANCH-NUMBER.
           MOVE "RPT0014" TO AA-PROGRAM-ID.
           MOVE AT-USER-ID TO AA-USER-ID.
           WRITE AR-ACTIVITY-RECORD.
           PERFORM 984-CHECK-ARACTVTY-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       265-APPLY-UNAPPLIED-CASH.
      *
      * Held cash goes against the named invoice through the same
      * path as a payment, so the item, CX-AR-BALANCE and the
      * journal all move together; the UNAPCASH entries are only
      * drawn down once the item has actually taken the amount.
      *
           MOVE AT-CUSTOMER-NUMBER TO WS-UNAPPLIED-CUSTOMER-NUMBER.
           PERFORM 275-TOTAL-UNAPPLIED-CASH.
           IF WS-UNAPPLIED-AVAILABLE < AT-AMOUNT
              MOVE "REJECTED - NO UNAPPLIED CASH" TO
                    WS-TRAN-RESULT-TEXT
              ADD 1 TO WS-TRANSACTIONS-REJECTED-COUNT
           ELSE
              MOVE "N" TO ITEM-APPLIED-SWITCH
              PERFORM 240-APPLY-CASH-TRANSACTION
              IF ITEM-APPLIED
                 PERFORM 280-DRAW-DOWN-UNAPPLIED-CASH
              END-IF
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       270-REFUND-UNAPPLIED-CASH.
      *
      * A refund or release only draws down UNAPCASH - held cash was
      * never in CX-AR-BALANCE, so the master is read for the branch
      * on the activity record and is not rewritten.
      *
           MOVE AT-CUSTOMER-NUMBER TO WS-UNAPPLIED-CUSTOMER-NUMBER.
           PERFORM 275-TOTAL-UNAPPLIED-CASH.
           IF WS-UNAPPLIED-AVAILABLE < AT-AMOUNT
              MOVE "REJECTED - NO UNAPPLIED CASH" TO
                    WS-TRAN-RESULT-TEXT
              ADD 1 TO WS-TRANSACTIONS-REJECTED-COUNT
           ELSE
              PERFORM 280-DRAW-DOWN-UNAPPLIED-CASH
              MOVE ZERO TO WS-ACTIVITY-BRANCH-NUMBER
              IF AT-CUSTOMER-NUMBER NOT = ZERO
                 MOVE AT-CUSTOMER-NUMBER TO CX-CUSTOMER-NUMBER
                 READ CUSTIDX
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE CX-BRANCH-NUMBER TO
                             WS-ACTIVITY-BRANCH-NUMBER
                 END-READ
                 PERFORM 963-CHECK-CUSTIDX-READ-STATUS
              END-IF
              MOVE "R" TO WS-ACTIVITY-TYPE
              PERFORM 260-WRITE-AR-ACTIVITY
              MOVE "UNAPPLIED CASH REFUNDED" TO WS-TRAN-RESULT-TEXT
              ADD 1 TO WS-TRANSACTIONS-APPLIED-COUNT
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       271-TRANSFER-UNIDENTIFIED-CASH.
      *
      * Unidentified cash is held under customer 00000 until the
      * credit clerk finds whose it is. A transfer moves it to that
      * customer's held cash, where an A can then apply it - it is
      * still unapplied, so CX-AR-BALANCE does not move.
      *
           MOVE AT-CUSTOMER-NUMBER TO CX-CUSTOMER-NUMBER.
           READ CUSTIDX
              INVALID KEY
                 MOVE "REJECTED - CUSTOMER NOT FOUND" TO
                       WS-TRAN-RESULT-TEXT
                 ADD 1 TO WS-TRANSACTIONS-REJECTED-COUNT
              NOT INVALID KEY
                 PERFORM 272-MOVE-UNIDENTIFIED-CASH
           END-READ.
           PERFORM 963-CHECK-CUSTIDX-READ-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       272-MOVE-UNIDENTIFIED-CASH.
      *
      * The held cash under 00000 is moved oldest receipt first,
      * the same order a refund draws it down in. ARACTVTY gets a U
      * pair - the amount out of 00000 and into the customer - so
      * the history shows where the cash went and the pair nets to
      * no cash received.
      *
           MOVE ZERO TO WS-UNAPPLIED-CUSTOMER-NUMBER.
           PERFORM 275-TOTAL-UNAPPLIED-CASH.
           IF WS-UNAPPLIED-AVAILABLE < AT-AMOUNT
              MOVE "REJECTED - NO UNAPPLIED CASH" TO
                    WS-TRAN-RESULT-TEXT
              ADD 1 TO WS-TRANSACTIONS-REJECTED-COUNT
           ELSE
              MOVE AT-AMOUNT TO WS-UNAPPLIED-REMAINING
              PERFORM 285-START-CUSTOMER-UNAPPLIED-CASH
              PERFORM 273-MOVE-UNIDENTIFIED-ENTRY
                 UNTIL UNAPCASH-END
                    OR WS-UNAPPLIED-REMAINING = ZERO
              PERFORM 262-WRITE-TRANSFER-OUT-ACTIVITY
              MOVE "U" TO WS-ACTIVITY-TYPE
              MOVE CX-BRANCH-NUMBER TO WS-ACTIVITY-BRANCH-NUMBER
              PERFORM 260-WRITE-AR-ACTIVITY
              MOVE "UNIDENTIFIED CASH TRANSFERRED" TO
                    WS-TRAN-RESULT-TEXT
              ADD 1 TO WS-TRANSACTIONS-APPLIED-COUNT
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       273-MOVE-UNIDENTIFIED-ENTRY.
      *
           READ UNAPCASH NEXT RECORD
              AT END
                 MOVE "Y" TO UNAPCASH-END-SWITCH
              NOT AT END
                 IF UC-CUSTOMER-NUMBER NOT =
                       WS-UNAPPLIED-CUSTOMER-NUMBER
                    MOVE "Y" TO UNAPCASH-END-SWITCH
                 ELSE
                    IF UC-OPEN-AMOUNT > ZERO
                       PERFORM 274-MOVE-ENTRY-TO-CUSTOMER
                    END-IF
                 END-IF
           END-READ.
           PERFORM 991-CHECK-UNAPCASH-READNEXT-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       274-MOVE-ENTRY-TO-CUSTOMER.
      *
      * The 00000 entry is drawn down and the amount taken is held
      * under the customer with the same receipt date, batch, item
      * and check number. An entry moved to the customer in part
      * before is added to rather than written again. Reading and
      * writing the customer's entry moves the file position, so
      * the read through 00000 carries on from the key after the
      * entry just drawn down.
      *
           IF WS-UNAPPLIED-REMAINING > UC-OPEN-AMOUNT
              MOVE UC-OPEN-AMOUNT TO WS-UNAPPLIED-TAKEN
           ELSE
              MOVE WS-UNAPPLIED-REMAINING TO WS-UNAPPLIED-TAKEN
           END-IF.
           SUBTRACT WS-UNAPPLIED-TAKEN FROM UC-OPEN-AMOUNT.
           SUBTRACT WS-UNAPPLIED-TAKEN FROM WS-UNAPPLIED-REMAINING.
           MOVE AT-DOCUMENT-DATE TO UC-LAST-ACTIVITY-DATE.
           REWRITE UNAPPLIED-CASH-RECORD.
           PERFORM 989-CHECK-UNAPCASH-REWRITE-STATUS.
           MOVE UNAPPLIED-CASH-RECORD TO WS-TRANSFER-SOURCE-RECORD.
           MOVE AT-CUSTOMER-NUMBER TO UC-CUSTOMER-NUMBER.
           READ UNAPCASH
              INVALID KEY
                 MOVE WS-TRANSFER-SOURCE-RECORD TO
                       UNAPPLIED-CASH-RECORD
                 MOVE AT-CUSTOMER-NUMBER TO UC-CUSTOMER-NUMBER
                 MOVE WS-UNAPPLIED-TAKEN TO UC-ORIGINAL-AMOUNT
                 MOVE WS-UNAPPLIED-TAKEN TO UC-OPEN-AMOUNT
                 WRITE UNAPPLIED-CASH-RECORD
                 PERFORM 993-CHECK-UNAPCASH-WRITE-STATUS
              NOT INVALID KEY
                 ADD WS-UNAPPLIED-TAKEN TO UC-ORIGINAL-AMOUNT
                 ADD WS-UNAPPLIED-TAKEN TO UC-OPEN-AMOUNT
                 MOVE AT-DOCUMENT-DATE TO UC-LAST-ACTIVITY-DATE
                 REWRITE UNAPPLIED-CASH-RECORD
                 PERFORM 989-CHECK-UNAPCASH-REWRITE-STATUS
           END-READ.
           PERFORM 992-CHECK-UNAPCASH-READ-STATUS.
           MOVE WS-TRANSFER-SOURCE-RECORD TO UNAPPLIED-CASH-RECORD.
           START UNAPCASH KEY IS GREATER THAN UC-CASH-KEY
              INVALID KEY
                 MOVE "Y" TO UNAPCASH-END-SWITCH
           END-START.
           PERFORM 990-CHECK-UNAPCASH-START-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       275-TOTAL-UNAPPLIED-CASH.
      *
           MOVE ZERO TO WS-UNAPPLIED-AVAILABLE.
           PERFORM 285-START-CUSTOMER-UNAPPLIED-CASH.
           PERFORM 276-ADD-UNAPPLIED-ENTRY
              UNTIL UNAPCASH-END.
      *
      *****************************************************************
      *
      *****************************************************************
       276-ADD-UNAPPLIED-ENTRY.
      *
           READ UNAPCASH NEXT RECORD
              AT END
                 MOVE "Y" TO UNAPCASH-END-SWITCH
              NOT AT END
                 IF UC-CUSTOMER-NUMBER NOT =
                       WS-UNAPPLIED-CUSTOMER-NUMBER
                    MOVE "Y" TO UNAPCASH-END-SWITCH
                 ELSE
                    ADD UC-OPEN-AMOUNT TO WS-UNAPPLIED-AVAILABLE
                 END-IF
           END-READ.
           PERFORM 991-CHECK-UNAPCASH-READNEXT-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       280-DRAW-DOWN-UNAPPLIED-CASH.
      *
      * The customer's held cash is used oldest receipt first - the
      * UNAPCASH key runs by receipt date within customer. The
      * caller has already proven there is enough of it.
      *
           MOVE AT-AMOUNT TO WS-UNAPPLIED-REMAINING.
           PERFORM 285-START-CUSTOMER-UNAPPLIED-CASH.
           PERFORM 281-DRAW-DOWN-UNAPPLIED-ENTRY
              UNTIL UNAPCASH-END
                 OR WS-UNAPPLIED-REMAINING = ZERO.
      *
      *****************************************************************
      *
      *****************************************************************
       281-DRAW-DOWN-UNAPPLIED-ENTRY.
      *
           READ UNAPCASH NEXT RECORD
              AT END
                 MOVE "Y" TO UNAPCASH-END-SWITCH
              NOT AT END
                 IF UC-CUSTOMER-NUMBER NOT =
                       WS-UNAPPLIED-CUSTOMER-NUMBER
                    MOVE "Y" TO UNAPCASH-END-SWITCH
                 ELSE
                    IF UC-OPEN-AMOUNT > ZERO
                       IF WS-UNAPPLIED-REMAINING > UC-OPEN-AMOUNT
                          MOVE UC-OPEN-AMOUNT TO WS-UNAPPLIED-TAKEN
                       ELSE
                          MOVE WS-UNAPPLIED-REMAINING TO
                                WS-UNAPPLIED-TAKEN
                       END-IF
                       SUBTRACT WS-UNAPPLIED-TAKEN FROM UC-OPEN-AMOUNT
                       SUBTRACT WS-UNAPPLIED-TAKEN FROM
                             WS-UNAPPLIED-REMAINING
                       MOVE AT-DOCUMENT-DATE TO UC-LAST-ACTIVITY-DATE
                       REWRITE UNAPPLIED-CASH-RECORD
                       PERFORM 989-CHECK-UNAPCASH-REWRITE-STATUS
                    END-IF
                 END-IF
           END-READ.
           PERFORM 991-CHECK-UNAPCASH-READNEXT-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       285-START-CUSTOMER-UNAPPLIED-CASH.
      *
           MOVE "N" TO UNAPCASH-END-SWITCH.
           MOVE WS-UNAPPLIED-CUSTOMER-NUMBER TO UC-CUSTOMER-NUMBER.
           MOVE ZERO TO UC-RECEIPT-DATE
                        UC-BATCH-NUMBER
                        UC-ITEM-NUMBER.
           START UNAPCASH KEY IS NOT < UC-CASH-KEY
              INVALID KEY
                 MOVE "Y" TO UNAPCASH-END-SWITCH
           END-START.
           PERFORM 990-CHECK-UNAPCASH-START-STATUS.
      *
      *****************************************************************
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
              DISPLAY "RPT0014 - DAYMOVE OPEN FAILED - FILE STATUS "
                      DAYMOVE-STATUS
           ELSE
              MOVE FUNCTION CURRENT-DATE TO MOVEMENT-DATE-AND-TIME
              MOVE SPACES TO DAILY-MOVEMENT-RECORD
              MOVE "INV " TO DM-SOURCE-CODE
              MOVE "INVOICES" TO DM-SOURCE-NAME
              MOVE WS-INVOICE-MOVE-COUNT TO DM-ITEM-COUNT
              MOVE WS-INVOICE-SALES-MOVE TO DM-SALES-MOVEMENT
              MOVE WS-INVOICE-AR-MOVE TO DM-AR-MOVEMENT
              PERFORM 815-WRITE-MOVEMENT-RECORD
              MOVE SPACES TO DAILY-MOVEMENT-RECORD
              MOVE "CASH" TO DM-SOURCE-CODE
              MOVE "CASH PAYMENTS" TO DM-SOURCE-NAME
              MOVE WS-PAYMENT-MOVE-COUNT TO DM-ITEM-COUNT
              MOVE WS-PAYMENT-SALES-MOVE TO DM-SALES-MOVEMENT
              MOVE WS-PAYMENT-AR-MOVE TO DM-AR-MOVEMENT
              PERFORM 815-WRITE-MOVEMENT-RECORD
              MOVE SPACES TO DAILY-MOVEMENT-RECORD
              MOVE "CRM " TO DM-SOURCE-CODE
              MOVE "CREDIT MEMOS" TO DM-SOURCE-NAME
              MOVE WS-CREDIT-MEMO-MOVE-COUNT TO DM-ITEM-COUNT
              MOVE WS-CREDIT-MEMO-SALES-MOVE TO DM-SALES-MOVEMENT
              MOVE WS-CREDIT-MEMO-AR-MOVE TO DM-AR-MOVEMENT
              PERFORM 815-WRITE-MOVEMENT-RECORD
              MOVE SPACES TO DAILY-MOVEMENT-RECORD
              MOVE "APPL" TO DM-SOURCE-CODE
              MOVE "HELD CASH APPLIED" TO DM-SOURCE-NAME
              MOVE WS-HELD-CASH-MOVE-COUNT TO DM-ITEM-COUNT
              MOVE WS-HELD-CASH-SALES-MOVE TO DM-SALES-MOVEMENT
              MOVE WS-HELD-CASH-AR-MOVE TO DM-AR-MOVEMENT
              PERFORM 815-WRITE-MOVEMENT-RECORD
              CLOSE DAYMOVE
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       815-WRITE-MOVEMENT-RECORD.
      *
           MOVE "RPT0014" TO DM-PROGRAM-ID.
           MOVE MD-DATE TO DM-RUN-DATE.
           MOVE MD-TIME TO DM-RUN-TIME.
           MOVE WS-RUN-FINAL-STATUS TO DM-FINAL-STATUS.
           WRITE DAILY-MOVEMENT-RECORD.
           IF DAYMOVE-STATUS NOT = "00"
              DISPLAY "RPT0014 - DAYMOVE WRITE FAILED - FILE STATUS "
                      DAYMOVE-STATUS
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       900-CLOSE-FILES.
      *
           CLOSE ARTRAN
                 ARPOSTLG
                 CUSTJRNL
                 ARACTVTY
                 ARDETAIL
                 UNAPCASH
                 CUSTIDX.
           PERFORM 982-CHECK-CUSTJRNL-CLOSE-STATUS.
           PERFORM 985-CHECK-ARACTVTY-CLOSE-STATUS.
           PERFORM 971-CHECK-ARDETAIL-CLOSE-STATUS.
           PERFORM 987-CHECK-UNAPCASH-CLOSE-STATUS.
           PERFORM 961-CHECK-CUSTIDX-CLOSE-STATUS.
      *
      *****************************************************************
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
       989-CHECK-UNAPCASH-REWRITE-STATUS.
      *
           IF UNAPCASH-STATUS NOT = "00"
              MOVE "UNAPCASH REWRITE" TO WS-FILE-ERROR-ID
              MOVE UNAPCASH-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       990-CHECK-UNAPCASH-START-STATUS.
      *
      * "23" (key not found) is not an error here - it just means
      * there is no held cash at or after the customer's key.
      *
           IF UNAPCASH-STATUS NOT = "00" AND
              UNAPCASH-STATUS NOT = "23"
              MOVE "UNAPCASH START" TO WS-FILE-ERROR-ID
              MOVE UNAPCASH-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       991-CHECK-UNAPCASH-READNEXT-STATUS.
      *
           IF UNAPCASH-STATUS NOT = "00" AND
              UNAPCASH-STATUS NOT = "10"
              MOVE "UNAPCASH READ NEXT" TO WS-FILE-ERROR-ID
              MOVE UNAPCASH-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       992-CHECK-UNAPCASH-READ-STATUS.
      *
      * "23" (key not found) is not an error here - the caller's
      * INVALID KEY / NOT INVALID KEY clause already branched on it.
      *
           IF UNAPCASH-STATUS NOT = "00" AND
              UNAPCASH-STATUS NOT = "23"
              MOVE "UNAPCASH READ" TO WS-FILE-ERROR-ID
              MOVE UNAPCASH-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       993-CHECK-UNAPCASH-WRITE-STATUS.
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
       999-ABEND-FILE-ERROR.
      *
                   " - FILE STATUS " WS-FILE-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 810-WRITE-MOVEMENT-TOTALS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
