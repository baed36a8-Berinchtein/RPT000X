      *                          trailing FILLER widened by one byte
      *                          so all three SLSTRAN record layouts
      *                          describe the same 50-byte record.
      * 15/10/2026 MANUEL JARRY  Every posted invoice and credit memo
      *                          is now also appended to the new
      *                          ARACTVTY AR activity history file
      *                          (see ARACTR) alongside its ARDETAIL
      *                          update, for the new RPT0028 monthly
      *                          customer statements.
      * 15/10/2026 MANUEL JARRY  Credit hold enforcement. An invoice
      *                          for a customer RPT0034's nightly
      *                          credit review has put on hold (see
      *                          CUSTIDXR) is suspended to SLSSUSP
      *                          with reason 10 CREDIT HOLD instead
      *                          of posting, unless the batch
      *                          carries a credit-manager override
      *                          (record type O) naming that
      *                          customer and document. Overrides
      *                          are gathered in the proving pass so
      *                          one may sit anywhere in the batch;
      *                          they are not documents and are not
      *                          in the trailer counts. Credit memos
      *                          post whether or not the customer is
      *                          on hold. SLSCTL shows the holds and
      *                          the overrides used.
      * 15/10/2026 MANUEL JARRY  Invoice and credit memo line items.
      *                          A document may now be followed by
      *                          line item records (type L) naming
      *                          a product on the new PRODMAST
      *                          product master (see PRODMSTR), a
      *                          quantity and an extended amount.
      *                          A document whose lines do not sum
      *                          to its amount, with a line for a
      *                          product not on file or with a bad
      *                          quantity or amount, is suspended
      *                          whole (reasons 11 to 14). Each line
      *                          of a posted document is appended
      *                          to the new SALESHST sales history
      *                          (see SLSHISR) for RPT0036. Lines
      *                          are not documents and are not in
      *                          the trailer counts; a document with
      *                          no lines posts as before.
      * 15/10/2026 MANUEL JARRY  Each run now appends its invoice and
      *                          credit memo movement - items posted
      *                          and the net change to sales this
      *                          year-to-date and AR balance - to
      *                          the new DAYMOVE file (see DAYMOVR)
      *                          for RPT0038's roll-forward proof.
      * 15/10/2026 MANUEL JARRY  An invoice let through a credit hold
      *                          on an override is now counted as
      *                          overridden only when it posts, not
      *                          when it is later suspended as a
      *                          duplicate document.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT SLSCTL
              ASSIGN TO "OUTPUT-FILES/SLSCTL"
              ORGANIZATION IS SEQUENTIAL.
      *
           SELECT PRODMAST
              ASSIGN TO "WORK-FILES/PRODMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-PRODUCT-CODE
              FILE STATUS IS PRODMAST-STATUS.
      *
           SELECT SALESHST
              ASSIGN TO "OUTPUT-FILES/SALESHST"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SALESHST-STATUS.
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
           COPY ARDETLR.
      *
       FD  SLSTRAN.
      * Five record types share the area - each 01 after the first
      * under an FD implicitly redefines it - and the record type in
      * the first byte says which one has been read:
      *   H - BATCH-HEADER-RECORD, which opens the file;
      *   D - SALES-DOCUMENT-RECORD, one invoice or credit memo, its
      *       SD-TRANSACTION-CODE I for an invoice or C for a credit
      *       memo;
      *   L - LINE-ITEM-RECORD, a product line of the D it follows;
      *   O - CREDIT-OVERRIDE-RECORD, a credit hold release, allowed
      *       anywhere in the batch;
      *   T - BATCH-TRAILER-RECORD, which proves the batch.
      * Only D records are in the trailer counts.
       01 BATCH-HEADER-RECORD.
          05 BH-RECORD-TYPE         PIC X.
             88 BH-HEADER-RECORD                       VALUE "H".
          05 BT-AMOUNT-TOTAL        PIC S9(9)V9(2).
          05 BT-CUSTOMER-HASH       PIC 9(11).
          05 FILLER                 PIC X(20).
      * A credit manager's release of one invoice for a customer on
      * credit hold - it names the customer and the document, and
      * who authorised it.
       01 CREDIT-OVERRIDE-RECORD.
          05 CO-RECORD-TYPE         PIC X.
             88 CO-OVERRIDE-RECORD                     VALUE "O".
          05 CO-CUSTOMER-NUMBER     PIC 9(5).
          05 CO-DOCUMENT-NUMBER     PIC X(8).
          05 CO-APPROVED-BY         PIC X(8).
          05 FILLER                 PIC X(28).
      * One product line of the invoice or credit memo it follows -
      * it repeats that document's number so a misplaced line is
      * caught, and a credit memo's lines are keyed positive like
      * the document amount.
       01 LINE-ITEM-RECORD.
          05 LI-RECORD-TYPE         PIC X.
             88 LI-LINE-ITEM-RECORD                    VALUE "L".
          05 LI-DOCUMENT-NUMBER     PIC X(8).
          05 LI-PRODUCT-CODE        PIC X(8).
          05 LI-QUANTITY            PIC 9(5).
          05 LI-QUANTITY-X REDEFINES LI-QUANTITY
                                    PIC X(5).
          05 LI-EXTENDED-AMOUNT     PIC S9(7)V9(2).
          05 LI-EXTENDED-AMOUNT-X REDEFINES LI-EXTENDED-AMOUNT
                                    PIC X(9).
          05 FILLER                 PIC X(19).
      *
       FD  PRODMAST.
           COPY PRODMSTR.
      *
       FD  SALESHST.
           COPY SLSHISR.
      *
       FD  SLSSUSP.
       01 SUSPENSE-RECORD           PIC X(100).
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
             88 TRAILER-SEEN                          VALUE "Y".
          05 BATCH-BALANCED-SWITCH  PIC X             VALUE "N".
             88 BATCH-BALANCED                        VALUE "Y".
          05 OVERRIDE-TABLE-FULL-SWITCH PIC X         VALUE "N".
             88 OVERRIDE-TABLE-FULL                   VALUE "Y".
          05 OVERRIDE-FOUND-SWITCH  PIC X             VALUE "N".
             88 OVERRIDE-FOUND                        VALUE "Y".
          05 OVERRIDE-USED-SWITCH   PIC X             VALUE "N".
             88 OVERRIDE-USED                         VALUE "Y".
          05 CREDIT-CLEARED-SWITCH  PIC X             VALUE "Y".
             88 CREDIT-CLEARED                        VALUE "Y".
          05 PENDING-DOCUMENT-SWITCH PIC X            VALUE "N".
             88 PENDING-DOCUMENT-HELD                 VALUE "Y".
          05 LINE-TABLE-FULL-SWITCH PIC X             VALUE "N".
             88 LINE-TABLE-FULL                       VALUE "Y".
          05 PRODMAST-OPEN-SWITCH   PIC X             VALUE "N".
             88 PRODMAST-OPEN                         VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 CUSTIDX-STATUS         PIC XX            VALUE ZERO.
          05 ARDETAIL-STATUS        PIC XX            VALUE ZERO.
          05 SLSTRAN-STATUS         PIC XX            VALUE ZERO.
          05 CUSTJRNL-STATUS        PIC XX            VALUE ZERO.
          05 ARACTVTY-STATUS        PIC XX            VALUE ZERO.
          05 PRODMAST-STATUS        PIC XX            VALUE ZERO.
          05 SALESHST-STATUS        PIC XX            VALUE ZERO.
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
          05 WS-INVOICE-MOVE-COUNT          PIC 9(7) VALUE ZERO.
          05 WS-INVOICE-SALES-MOVE          PIC S9(11)V99 VALUE ZERO.
          05 WS-INVOICE-AR-MOVE             PIC S9(11)V99 VALUE ZERO.
          05 WS-CREDIT-MEMO-MOVE-COUNT      PIC 9(7) VALUE ZERO.
          05 WS-CREDIT-MEMO-SALES-MOVE      PIC S9(11)V99 VALUE ZERO.
          05 WS-CREDIT-MEMO-AR-MOVE         PIC S9(11)V99 VALUE ZERO.
      *
       01 MOVEMENT-DATE-AND-TIME.
          05 MD-DATE                PIC 9(8).
          05 MD-TIME                PIC 9(6).
          05 FILLER                 PIC X(7).
      *
       01 RUN-HISTORY-FIELDS.
          05 WS-RUN-FINAL-STATUS   PIC X(4)          VALUE "OK".
          05 WS-TRAILER-DOC-COUNT     PIC 9(7)       VALUE ZERO.
          05 WS-TRAILER-AMOUNT-TOTAL  PIC S9(9)V99   VALUE ZERO.
          05 WS-TRAILER-CUSTOMER-HASH PIC 9(11)      VALUE ZERO.
      *
       01 CREDIT-OVERRIDE-TABLE.
          05 WS-OVERRIDE-COUNT        PIC S9(4)  COMP VALUE ZERO.
          05 WS-OVERRIDE-SUB          PIC S9(4)  COMP VALUE ZERO.
          05 WS-OVERRIDE-ENTRY        OCCURS 200 TIMES.
             10 WS-OVERRIDE-CUSTOMER  PIC 9(5).
             10 WS-OVERRIDE-DOCUMENT  PIC X(8).
      *
      * The document being collected in the posting pass is held
      * here until the record after its last line is read; the
      * record just read is parked in the save area while the held
      * document is moved back into the SLSTRAN area to post.
       01 PENDING-DOCUMENT-FIELDS.
          05 WS-PENDING-DOCUMENT      PIC X(50).
          05 WS-PENDING-DOCUMENT-NUMBER PIC X(8).
          05 WS-SLSTRAN-SAVE-AREA     PIC X(50).
      *
       01 LINE-ITEM-TABLE.
          05 WS-LINE-COUNT            PIC S9(4)  COMP VALUE ZERO.
          05 WS-LINE-SUB              PIC S9(4)  COMP VALUE ZERO.
          05 WS-LINE-AMOUNT-TOTAL     PIC S9(9)V99   VALUE ZERO.
          05 WS-LINE-ENTRY            OCCURS 50 TIMES.
             10 WS-LINE-PRODUCT-CODE  PIC X(8).
             10 WS-LINE-PRODUCT-GROUP PIC X(4).
             10 WS-LINE-QUANTITY      PIC 9(5).
             10 WS-LINE-QUANTITY-X REDEFINES WS-LINE-QUANTITY
                                      PIC X(5).
             10 WS-LINE-AMOUNT        PIC S9(7)V9(2).
             10 WS-LINE-AMOUNT-X REDEFINES WS-LINE-AMOUNT
                                      PIC X(9).
      *
       01 CONTROL-TOTAL-FIELDS.
          05 WS-DOCUMENTS-POSTED-COUNT    PIC 9(7)   VALUE ZERO.
          05 WS-DOCUMENTS-SUSPENDED-COUNT PIC 9(7)   VALUE ZERO.
          05 WS-POSTED-AMOUNT-TOTAL       PIC S9(9)V99 VALUE ZERO.
          05 WS-INVOICES-HELD-COUNT       PIC 9(7)   VALUE ZERO.
          05 WS-INVOICES-OVERRIDDEN-COUNT PIC 9(7)   VALUE ZERO.
          05 WS-LINE-ITEMS-POSTED-COUNT   PIC 9(7)   VALUE ZERO.
          05 WS-UNMATCHED-LINES-COUNT     PIC 9(7)   VALUE ZERO.
      *
       01 CURRENT-DATE-AND-TIME.
          05 CURRENT-DATE.
           PERFORM 100-VERIFY-BATCH-CONTROLS.
           IF NOT BATCH-BALANCED
              PERFORM 998-STOP-BATCH-OUT-OF-BALANCE.
           IF OVERRIDE-TABLE-FULL
              PERFORM 997-STOP-OVERRIDE-TABLE-FULL.
           PERFORM 200-POST-BATCH-DOCUMENTS.
           PERFORM 400-PRINT-CONTROL-TOTALS.
           CLOSE SLSCTL.
           PERFORM 810-WRITE-MOVEMENT-TOTALS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
                 IF BT-CUSTOMER-HASH IS NUMERIC
                    MOVE BT-CUSTOMER-HASH TO WS-TRAILER-CUSTOMER-HASH
                 END-IF
              WHEN CO-OVERRIDE-RECORD
                 PERFORM 130-STORE-CREDIT-OVERRIDE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
      *****************************************************************
      *
      *****************************************************************
       130-STORE-CREDIT-OVERRIDE.
      *
      * An override with an unusable customer number or no document
      * number cannot match an invoice, so it is not kept.
      *
           IF CO-CUSTOMER-NUMBER IS NUMERIC
              AND CO-DOCUMENT-NUMBER NOT = SPACE
              IF WS-OVERRIDE-COUNT < 200
                 ADD 1 TO WS-OVERRIDE-COUNT
                 MOVE CO-CUSTOMER-NUMBER TO
                       WS-OVERRIDE-CUSTOMER (WS-OVERRIDE-COUNT)
                 MOVE CO-DOCUMENT-NUMBER TO
                       WS-OVERRIDE-DOCUMENT (WS-OVERRIDE-COUNT)
              ELSE
                 MOVE "Y" TO OVERRIDE-TABLE-FULL-SWITCH
              END-IF
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       200-POST-BATCH-DOCUMENTS.
      *
              OPEN OUTPUT CUSTJRNL
           END-IF.
           PERFORM 980-CHECK-CUSTJRNL-OPEN-STATUS.
           OPEN EXTEND ARACTVTY.
           IF ARACTVTY-STATUS = "35"
              OPEN OUTPUT ARACTVTY
           END-IF.
           PERFORM 983-CHECK-ARACTVTY-OPEN-STATUS.
           OPEN EXTEND SALESHST.
           IF SALESHST-STATUS = "35"
              OPEN OUTPUT SALESHST
           END-IF.
           PERFORM 990-CHECK-SALESHST-OPEN-STATUS.
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
           OPEN I-O CUSTIDX.
           PERFORM 960-CHECK-CUSTIDX-OPEN-STATUS.
           OPEN I-O ARDETAIL.
           MOVE "N" TO SLSTRAN-EOF-SWITCH.
           PERFORM 210-POST-BATCH-RECORD
              UNTIL SLSTRAN-EOF.
           IF PENDING-DOCUMENT-HELD
              PERFORM 217-POST-PENDING-DOCUMENT.
           CLOSE SLSTRAN
                 SLSSUSP
                 CUSTJRNL
                 ARACTVTY
                 SALESHST
                 ARDETAIL
                 CUSTIDX.
           IF PRODMAST-OPEN
              CLOSE PRODMAST
              PERFORM 987-CHECK-PRODMAST-CLOSE-STATUS
           END-IF.
           PERFORM 982-CHECK-CUSTJRNL-CLOSE-STATUS.
           PERFORM 985-CHECK-ARACTVTY-CLOSE-STATUS.
           PERFORM 992-CHECK-SALESHST-CLOSE-STATUS.
           PERFORM 952-CHECK-SLSTRAN-CLOSE-STATUS.
           PERFORM 971-CHECK-ARDETAIL-CLOSE-STATUS.
           PERFORM 961-CHECK-CUSTIDX-CLOSE-STATUS.
              AT END
                 MOVE "Y" TO SLSTRAN-EOF-SWITCH
              NOT AT END
                 PERFORM 215-COLLECT-BATCH-RECORD
           END-READ.
           PERFORM 951-CHECK-SLSTRAN-READ-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       215-COLLECT-BATCH-RECORD.
      *
      * A document cannot post until all its lines have been read,
      * so it is held until the next record that is not one of its
      * lines. A line that does not follow its own document is
      * counted and dropped; the document it belonged to then fails
      * its line total.
      *
           IF LI-LINE-ITEM-RECORD
              IF PENDING-DOCUMENT-HELD
                 AND LI-DOCUMENT-NUMBER = WS-PENDING-DOCUMENT-NUMBER
                 PERFORM 218-STORE-LINE-ITEM
              ELSE
                 ADD 1 TO WS-UNMATCHED-LINES-COUNT
              END-IF
           ELSE
              IF PENDING-DOCUMENT-HELD
                 PERFORM 217-POST-PENDING-DOCUMENT
              END-IF
              IF SD-DETAIL-RECORD
                 MOVE SALES-DOCUMENT-RECORD TO WS-PENDING-DOCUMENT
                 MOVE SD-DOCUMENT-NUMBER TO WS-PENDING-DOCUMENT-NUMBER
                 MOVE "Y" TO PENDING-DOCUMENT-SWITCH
                 MOVE ZERO TO WS-LINE-COUNT
                 MOVE "N" TO LINE-TABLE-FULL-SWITCH
              END-IF
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       217-POST-PENDING-DOCUMENT.
      *
           MOVE SALES-DOCUMENT-RECORD TO WS-SLSTRAN-SAVE-AREA.
           MOVE WS-PENDING-DOCUMENT TO SALES-DOCUMENT-RECORD.
           PERFORM 220-POST-SALES-DOCUMENT.
           MOVE WS-SLSTRAN-SAVE-AREA TO SALES-DOCUMENT-RECORD.
           MOVE "N" TO PENDING-DOCUMENT-SWITCH.
      *
      *****************************************************************
      *
      *****************************************************************
       218-STORE-LINE-ITEM.
      *
      * Quantity and amount are kept as keyed - they are edited with
      * the rest of the document once all its lines are in.
      *
           IF WS-LINE-COUNT < 50
              ADD 1 TO WS-LINE-COUNT
              MOVE LI-PRODUCT-CODE TO
                    WS-LINE-PRODUCT-CODE (WS-LINE-COUNT)
              MOVE SPACE TO WS-LINE-PRODUCT-GROUP (WS-LINE-COUNT)
              MOVE LI-QUANTITY-X TO
                    WS-LINE-QUANTITY-X (WS-LINE-COUNT)
              MOVE LI-EXTENDED-AMOUNT-X TO
                    WS-LINE-AMOUNT-X (WS-LINE-COUNT)
           ELSE
              MOVE "Y" TO LINE-TABLE-FULL-SWITCH
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       220-POST-SALES-DOCUMENT.
      *
                          MOVE 05 TO WS-REJECT-REASON-CODE
                          MOVE "INVALID DOCUMENT DATE" TO
                                WS-REJECT-REASON-TEXT.
           IF WS-DOC-VALID
              AND WS-LINE-COUNT > ZERO
              PERFORM 226-VALIDATE-LINE-ITEMS.
      *
      *****************************************************************
      *
      *****************************************************************
       226-VALIDATE-LINE-ITEMS.
      *
      * Every line must be a positive quantity and amount of a
      * product on PRODMAST, and the lines together must come to
      * the document amount - otherwise the whole document is
      * suspended. Without PRODMAST no product can be proved, so a
      * document with lines cannot post.
      *
           IF LINE-TABLE-FULL
              MOVE "N" TO WS-DOC-VALID-SWITCH
              MOVE 14 TO WS-REJECT-REASON-CODE
              MOVE "MORE THAN 50 LINE ITEMS" TO WS-REJECT-REASON-TEXT
           ELSE
              MOVE ZERO TO WS-LINE-AMOUNT-TOTAL
              PERFORM 228-VALIDATE-LINE-ITEM
                 VARYING WS-LINE-SUB FROM 1 BY 1
                 UNTIL WS-LINE-SUB > WS-LINE-COUNT
                    OR NOT WS-DOC-VALID
              IF WS-DOC-VALID
                 AND WS-LINE-AMOUNT-TOTAL NOT = SD-AMOUNT
                 MOVE "N" TO WS-DOC-VALID-SWITCH
                 MOVE 11 TO WS-REJECT-REASON-CODE
                 MOVE "LINES DO NOT SUM TO AMOUNT" TO
                       WS-REJECT-REASON-TEXT
              END-IF
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       228-VALIDATE-LINE-ITEM.
      *
           IF WS-LINE-QUANTITY (WS-LINE-SUB) IS NOT NUMERIC
              OR WS-LINE-QUANTITY (WS-LINE-SUB) = ZERO
              OR WS-LINE-AMOUNT (WS-LINE-SUB) IS NOT NUMERIC
              OR WS-LINE-AMOUNT (WS-LINE-SUB) NOT > ZERO
              MOVE "N" TO WS-DOC-VALID-SWITCH
              MOVE 12 TO WS-REJECT-REASON-CODE
              MOVE "INVALID LINE ITEM" TO WS-REJECT-REASON-TEXT
           ELSE
              IF NOT PRODMAST-OPEN
                 MOVE "N" TO WS-DOC-VALID-SWITCH
                 MOVE 13 TO WS-REJECT-REASON-CODE
                 MOVE "PRODUCT NOT ON MASTER" TO
                       WS-REJECT-REASON-TEXT
              ELSE
                 MOVE WS-LINE-PRODUCT-CODE (WS-LINE-SUB) TO
                       PM-PRODUCT-CODE
                 READ PRODMAST
                    INVALID KEY
                       MOVE "N" TO WS-DOC-VALID-SWITCH
                       MOVE 13 TO WS-REJECT-REASON-CODE
                       MOVE "PRODUCT NOT ON MASTER" TO
                             WS-REJECT-REASON-TEXT
                    NOT INVALID KEY
                       MOVE PM-PRODUCT-GROUP TO
                             WS-LINE-PRODUCT-GROUP (WS-LINE-SUB)
                       ADD WS-LINE-AMOUNT (WS-LINE-SUB) TO
                             WS-LINE-AMOUNT-TOTAL
                 END-READ
                 PERFORM 986-CHECK-PRODMAST-READ-STATUS
              END-IF
           END-IF.
      *
      *****************************************************************
      *
                 PERFORM 260-WRITE-SUSPENSE-RECORD
              NOT INVALID KEY
                 IF SD-INVOICE-DOCUMENT
                    PERFORM 235-CHECK-CREDIT-HOLD
                    IF CREDIT-CLEARED
                       PERFORM 240-POST-INVOICE-DOCUMENT
                    ELSE
                       PERFORM 260-WRITE-SUSPENSE-RECORD
                    END-IF
                 ELSE
                    PERFORM 250-POST-CREDIT-MEMO-DOCUMENT
                 END-IF
      *
      *****************************************************************
      *
      *****************************************************************
       235-CHECK-CREDIT-HOLD.
      *
      * Only invoices come through here - a credit memo lowers the
      * exposure the hold is protecting, so it always posts. An
      * invoice let through on an override is only counted as
      * overridden once it has actually posted in 240.
      *
           MOVE "Y" TO CREDIT-CLEARED-SWITCH.
           MOVE "N" TO OVERRIDE-USED-SWITCH.
           IF CX-ON-CREDIT-HOLD
              MOVE "N" TO OVERRIDE-FOUND-SWITCH
              PERFORM 237-TEST-OVERRIDE-ENTRY
                 VARYING WS-OVERRIDE-SUB FROM 1 BY 1
                 UNTIL WS-OVERRIDE-SUB > WS-OVERRIDE-COUNT
                    OR OVERRIDE-FOUND
              IF OVERRIDE-FOUND
                 MOVE "Y" TO OVERRIDE-USED-SWITCH
              ELSE
                 MOVE "N" TO CREDIT-CLEARED-SWITCH
                 MOVE 10 TO WS-REJECT-REASON-CODE
                 MOVE "CREDIT HOLD" TO WS-REJECT-REASON-TEXT
                 ADD 1 TO WS-INVOICES-HELD-COUNT
              END-IF
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       237-TEST-OVERRIDE-ENTRY.
      *
           IF WS-OVERRIDE-CUSTOMER (WS-OVERRIDE-SUB) =
                 SD-CUSTOMER-NUMBER
              AND WS-OVERRIDE-DOCUMENT (WS-OVERRIDE-SUB) =
                 SD-DOCUMENT-NUMBER
              MOVE "Y" TO OVERRIDE-FOUND-SWITCH
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       240-POST-INVOICE-DOCUMENT.
      *
                 MOVE "C" TO WS-JR-ACTION-CODE
                 MOVE CX-CUSTOMER-NUMBER TO WS-JR-CUSTOMER-NUMBER
                 PERFORM 700-WRITE-CUSTIDX-JOURNAL
                 MOVE "I" TO AA-ACTIVITY-TYPE
                 PERFORM 270-WRITE-AR-ACTIVITY
                 PERFORM 280-WRITE-SALES-HISTORY
                 ADD 1 TO WS-DOCUMENTS-POSTED-COUNT
                 ADD SD-AMOUNT TO WS-POSTED-AMOUNT-TOTAL
                 ADD 1 TO WS-INVOICE-MOVE-COUNT
                 ADD SD-AMOUNT TO WS-INVOICE-SALES-MOVE
                 ADD SD-AMOUNT TO WS-INVOICE-AR-MOVE
                 IF OVERRIDE-USED
                    ADD 1 TO WS-INVOICES-OVERRIDDEN-COUNT
                 END-IF
           END-WRITE.
           PERFORM 972-CHECK-ARDETAIL-WRITE-STATUS.
      *
                    MOVE "C" TO WS-JR-ACTION-CODE
                    MOVE CX-CUSTOMER-NUMBER TO WS-JR-CUSTOMER-NUMBER
                    PERFORM 700-WRITE-CUSTIDX-JOURNAL
                    MOVE "M" TO AA-ACTIVITY-TYPE
                    PERFORM 270-WRITE-AR-ACTIVITY
                    PERFORM 280-WRITE-SALES-HISTORY
                    ADD 1 TO WS-DOCUMENTS-POSTED-COUNT
                    SUBTRACT SD-AMOUNT FROM WS-POSTED-AMOUNT-TOTAL
                    ADD 1 TO WS-CREDIT-MEMO-MOVE-COUNT
                    SUBTRACT SD-AMOUNT FROM WS-CREDIT-MEMO-SALES-MOVE
                    SUBTRACT SD-AMOUNT FROM WS-CREDIT-MEMO-AR-MOVE
                 END-IF
           END-READ.
           PERFORM 973-CHECK-ARDETAIL-READ-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       270-WRITE-AR-ACTIVITY.
      *
      * Written once the document has posted to both ARDETAIL and
      * CUSTIDX; the caller has already set the activity type.
      *
           MOVE FUNCTION CURRENT-DATE TO JOURNAL-DATE-AND-TIME.
           MOVE SD-CUSTOMER-NUMBER TO AA-CUSTOMER-NUMBER.
           MOVE SD-DOCUMENT-NUMBER TO AA-INVOICE-NUMBER.
           MOVE SD-DOCUMENT-DATE TO AA-DOCUMENT-DATE.
           MOVE SD-AMOUNT TO AA-AMOUNT.
           MOVE JD-DATE TO AA-POSTED-DATE.
           MOVE JD-TIME TO AA-POSTED-TIME.
           MOVE CX-BRANCH-NUMBER TO AA-BRANCH-NUMBER.
           MOVE "RPT0016" TO AA-PROGRAM-ID.
           MOVE "RPT0016" TO AA-USER-ID.
           WRITE AR-ACTIVITY-RECORD.
           PERFORM 984-CHECK-ARACTVTY-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       280-WRITE-SALES-HISTORY.
      *
      * One SALESHST record per line of the document just posted,
      * carrying the customer's branch and salesrep as they stand
      * now. A document keyed without lines adds no history.
      *
           MOVE FUNCTION CURRENT-DATE TO JOURNAL-DATE-AND-TIME.
           PERFORM 285-WRITE-SALES-HISTORY-LINE
              VARYING WS-LINE-SUB FROM 1 BY 1
              UNTIL WS-LINE-SUB > WS-LINE-COUNT.
      *
      *****************************************************************
      *
      *****************************************************************
       285-WRITE-SALES-HISTORY-LINE.
      *
           MOVE JD-DATE TO SH-POSTED-DATE.
           MOVE WS-BATCH-NUMBER TO SH-BATCH-NUMBER.
           MOVE CX-BRANCH-NUMBER TO SH-BRANCH-NUMBER.
           MOVE CX-SALESREP-NUMBER TO SH-SALESREP-NUMBER.
           MOVE SD-CUSTOMER-NUMBER TO SH-CUSTOMER-NUMBER.
           MOVE SD-DOCUMENT-NUMBER TO SH-DOCUMENT-NUMBER.
           MOVE SD-TRANSACTION-CODE TO SH-DOCUMENT-TYPE.
           MOVE SD-DOCUMENT-DATE TO SH-DOCUMENT-DATE.
           MOVE WS-LINE-SUB TO SH-LINE-NUMBER.
           MOVE WS-LINE-PRODUCT-CODE (WS-LINE-SUB) TO SH-PRODUCT-CODE.
           MOVE WS-LINE-PRODUCT-GROUP (WS-LINE-SUB) TO
                 SH-PRODUCT-GROUP.
           IF SD-CREDIT-MEMO-DOCUMENT
              COMPUTE SH-QUANTITY =
                    ZERO - WS-LINE-QUANTITY (WS-LINE-SUB)
              COMPUTE SH-EXTENDED-AMOUNT =
                    ZERO - WS-LINE-AMOUNT (WS-LINE-SUB)
           ELSE
              MOVE WS-LINE-QUANTITY (WS-LINE-SUB) TO SH-QUANTITY
              MOVE WS-LINE-AMOUNT (WS-LINE-SUB) TO SH-EXTENDED-AMOUNT
           END-IF.
           WRITE SALES-HISTORY-RECORD.
           PERFORM 991-CHECK-SALESHST-WRITE-STATUS.
           ADD 1 TO WS-LINE-ITEMS-POSTED-COUNT.
      *
      *****************************************************************
      *
      *****************************************************************
       700-WRITE-CUSTIDX-JOURNAL.
      *
           MOVE WS-POSTED-AMOUNT-TOTAL TO CRL-VALUE.
           MOVE CONTROL-REPORT-LINE TO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD AFTER ADVANCING 1 LINES.
           MOVE "CREDIT OVERRIDES IN BATCH:" TO CRL-LABEL.
           MOVE WS-OVERRIDE-COUNT TO CRL-VALUE.
           MOVE CONTROL-REPORT-LINE TO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD AFTER ADVANCING 2 LINES.
           MOVE "INVOICES HELD - CREDIT HOLD:" TO CRL-LABEL.
           MOVE WS-INVOICES-HELD-COUNT TO CRL-VALUE.
           MOVE CONTROL-REPORT-LINE TO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD AFTER ADVANCING 1 LINES.
           MOVE "HELD INVOICES OVERRIDDEN:" TO CRL-LABEL.
           MOVE WS-INVOICES-OVERRIDDEN-COUNT TO CRL-VALUE.
           MOVE CONTROL-REPORT-LINE TO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD AFTER ADVANCING 1 LINES.
           MOVE "LINE ITEMS POSTED:" TO CRL-LABEL.
           MOVE WS-LINE-ITEMS-POSTED-COUNT TO CRL-VALUE.
           MOVE CONTROL-REPORT-LINE TO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD AFTER ADVANCING 2 LINES.
           MOVE "LINE ITEMS WITHOUT DOCUMENT:" TO CRL-LABEL.
           MOVE WS-UNMATCHED-LINES-COUNT TO CRL-VALUE.
           MOVE CONTROL-REPORT-LINE TO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD AFTER ADVANCING 1 LINES.
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
              DISPLAY "RPT0016 - DAYMOVE OPEN FAILED - FILE STATUS "
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
              MOVE "CRM " TO DM-SOURCE-CODE
              MOVE "CREDIT MEMOS" TO DM-SOURCE-NAME
              MOVE WS-CREDIT-MEMO-MOVE-COUNT TO DM-ITEM-COUNT
              MOVE WS-CREDIT-MEMO-SALES-MOVE TO DM-SALES-MOVEMENT
              MOVE WS-CREDIT-MEMO-AR-MOVE TO DM-AR-MOVEMENT
              PERFORM 815-WRITE-MOVEMENT-RECORD
              CLOSE DAYMOVE
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       815-WRITE-MOVEMENT-RECORD.
      *
           MOVE "RPT0016" TO DM-PROGRAM-ID.
           MOVE MD-DATE TO DM-RUN-DATE.
           MOVE MD-TIME TO DM-RUN-TIME.
           MOVE WS-RUN-FINAL-STATUS TO DM-FINAL-STATUS.
           WRITE DAILY-MOVEMENT-RECORD.
           IF DAYMOVE-STATUS NOT = "00"
              DISPLAY "RPT0016 - DAYMOVE WRITE FAILED - FILE STATUS "
                      DAYMOVE-STATUS
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       950-CHECK-SLSTRAN-OPEN-STATUS.
      *
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
       986-CHECK-PRODMAST-READ-STATUS.
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
       987-CHECK-PRODMAST-CLOSE-STATUS.
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
       990-CHECK-SALESHST-OPEN-STATUS.
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
       991-CHECK-SALESHST-WRITE-STATUS.
      *
           IF SALESHST-STATUS NOT = "00"
              MOVE "SALESHST WRITE" TO WS-FILE-ERROR-ID
              MOVE SALESHST-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       992-CHECK-SALESHST-CLOSE-STATUS.
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
       997-STOP-OVERRIDE-TABLE-FULL.
      *
      * More overrides than the table holds - posting without some
      * of them would suspend invoices a credit manager released, so
      * the batch is held whole; nothing has posted yet.
      *
           DISPLAY "RPT0016 - MORE THAN 200 CREDIT OVERRIDES IN "
                   "BATCH - NOTHING POSTED".
           PERFORM 400-PRINT-CONTROL-TOTALS.
           CLOSE SLSCTL.
           MOVE 8 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 810-WRITE-MOVEMENT-TOTALS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
      *****************************************************************
      *
      *****************************************************************
       998-STOP-BATCH-OUT-OF-BALANCE.
      *
           CLOSE SLSCTL.
           MOVE 8 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 810-WRITE-MOVEMENT-TOTALS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
                   " - FILE STATUS " WS-FILE-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 810-WRITE-MOVEMENT-TOTALS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
