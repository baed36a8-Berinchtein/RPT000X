      *                          fields already were. RPT0002
      *                          maintains the address; RPT0026
      *                          sends dunning letters to it.
      * 15/10/2026 MANUEL JARRY  CUSTIDX gained the credit hold
      *                          block (see CUSTIDXR); a brand new
      *                          customer starts off hold, and the
      *                          reconcile pass leaves an existing
      *                          customer's hold to RPT0034.
      * 15/10/2026 MANUEL JARRY  Each run now appends the customers
      *                          the reconcile pass added to CUSTIDX
      *                          and the sales this year-to-date they
      *                          brought with them to the new DAYMOVE
      *                          file (see DAYMOVR) for RPT0038's
      *                          roll-forward proof. An existing
      *                          customer's figures are not touched
      *                          by the reconcile, so it moves
      *                          nothing.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BR-BRANCH-NUMBER
              FILE STATUS IS BRANCHMST-STATUS.
      *
           SELECT DAYMOVE
              ASSIGN TO "OUTPUT-FILES/DAYMOVE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS DAYMOVE-STATUS.
      *
           SELECT RUNHIST
              ASSIGN TO "OUTPUT-FILES/RUNHIST"
      *
       FD  BRANCHMST.
           COPY BRANCHR.
      *
       FD  DAYMOVE.
           COPY DAYMOVR.
      *
       FD  RUNHIST.
           COPY RUNHISTR.
          05 CTLRPT-STATUS        PIC XX            VALUE ZERO.
          05 BRANCHMST-STATUS     PIC XX            VALUE ZERO.
          05 RUNHIST-STATUS       PIC XX            VALUE ZERO.
          05 DAYMOVE-STATUS       PIC XX            VALUE ZERO.
          05 SALESREP-STATUS      PIC XX            VALUE ZERO.
          05 CUSTJRNL-STATUS      PIC XX            VALUE ZERO.
      *
       01 FILE-ERROR-FIELDS.
          05 WS-FILE-ERROR-ID      PIC X(20).
          05 WS-FILE-ERROR-STATUS  PIC XX.
      *
       01 MOVEMENT-TOTAL-FIELDS.
          05 WS-RECONCILE-MOVE-COUNT        PIC 9(7) VALUE ZERO.
          05 WS-RECONCILE-SALES-MOVE        PIC S9(11)V99 VALUE ZERO.
          05 WS-RECONCILE-AR-MOVE           PIC S9(11)V99 VALUE ZERO.
      *
       01 MOVEMENT-DATE-AND-TIME.
          05 MD-DATE                PIC 9(8).
          05 MD-TIME                PIC 9(6).
          05 FILLER                 PIC X(7).
      *
       01 RUN-HISTORY-FIELDS.
          05 WS-RUN-FINAL-STATUS   PIC X(4)          VALUE "OK".
           PERFORM 098-CLOSE-BRANCH-REFERENCE.
           PERFORM 099-CLEAR-RESTART-CHECKPOINT.
           PERFORM 600-BUILD-EXCEPTION-REPORT.
           PERFORM 810-WRITE-MOVEMENT-TOTALS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
           MOVE "A" TO CX-STATUS-CODE.
           MOVE WS-TODAY-DATE TO CX-STATUS-DATE.
           MOVE SPACE TO CX-ADDRESS-BLOCK.
           MOVE SPACE TO CX-CREDIT-HOLD-CODE.
           MOVE SPACE TO CX-CREDIT-HOLD-REASON.
           MOVE ZERO TO CX-CREDIT-HOLD-DATE.
           WRITE CUSTOMER-INDEX-RECORD.
           PERFORM 962-CHECK-CUSTIDX-WRITE-STATUS.
           ADD 1 TO WS-RECONCILE-MOVE-COUNT.
           ADD CX-SALES-THIS-YTD TO WS-RECONCILE-SALES-MOVE.
           MOVE "A" TO WS-JR-ACTION-CODE.
           MOVE SPACE TO WS-JR-BEFORE-IMAGE.
           MOVE CX-CUSTOMER-NUMBER TO WS-JR-CUSTOMER-NUMBER.
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
              DISPLAY "RPT0001 - DAYMOVE OPEN FAILED - FILE STATUS "
                      DAYMOVE-STATUS
           ELSE
              MOVE FUNCTION CURRENT-DATE TO MOVEMENT-DATE-AND-TIME
              MOVE SPACES TO DAILY-MOVEMENT-RECORD
              MOVE "RADD" TO DM-SOURCE-CODE
              MOVE "RECONCILE ADDS" TO DM-SOURCE-NAME
              MOVE WS-RECONCILE-MOVE-COUNT TO DM-ITEM-COUNT
              MOVE WS-RECONCILE-SALES-MOVE TO DM-SALES-MOVEMENT
              MOVE WS-RECONCILE-AR-MOVE TO DM-AR-MOVEMENT
              PERFORM 815-WRITE-MOVEMENT-RECORD
              CLOSE DAYMOVE
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       815-WRITE-MOVEMENT-RECORD.
      *
           MOVE "RPT0001" TO DM-PROGRAM-ID.
           MOVE MD-DATE TO DM-RUN-DATE.
           MOVE MD-TIME TO DM-RUN-TIME.
           MOVE WS-RUN-FINAL-STATUS TO DM-FINAL-STATUS.
           WRITE DAILY-MOVEMENT-RECORD.
           IF DAYMOVE-STATUS NOT = "00"
              DISPLAY "RPT0001 - DAYMOVE WRITE FAILED - FILE STATUS "
                      DAYMOVE-STATUS
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       920-CHECK-CUSTMAST-OPEN-STATUS.
      *
                   " - FILE STATUS " WS-FILE-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 810-WRITE-MOVEMENT-TOTALS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
