      *                          so the new RPT0023 forward-recovery
      *                          program can rebuild CUSTIDX from a
      *                          backup copy.
      * 15/10/2026 MANUEL JARRY  Each run now appends a DAYMOVE
      *                          record (see DAYMOVR) with the
      *                          number of customers reassigned, for
      *                          RPT0038's roll-forward proof. A
      *                          reassignment moves neither sales
      *                          nor AR, so its amounts are zero.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
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
       FD  CUSTJRNL.
           COPY CIJRNLR.
      *
       FD  DAYMOVE.
           COPY DAYMOVR.
      *
       FD  RUNHIST.
           COPY RUNHISTR.
          05 CUSTJRNL-STATUS        PIC XX            VALUE ZERO.
          05 REASPARM-STATUS        PIC XX            VALUE ZERO.
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
          05 WS-REASSIGN-MOVE-COUNT         PIC 9(7) VALUE ZERO.
          05 WS-REASSIGN-SALES-MOVE         PIC S9(11)V99 VALUE ZERO.
          05 WS-REASSIGN-AR-MOVE            PIC S9(11)V99 VALUE ZERO.
      *
       01 MOVEMENT-DATE-AND-TIME.
          05 MD-DATE                PIC 9(8).
          05 MD-TIME                PIC 9(6).
          05 FILLER                 PIC X(7).
      *
       01 RUN-HISTORY-FIELDS.
          05 WS-RUN-FINAL-STATUS   PIC X(4)          VALUE "OK".
                 REASLOG.
           PERFORM 982-CHECK-CUSTJRNL-CLOSE-STATUS.
           PERFORM 961-CHECK-CUSTIDX-CLOSE-STATUS.
           PERFORM 810-WRITE-MOVEMENT-TOTALS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
           PERFORM 700-WRITE-CUSTIDX-JOURNAL.
           ADD 1 TO WS-RECORDS-CHANGED-COUNT.
           MOVE "REASSIGNED" TO WS-TRAN-RESULT-TEXT.
           ADD 1 TO WS-REASSIGN-MOVE-COUNT.
           MOVE CX-CUSTOMER-NUMBER TO RL-CUSTOMER-NUMBER.
           PERFORM 290-WRITE-REASSIGNMENT-LOG.
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
              DISPLAY "RPT0012 - DAYMOVE OPEN FAILED - FILE STATUS "
                      DAYMOVE-STATUS
           ELSE
              MOVE FUNCTION CURRENT-DATE TO MOVEMENT-DATE-AND-TIME
              MOVE SPACES TO DAILY-MOVEMENT-RECORD
              MOVE "RASN" TO DM-SOURCE-CODE
              MOVE "REASSIGNMENTS" TO DM-SOURCE-NAME
              MOVE WS-REASSIGN-MOVE-COUNT TO DM-ITEM-COUNT
              MOVE WS-REASSIGN-SALES-MOVE TO DM-SALES-MOVEMENT
              MOVE WS-REASSIGN-AR-MOVE TO DM-AR-MOVEMENT
              PERFORM 815-WRITE-MOVEMENT-RECORD
              CLOSE DAYMOVE
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       815-WRITE-MOVEMENT-RECORD.
      *
           MOVE "RPT0012" TO DM-PROGRAM-ID.
           MOVE MD-DATE TO DM-RUN-DATE.
           MOVE MD-TIME TO DM-RUN-TIME.
           MOVE WS-RUN-FINAL-STATUS TO DM-FINAL-STATUS.
           WRITE DAILY-MOVEMENT-RECORD.
           IF DAYMOVE-STATUS NOT = "00"
              DISPLAY "RPT0012 - DAYMOVE WRITE FAILED - FILE STATUS "
                      DAYMOVE-STATUS
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       950-CHECK-REASPARM-OPEN-STATUS.
      *
                   "WS-CUST-LIST-MAX AND RERUN".
           MOVE 16 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 810-WRITE-MOVEMENT-TOTALS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
                   "NAMES NO NEW BRANCH/SALESREP".
           MOVE 16 TO RETURN-CODE.
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
