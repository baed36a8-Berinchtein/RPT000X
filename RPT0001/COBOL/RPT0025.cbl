      *                          carry-forward archive, the only
      *                          surviving copy of an archived
      *                          customer.
      * 15/10/2026 MANUEL JARRY  Each run now appends the sales this
      *                          year-to-date and AR balance it took
      *                          off CUSTIDX with the customers
      *                          archived, and put back with those
      *                          reinstated, to the new DAYMOVE file
      *                          (see DAYMOVR) for RPT0038's
      *                          roll-forward proof.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT ARCHRPT
              ASSIGN TO "OUTPUT-FILES/ARCHRPT"
              ORGANIZATION IS SEQUENTIAL.
      *
           SELECT DAYMOVE
              ASSIGN TO "OUTPUT-FILES/DAYMOVE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS DAYMOVE-STATUS.
      *
           SELECT RUNHIST
              ASSIGN TO "OUTPUT-FILES/RUNHIST"
      *
       FD  ARCHRPT.
       01 ARCHIVE-REPORT-RECORD     PIC X(100).
      *
       FD  DAYMOVE.
           COPY DAYMOVR.
      *
       FD  RUNHIST.
           COPY RUNHISTR.
          05 ARCHOUT-STATUS         PIC XX            VALUE ZERO.
          05 CUSTJRNL-STATUS        PIC XX            VALUE ZERO.
          05 RUNHIST-STATUS         PIC XX            VALUE ZERO.
          05 DAYMOVE-STATUS         PIC XX            VALUE ZERO.
      *
       01 FILE-ERROR-FIELDS.
          05 WS-FILE-ERROR-ID      PIC X(20).
          05 WS-FILE-ERROR-STATUS  PIC XX.
      *
       01 MOVEMENT-TOTAL-FIELDS.
          05 WS-ARCHIVE-MOVE-COUNT          PIC 9(7) VALUE ZERO.
          05 WS-ARCHIVE-SALES-MOVE          PIC S9(11)V99 VALUE ZERO.
          05 WS-ARCHIVE-AR-MOVE             PIC S9(11)V99 VALUE ZERO.
          05 WS-REINSTATE-MOVE-COUNT        PIC 9(7) VALUE ZERO.
          05 WS-REINSTATE-SALES-MOVE        PIC S9(11)V99 VALUE ZERO.
          05 WS-REINSTATE-AR-MOVE           PIC S9(11)V99 VALUE ZERO.
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
           CLOSE CUSTJRNL
                 ARCHRPT.
           PERFORM 982-CHECK-CUSTJRNL-CLOSE-STATUS.
           PERFORM 810-WRITE-MOVEMENT-TOTALS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
           MOVE CX-CUSTOMER-NUMBER TO WS-JR-CUSTOMER-NUMBER.
           MOVE CX-CUSTOMER-NUMBER TO ADL-CUSTOMER-NUMBER.
           MOVE CX-CUSTOMER-NAME TO ADL-CUSTOMER-NAME.
           MOVE CX-SALES-THIS-YTD TO WS-BEFORE-SALES-THIS-YTD.
           MOVE CX-AR-BALANCE TO WS-BEFORE-AR-BALANCE.
           DELETE CUSTIDX.
           PERFORM 966-CHECK-CUSTIDX-DELETE-STATUS.
           ADD 1 TO WS-ARCHIVE-MOVE-COUNT.
           SUBTRACT WS-BEFORE-SALES-THIS-YTD FROM WS-ARCHIVE-SALES-MOVE.
           SUBTRACT WS-BEFORE-AR-BALANCE FROM WS-ARCHIVE-AR-MOVE.
           MOVE "D" TO WS-JR-ACTION-CODE.
           PERFORM 700-WRITE-CUSTIDX-JOURNAL.
           MOVE "ARCHIVED AND REMOVED" TO ADL-RESULT-TEXT.
                 MOVE "REINSTATED AS ACTIVE" TO ADL-RESULT-TEXT
                 PERFORM 290-WRITE-REPORT-DETAIL
                 ADD 1 TO WS-RECORDS-REINSTATED-COUNT
                 ADD 1 TO WS-REINSTATE-MOVE-COUNT
                 ADD CX-SALES-THIS-YTD TO WS-REINSTATE-SALES-MOVE
                 ADD CX-AR-BALANCE TO WS-REINSTATE-AR-MOVE
           END-WRITE.
           PERFORM 962-CHECK-CUSTIDX-WRITE-STATUS.
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
              DISPLAY "RPT0025 - DAYMOVE OPEN FAILED - FILE STATUS "
                      DAYMOVE-STATUS
           ELSE
              MOVE FUNCTION CURRENT-DATE TO MOVEMENT-DATE-AND-TIME
              MOVE SPACES TO DAILY-MOVEMENT-RECORD
              MOVE "ARCH" TO DM-SOURCE-CODE
              MOVE "CUSTOMERS ARCHIVED" TO DM-SOURCE-NAME
              MOVE WS-ARCHIVE-MOVE-COUNT TO DM-ITEM-COUNT
              MOVE WS-ARCHIVE-SALES-MOVE TO DM-SALES-MOVEMENT
              MOVE WS-ARCHIVE-AR-MOVE TO DM-AR-MOVEMENT
              PERFORM 815-WRITE-MOVEMENT-RECORD
              MOVE SPACES TO DAILY-MOVEMENT-RECORD
              MOVE "REIN" TO DM-SOURCE-CODE
              MOVE "CUSTOMERS REINSTATED" TO DM-SOURCE-NAME
              MOVE WS-REINSTATE-MOVE-COUNT TO DM-ITEM-COUNT
              MOVE WS-REINSTATE-SALES-MOVE TO DM-SALES-MOVEMENT
              MOVE WS-REINSTATE-AR-MOVE TO DM-AR-MOVEMENT
              PERFORM 815-WRITE-MOVEMENT-RECORD
              CLOSE DAYMOVE
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       815-WRITE-MOVEMENT-RECORD.
      *
           MOVE "RPT0025" TO DM-PROGRAM-ID.
           MOVE MD-DATE TO DM-RUN-DATE.
           MOVE MD-TIME TO DM-RUN-TIME.
           MOVE WS-RUN-FINAL-STATUS TO DM-FINAL-STATUS.
           WRITE DAILY-MOVEMENT-RECORD.
           IF DAYMOVE-STATUS NOT = "00"
              DISPLAY "RPT0025 - DAYMOVE WRITE FAILED - FILE STATUS "
                      DAYMOVE-STATUS
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       950-CHECK-ARCHPARM-OPEN-STATUS.
      *
                   "REINSTATE FROM".
           MOVE 8 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 810-WRITE-MOVEMENT-TOTALS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
                   "WS-CUST-LIST-MAX AND RERUN".
           MOVE 16 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 810-WRITE-MOVEMENT-TOTALS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
                   "OR REINSTATE NAMES NO CUSTOMERS".
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
