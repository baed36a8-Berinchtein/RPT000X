      *                          a restored master forward to just
      *                          before a rollover run mistakenly
      *                          repeated.
      * 15/10/2026 MANUEL JARRY  Opens the next commission year on the
      *                          COMMPAID paid-history control record
      *                          (see COMMPAYR) once the YTD figures
      *                          are rolled, so RPT0030's monthly
      *                          payout starts the new year with
      *                          nothing paid and no clawback carried,
      *                          and cannot pay a new-year period
      *                          before the rollover has run. The
      *                          year opened is printed on YERPT.
      * 15/10/2026 MANUEL JARRY  Each run now appends the sales this
      *                          year-to-date it rolled into last
      *                          year, as a reduction of sales this
      *                          year-to-date, to the new DAYMOVE
      *                          file (see DAYMOVR) for RPT0038's
      *                          roll-forward proof.
      * 15/10/2026 MANUEL JARRY  The commission year opened is now
      *                          set from the run date - the coming
      *                          year for a December rollover, the
      *                          current one after New Year - rather
      *                          than added to, and the control
      *                          record is only rewritten when that
      *                          year differs from the one on file,
      *                          so a rollover run again after a
      *                          failure does not open a year twice.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
              ASSIGN TO "OUTPUT-FILES/CUSTJRNL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CUSTJRNL-STATUS.
      *
           SELECT COMMPAID
              ASSIGN TO "WORK-FILES/COMMPAID"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CH-PAID-KEY
              FILE STATUS IS COMMPAID-STATUS.
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
       FD  COMMPAID.
           COPY COMMPAYR.
      *
       FD  DAYMOVE.
           COPY DAYMOVR.
      *
       FD  RUNHIST.
           COPY RUNHISTR.
          05 CUSTIDX-STATUS         PIC XX            VALUE ZERO.
          05 CUSTJRNL-STATUS        PIC XX            VALUE ZERO.
          05 RUNHIST-STATUS         PIC XX            VALUE ZERO.
          05 DAYMOVE-STATUS         PIC XX            VALUE ZERO.
          05 COMMPAID-STATUS        PIC XX            VALUE ZERO.
      *
       01 JOURNAL-FIELDS.
          05 WS-JR-ACTION-CODE      PIC X.
       01 FILE-ERROR-FIELDS.
          05 WS-FILE-ERROR-ID      PIC X(20).
          05 WS-FILE-ERROR-STATUS  PIC XX.
      *
       01 MOVEMENT-TOTAL-FIELDS.
          05 WS-ROLLOVER-MOVE-COUNT         PIC 9(7) VALUE ZERO.
          05 WS-ROLLOVER-SALES-MOVE         PIC S9(11)V99 VALUE ZERO.
          05 WS-ROLLOVER-AR-MOVE            PIC S9(11)V99 VALUE ZERO.
      *
       01 MOVEMENT-DATE-AND-TIME.
          05 MD-DATE                PIC 9(8).
          05 MD-TIME                PIC 9(6).
          05 FILLER                 PIC X(7).
      *
       01 RUN-HISTORY-FIELDS.
          05 WS-RUN-FINAL-STATUS   PIC X(4)          VALUE "OK".
      *
       01 HISTORY-SHIFT-FIELDS.
          05 WS-HIST-SUB            PIC S9(4)  COMP  VALUE ZERO.
      *
       01 COMMISSION-YEAR-FIELDS.
          05 WS-OPENING-COMMISSION-YEAR PIC 9(4)     VALUE ZERO.
      *
       01 CURRENT-DATE-AND-TIME.
          05 CURRENT-DATE.
                "RECORDS ROLLED: ".
          05 YF-ROLLED-COUNT        PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(51)         VALUE SPACE.
      *
       01 YEREPT-COMMISSION-YEAR-LINE.
          05 FILLER                 PIC X(24)         VALUE
                "COMMISSION YEAR OPENED: ".
          05 YCY-COMMISSION-YEAR    PIC 9(4).
          05 FILLER                 PIC X(72)         VALUE SPACE.
      *****************************************************************
      *
      *****************************************************************
           PERFORM 110-PRINT-YEREPT-HEADING.
           PERFORM 200-PROCESS-CUSTOMER-RECORDS
              UNTIL CUSTIDX-EOF.
           PERFORM 300-OPEN-NEXT-COMMISSION-YEAR.
           PERFORM 400-PRINT-CONTROL-TOTALS.
           PERFORM 900-CLOSE-FILES.
           PERFORM 810-WRITE-MOVEMENT-TOTALS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
              OPEN I-O CUSTIDX
           END-IF.
           PERFORM 960-CHECK-CUSTIDX-OPEN-STATUS.
           OPEN I-O COMMPAID.
           IF COMMPAID-STATUS = "35"
              OPEN OUTPUT COMMPAID
              PERFORM 970-CHECK-COMMPAID-OPEN-STATUS
              CLOSE COMMPAID
              PERFORM 971-CHECK-COMMPAID-CLOSE-STATUS
              OPEN I-O COMMPAID
           END-IF.
           PERFORM 970-CHECK-COMMPAID-OPEN-STATUS.
      *
      *****************************************************************
      *
                 MOVE YL-SALES-LAST-YTD-OLD TO YL-SALES-LAST-YTD-NEW
              NOT INVALID KEY
                 ADD 1 TO WS-RECORDS-ROLLED-COUNT
                 ADD 1 TO WS-ROLLOVER-MOVE-COUNT
                 SUBTRACT CX-SALES-LAST-YTD FROM WS-ROLLOVER-SALES-MOVE
                 MOVE "C" TO WS-JR-ACTION-CODE
                 MOVE CX-CUSTOMER-NUMBER TO WS-JR-CUSTOMER-NUMBER
                 PERFORM 700-WRITE-CUSTIDX-JOURNAL
      *
      *****************************************************************
      *
      *****************************************************************
       300-OPEN-NEXT-COMMISSION-YEAR.
      *
      * CX-SALES-THIS-YTD now belongs to the new year, so RPT0030's
      * paid history must too. The year opened is the coming one
      * for a December rollover and the current one for a rollover
      * run after New Year; the earlier years' paid records stay on
      * COMMPAID as history but no payout reads them again - any
      * clawback still carried at the year-end is not taken into
      * the new year. The year is set from the run date, never
      * added to, and a control record already holding it is left
      * alone, so a rollover run again after a failure cannot move
      * the commission year on twice.
      *
           IF CD-CURRENT-MONTH = 12
              COMPUTE WS-OPENING-COMMISSION-YEAR = CD-CURRENT-YEAR + 1
           ELSE
              MOVE CD-CURRENT-YEAR TO WS-OPENING-COMMISSION-YEAR
           END-IF.
           MOVE ZERO TO CH-PAID-KEY.
           READ COMMPAID
              INVALID KEY
                 MOVE ZERO TO CC-CONTROL-KEY
                 MOVE WS-OPENING-COMMISSION-YEAR TO CC-COMMISSION-YEAR
                 MOVE CURRENT-DATE TO CC-OPENED-DATE
                 MOVE "RPT0003" TO CC-OPENED-BY
                 WRITE COMMISSION-YEAR-CONTROL-RECORD
                 PERFORM 973-CHECK-COMMPAID-WRITE-STATUS
              NOT INVALID KEY
                 IF CC-COMMISSION-YEAR NOT = WS-OPENING-COMMISSION-YEAR
                    MOVE WS-OPENING-COMMISSION-YEAR TO
                          CC-COMMISSION-YEAR
                    MOVE CURRENT-DATE TO CC-OPENED-DATE
                    MOVE "RPT0003" TO CC-OPENED-BY
                    REWRITE COMMISSION-YEAR-CONTROL-RECORD
                    PERFORM 974-CHECK-COMMPAID-REWRITE-STATUS
                 END-IF
           END-READ.
           PERFORM 972-CHECK-COMMPAID-READ-STATUS.
           MOVE CC-COMMISSION-YEAR TO YCY-COMMISSION-YEAR.
           MOVE YEREPT-COMMISSION-YEAR-LINE TO YEREPT-RECORD.
           WRITE YEREPT-RECORD AFTER ADVANCING 2 LINES.
      *
      *****************************************************************
      *
      *****************************************************************
       700-WRITE-CUSTIDX-JOURNAL.
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
              DISPLAY "RPT0003 - DAYMOVE OPEN FAILED - FILE STATUS "
                      DAYMOVE-STATUS
           ELSE
              MOVE FUNCTION CURRENT-DATE TO MOVEMENT-DATE-AND-TIME
              MOVE SPACES TO DAILY-MOVEMENT-RECORD
              MOVE "ROLL" TO DM-SOURCE-CODE
              MOVE "YEAR-END ROLLOVER" TO DM-SOURCE-NAME
              MOVE WS-ROLLOVER-MOVE-COUNT TO DM-ITEM-COUNT
              MOVE WS-ROLLOVER-SALES-MOVE TO DM-SALES-MOVEMENT
              MOVE WS-ROLLOVER-AR-MOVE TO DM-AR-MOVEMENT
              PERFORM 815-WRITE-MOVEMENT-RECORD
              CLOSE DAYMOVE
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       815-WRITE-MOVEMENT-RECORD.
      *
           MOVE "RPT0003" TO DM-PROGRAM-ID.
           MOVE MD-DATE TO DM-RUN-DATE.
           MOVE MD-TIME TO DM-RUN-TIME.
           MOVE WS-RUN-FINAL-STATUS TO DM-FINAL-STATUS.
           WRITE DAILY-MOVEMENT-RECORD.
           IF DAYMOVE-STATUS NOT = "00"
              DISPLAY "RPT0003 - DAYMOVE WRITE FAILED - FILE STATUS "
                      DAYMOVE-STATUS
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       900-CLOSE-FILES.
      *
           CLOSE CUSTIDX
                 CUSTJRNL
                 COMMPAID
                 YERPT.
           PERFORM 982-CHECK-CUSTJRNL-CLOSE-STATUS.
           PERFORM 961-CHECK-CUSTIDX-CLOSE-STATUS.
           PERFORM 971-CHECK-COMMPAID-CLOSE-STATUS.
      *
      *****************************************************************
      *
      *
      *****************************************************************
      *
      *****************************************************************
       970-CHECK-COMMPAID-OPEN-STATUS.
      *
           IF COMMPAID-STATUS NOT = "00"
              MOVE "COMMPAID OPEN" TO WS-FILE-ERROR-ID
              MOVE COMMPAID-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       971-CHECK-COMMPAID-CLOSE-STATUS.
      *
           IF COMMPAID-STATUS NOT = "00"
              MOVE "COMMPAID CLOSE" TO WS-FILE-ERROR-ID
              MOVE COMMPAID-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       972-CHECK-COMMPAID-READ-STATUS.
      *
      * "23" (key not found) is not an error here - the caller's
      * INVALID KEY / NOT INVALID KEY clause already branched on it.
      *
           IF COMMPAID-STATUS NOT = "00" AND COMMPAID-STATUS NOT = "23"
              MOVE "COMMPAID READ" TO WS-FILE-ERROR-ID
              MOVE COMMPAID-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       973-CHECK-COMMPAID-WRITE-STATUS.
      *
           IF COMMPAID-STATUS NOT = "00"
              MOVE "COMMPAID WRITE" TO WS-FILE-ERROR-ID
              MOVE COMMPAID-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       974-CHECK-COMMPAID-REWRITE-STATUS.
      *
           IF COMMPAID-STATUS NOT = "00"
              MOVE "COMMPAID REWRITE" TO WS-FILE-ERROR-ID
              MOVE COMMPAID-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       980-CHECK-CUSTJRNL-OPEN-STATUS.
      *
                   " - FILE STATUS " WS-FILE-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 810-WRITE-MOVEMENT-TOTALS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
