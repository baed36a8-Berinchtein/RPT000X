      *****************************************************************
      * Program name:    RPT0035
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  ---------------------------------------
      * 15/10/2026 MANUEL JARRY  Created - applies add/change/delete
      *                          transactions to the PRODMAST indexed
      *                          product master (see PRODMSTR), keyed
      *                          on product code and carrying the
      *                          description, product group and
      *                          standard price. SLSTRAN invoice and
      *                          credit memo line items name their
      *                          product from this file, and RPT0016
      *                          rejects a line whose product is not
      *                          on it. A transaction with a blank
      *                          description or group, or a price
      *                          that is not a positive amount, is
      *                          rejected. Modeled on RPT0018, the
      *                          commission plan maintenance program.
      *                          Writes a transaction log of what
      *                          changed and who/when.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPT0035.
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
           SELECT PRODMAST
              ASSIGN TO "WORK-FILES/PRODMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-PRODUCT-CODE
              FILE STATUS IS PRODMAST-STATUS.
      *
           SELECT PRODTRAN
              ASSIGN TO "INPUT-FILES/PRODTRAN"
              ORGANIZATION IS SEQUENTIAL.
      *
           SELECT PRODLOG
              ASSIGN TO "OUTPUT-FILES/PRODLOG"
              ORGANIZATION IS SEQUENTIAL.
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
       FD  PRODMAST.
           COPY PRODMSTR.
      *
       FD  PRODTRAN.
       01 PRODUCT-TRANSACTION-RECORD.
          05 PR-TRANSACTION-CODE    PIC X.
             88 PR-ADD-TRANSACTION                    VALUE "A".
             88 PR-CHANGE-TRANSACTION                 VALUE "C".
             88 PR-DELETE-TRANSACTION                 VALUE "D".
          05 PR-PRODUCT-CODE        PIC X(8).
          05 PR-DESCRIPTION         PIC X(30).
          05 PR-PRODUCT-GROUP       PIC X(4).
          05 PR-STANDARD-PRICE      PIC S9(7)V9(2).
          05 PR-USER-ID             PIC X(8).
          05 FILLER                 PIC X(20).
      *
       FD  PRODLOG.
       01 PRODLOG-RECORD            PIC X(100).
      *
       FD  RUNHIST.
           COPY RUNHISTR.
      *****************************************************************
      *
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 PRODTRAN-EOF-SWITCH    PIC X             VALUE "N".
             88 PRODTRAN-EOF                          VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 PRODMAST-STATUS        PIC XX            VALUE ZERO.
          05 RUNHIST-STATUS         PIC XX            VALUE ZERO.
      *
       01 FILE-ERROR-FIELDS.
          05 WS-FILE-ERROR-ID      PIC X(20).
          05 WS-FILE-ERROR-STATUS  PIC XX.
      *
       01 RUN-HISTORY-FIELDS.
          05 WS-RUN-FINAL-STATUS   PIC X(4)          VALUE "OK".
      *
       01 TRANSACTION-RESULT-FIELDS.
          05 WS-TRAN-RESULT-TEXT    PIC X(30).
      *
       01 VALIDATION-FIELDS.
          05 WS-TRAN-VALID-SWITCH   PIC X          VALUE "Y".
             88 WS-TRAN-VALID                      VALUE "Y".
      *
       01 CONTROL-TOTAL-FIELDS.
          05 WS-TRANSACTIONS-READ-COUNT     PIC 9(7)  VALUE ZERO.
          05 WS-TRANSACTIONS-APPLIED-COUNT  PIC 9(7)  VALUE ZERO.
          05 WS-TRANSACTIONS-REJECTED-COUNT PIC 9(7)  VALUE ZERO.
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
       01 PRODLOG-HEADING-LINE.
          05 FILLER                 PIC X(30)         VALUE
                "PRODMAST MAINTENANCE TRAN LOG.".
          05 FILLER                 PIC X(70)         VALUE SPACE.
      *
       01 PRODLOG-LINE.
          05 PL-DATE.
             10 PL-MONTH            PIC 9(2).
             10 FILLER              PIC X             VALUE "/".
             10 PL-DAY              PIC 9(2).
             10 FILLER              PIC X             VALUE "/".
             10 PL-YEAR             PIC 9(4).
          05 FILLER                 PIC X(1)          VALUE SPACE.
          05 PL-TIME.
             10 PL-HOURS            PIC 9(2).
             10 FILLER              PIC X             VALUE ":".
             10 PL-MINUTES          PIC 9(2).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PL-TRANSACTION-CODE    PIC X.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PL-PRODUCT-CODE        PIC X(8).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PL-DESCRIPTION         PIC X(25).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PL-USER-ID             PIC X(8).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PL-RESULT-TEXT         PIC X(30).
          05 FILLER                 PIC X(2)          VALUE SPACE.
      *
       01 PRODLOG-FOOTER-LINE.
          05 FILLER                 PIC X(19)         VALUE
                "TRANSACTIONS READ: ".
          05 PF-READ-COUNT          PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(5)          VALUE SPACE.
          05 FILLER                 PIC X(8)          VALUE
                "APPLIED:".
          05 PF-APPLIED-COUNT       PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(5)          VALUE SPACE.
          05 FILLER                 PIC X(9)          VALUE
                "REJECTED:".
          05 PF-REJECTED-COUNT      PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(33)         VALUE SPACE.
      *****************************************************************
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *
      *****************************************************************
       000-MAINTAIN-PRODUCT-MASTER.
      *
           PERFORM 050-OPEN-FILES.
           PERFORM 100-FORMAT-CURRENT-DATE-TIME.
           PERFORM 110-PRINT-PRODLOG-HEADING.
           PERFORM 200-PROCESS-TRANSACTIONS
              UNTIL PRODTRAN-EOF.
           PERFORM 400-PRINT-CONTROL-TOTALS.
           PERFORM 900-CLOSE-FILES.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
      *****************************************************************
      *
      *****************************************************************
       050-OPEN-FILES.
      *
           OPEN INPUT PRODTRAN
                OUTPUT PRODLOG.
           OPEN I-O PRODMAST.
           IF PRODMAST-STATUS = "35"
              OPEN OUTPUT PRODMAST
              PERFORM 960-CHECK-PRODMAST-OPEN-STATUS
              CLOSE PRODMAST
              PERFORM 961-CHECK-PRODMAST-CLOSE-STATUS
              OPEN I-O PRODMAST
           END-IF.
           PERFORM 960-CHECK-PRODMAST-OPEN-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       100-FORMAT-CURRENT-DATE-TIME.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-MONTH TO PL-MONTH.
           MOVE CD-CURRENT-DAY TO PL-DAY.
           MOVE CD-CURRENT-YEAR TO PL-YEAR.
           MOVE CD-CURRENT-HOURS TO PL-HOURS.
           MOVE CD-CURRENT-MINUTES TO PL-MINUTES.
      *
      *****************************************************************
      *
      *****************************************************************
       110-PRINT-PRODLOG-HEADING.
      *
           MOVE PRODLOG-HEADING-LINE TO PRODLOG-RECORD.
           WRITE PRODLOG-RECORD.
      *
      *****************************************************************
      *
      *****************************************************************
       200-PROCESS-TRANSACTIONS.
      *
           PERFORM 210-READ-TRANSACTION.
           IF NOT PRODTRAN-EOF
              PERFORM 220-APPLY-TRANSACTION.
      *
      *****************************************************************
      *
      *****************************************************************
       210-READ-TRANSACTION.
      *
           READ PRODTRAN
           AT END
              MOVE "Y" TO PRODTRAN-EOF-SWITCH.
      *
      *****************************************************************
      *
      *****************************************************************
       220-APPLY-TRANSACTION.
      *
           ADD 1 TO WS-TRANSACTIONS-READ-COUNT.
           EVALUATE TRUE
              WHEN PR-ADD-TRANSACTION
                 PERFORM 230-APPLY-ADD-TRANSACTION
              WHEN PR-CHANGE-TRANSACTION
                 PERFORM 240-APPLY-CHANGE-TRANSACTION
              WHEN PR-DELETE-TRANSACTION
                 PERFORM 250-APPLY-DELETE-TRANSACTION
              WHEN OTHER
                 PERFORM 260-REJECT-UNKNOWN-TRANSACTION
           END-EVALUATE.
           PERFORM 290-WRITE-TRANSACTION-LOG.
      *
      *****************************************************************
      *
      *****************************************************************
       225-VALIDATE-TRANSACTION-FIELDS.
      *
           MOVE "Y" TO WS-TRAN-VALID-SWITCH.
           IF PR-PRODUCT-CODE = SPACE
              MOVE "N" TO WS-TRAN-VALID-SWITCH
              MOVE "REJECTED - BLANK PRODUCT CODE" TO
                    WS-TRAN-RESULT-TEXT
           ELSE
              IF PR-DESCRIPTION = SPACE
                 MOVE "N" TO WS-TRAN-VALID-SWITCH
                 MOVE "REJECTED - BLANK DESCRIPTION" TO
                       WS-TRAN-RESULT-TEXT
              ELSE
                 IF PR-PRODUCT-GROUP = SPACE
                    MOVE "N" TO WS-TRAN-VALID-SWITCH
                    MOVE "REJECTED - BLANK PRODUCT GROUP" TO
                          WS-TRAN-RESULT-TEXT
                 ELSE
                    IF PR-STANDARD-PRICE IS NOT NUMERIC
                       OR PR-STANDARD-PRICE NOT > ZERO
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                       MOVE "REJECTED - BAD STANDARD PRICE" TO
                             WS-TRAN-RESULT-TEXT.
      *
      *****************************************************************
      *
      *****************************************************************
       230-APPLY-ADD-TRANSACTION.
      *
           PERFORM 225-VALIDATE-TRANSACTION-FIELDS.
           IF WS-TRAN-VALID
              MOVE PR-PRODUCT-CODE TO PM-PRODUCT-CODE
              MOVE PR-DESCRIPTION TO PM-DESCRIPTION
              MOVE PR-PRODUCT-GROUP TO PM-PRODUCT-GROUP
              MOVE PR-STANDARD-PRICE TO PM-STANDARD-PRICE
              WRITE PRODUCT-MASTER-RECORD
                 INVALID KEY
                    MOVE "REJECTED - DUPLICATE PRODUCT" TO
                          WS-TRAN-RESULT-TEXT
                    ADD 1 TO WS-TRANSACTIONS-REJECTED-COUNT
                 NOT INVALID KEY
                    MOVE "ADDED" TO WS-TRAN-RESULT-TEXT
                    ADD 1 TO WS-TRANSACTIONS-APPLIED-COUNT
              END-WRITE
              PERFORM 962-CHECK-PRODMAST-WRITE-STATUS
           ELSE
              ADD 1 TO WS-TRANSACTIONS-REJECTED-COUNT
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       240-APPLY-CHANGE-TRANSACTION.
      *
           PERFORM 225-VALIDATE-TRANSACTION-FIELDS.
           IF WS-TRAN-VALID
              MOVE PR-PRODUCT-CODE TO PM-PRODUCT-CODE
              READ PRODMAST
                 INVALID KEY
                    MOVE "REJECTED - PRODUCT NOT FOUND" TO
                          WS-TRAN-RESULT-TEXT
                    ADD 1 TO WS-TRANSACTIONS-REJECTED-COUNT
                 NOT INVALID KEY
                    MOVE PR-DESCRIPTION TO PM-DESCRIPTION
                    MOVE PR-PRODUCT-GROUP TO PM-PRODUCT-GROUP
                    MOVE PR-STANDARD-PRICE TO PM-STANDARD-PRICE
                    REWRITE PRODUCT-MASTER-RECORD
                    PERFORM 964-CHECK-PRODMAST-REWRITE-STATUS
                    MOVE "CHANGED" TO WS-TRAN-RESULT-TEXT
                    ADD 1 TO WS-TRANSACTIONS-APPLIED-COUNT
              END-READ
              PERFORM 963-CHECK-PRODMAST-READ-STATUS
           ELSE
              ADD 1 TO WS-TRANSACTIONS-REJECTED-COUNT
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       250-APPLY-DELETE-TRANSACTION.
      *
      * SALESHST keeps the product code and group of every line
      * already posted, so deleting a product loses no history; it
      * only stops new lines naming it.
      *
           MOVE PR-PRODUCT-CODE TO PM-PRODUCT-CODE.
           DELETE PRODMAST
              INVALID KEY
                 MOVE "REJECTED - PRODUCT NOT FOUND" TO
                       WS-TRAN-RESULT-TEXT
                 ADD 1 TO WS-TRANSACTIONS-REJECTED-COUNT
              NOT INVALID KEY
                 MOVE "DELETED" TO WS-TRAN-RESULT-TEXT
                 ADD 1 TO WS-TRANSACTIONS-APPLIED-COUNT
           END-DELETE.
           PERFORM 965-CHECK-PRODMAST-DELETE-STATUS.
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
       290-WRITE-TRANSACTION-LOG.
      *
           MOVE PR-TRANSACTION-CODE TO PL-TRANSACTION-CODE.
           MOVE PR-PRODUCT-CODE TO PL-PRODUCT-CODE.
           MOVE PR-DESCRIPTION TO PL-DESCRIPTION.
           MOVE PR-USER-ID TO PL-USER-ID.
           MOVE WS-TRAN-RESULT-TEXT TO PL-RESULT-TEXT.
           MOVE PRODLOG-LINE TO PRODLOG-RECORD.
           WRITE PRODLOG-RECORD AFTER ADVANCING 1 LINES.
      *
      *****************************************************************
      *
      *****************************************************************
       400-PRINT-CONTROL-TOTALS.
      *
           MOVE WS-TRANSACTIONS-READ-COUNT TO PF-READ-COUNT.
           MOVE WS-TRANSACTIONS-APPLIED-COUNT TO PF-APPLIED-COUNT.
           MOVE WS-TRANSACTIONS-REJECTED-COUNT TO PF-REJECTED-COUNT.
           MOVE PRODLOG-FOOTER-LINE TO PRODLOG-RECORD.
           WRITE PRODLOG-RECORD AFTER ADVANCING 2 LINES.
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
              DISPLAY "RPT0035 - RUNHIST OPEN FAILED - FILE STATUS "
                      RUNHIST-STATUS
           ELSE
              MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
              MOVE "RPT0035" TO RH-PROGRAM-ID
              MOVE CD-CURRENT-YEAR TO RH-RUN-YEAR
              MOVE CD-CURRENT-MONTH TO RH-RUN-MONTH
              MOVE CD-CURRENT-DAY TO RH-RUN-DAY
              MOVE CD-CURRENT-HOURS TO RH-RUN-HOURS
              MOVE CD-CURRENT-MINUTES TO RH-RUN-MINUTES
              MOVE WS-TRANSACTIONS-READ-COUNT TO RH-RECORDS-READ
              MOVE WS-TRANSACTIONS-APPLIED-COUNT TO
                    RH-RECORDS-APPLIED
              MOVE WS-TRANSACTIONS-REJECTED-COUNT TO
                    RH-RECORDS-REJECTED
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
           CLOSE PRODTRAN
                 PRODLOG
                 PRODMAST.
           PERFORM 961-CHECK-PRODMAST-CLOSE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       960-CHECK-PRODMAST-OPEN-STATUS.
      *
           IF PRODMAST-STATUS NOT = "00"
              MOVE "PRODMAST OPEN" TO WS-FILE-ERROR-ID
              MOVE PRODMAST-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       961-CHECK-PRODMAST-CLOSE-STATUS.
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
       962-CHECK-PRODMAST-WRITE-STATUS.
      *
      * "22" (duplicate key) is not an error here - the caller's
      * INVALID KEY / NOT INVALID KEY clause already branched on it.
      *
           IF PRODMAST-STATUS NOT = "00" AND
              PRODMAST-STATUS NOT = "22"
              MOVE "PRODMAST WRITE" TO WS-FILE-ERROR-ID
              MOVE PRODMAST-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       963-CHECK-PRODMAST-READ-STATUS.
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
       964-CHECK-PRODMAST-REWRITE-STATUS.
      *
           IF PRODMAST-STATUS NOT = "00"
              MOVE "PRODMAST REWRITE" TO WS-FILE-ERROR-ID
              MOVE PRODMAST-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       965-CHECK-PRODMAST-DELETE-STATUS.
      *
      * "23" (key not found) is not an error here - the caller's
      * INVALID KEY / NOT INVALID KEY clause already branched on it.
      *
           IF PRODMAST-STATUS NOT = "00" AND
              PRODMAST-STATUS NOT = "23"
              MOVE "PRODMAST DELETE" TO WS-FILE-ERROR-ID
              MOVE PRODMAST-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       999-ABEND-FILE-ERROR.
      *
           DISPLAY "RPT0035 - FATAL FILE ERROR: " WS-FILE-ERROR-ID
                   " - FILE STATUS " WS-FILE-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
