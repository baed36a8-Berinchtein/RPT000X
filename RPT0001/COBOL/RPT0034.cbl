      *****************************************************************
      * Program name:    RPT0034
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  ---------------------------------------
      * 15/10/2026 MANUEL JARRY  Created - nightly credit review.
      *                          RPT0004 and RPT0026 only report the
      *                          problem accounts; nothing stopped
      *                          RPT0016 posting more invoices to
      *                          them. Each customer on CUSTIDX is
      *                          reviewed against its ARDETAIL open
      *                          items and its credit limit. A
      *                          customer with an open item over 90
      *                          days old (aged from the document
      *                          date, as RPT0015 ages it) or with
      *                          CX-AR-BALANCE over a non-zero
      *                          CX-CREDIT-LIMIT (a zero limit is "no
      *                          limit set", as on RPT0004) is put on
      *                          credit hold, with the reason and the
      *                          date, in the CX-CREDIT-HOLD-BLOCK
      *                          (see CUSTIDXR). A held customer
      *                          whose reason has changed is updated;
      *                          one for whom both conditions have
      *                          cleared is released. Every hold,
      *                          reason change and release is
      *                          journaled to CUSTJRNL and listed on
      *                          the CRREVIEW report with the figures
      *                          behind it, together with the
      *                          customers remaining on hold. RPT0016
      *                          suspends new invoices for customers
      *                          on hold.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPT0034.
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
           SELECT CRREVIEW
              ASSIGN TO "OUTPUT-FILES/CRREVIEW"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CRREVIEW-STATUS.
      *
           SELECT CUSTJRNL
              ASSIGN TO "OUTPUT-FILES/CUSTJRNL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CUSTJRNL-STATUS.
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
       FD  CRREVIEW.
       01 CREDIT-REVIEW-RECORD      PIC X(132).
      *
       FD  CUSTJRNL.
           COPY CIJRNLR.
      *
       FD  RUNHIST.
           COPY RUNHISTR.
      *****************************************************************
      *
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 CUSTIDX-EOF-SWITCH     PIC X             VALUE "N".
             88 CUSTIDX-EOF                           VALUE "Y".
          05 ARDETAIL-OPEN-SWITCH   PIC X             VALUE "N".
             88 ARDETAIL-OPEN                         VALUE "Y".
          05 CUSTOMER-ITEMS-DONE-SWITCH PIC X         VALUE "N".
             88 CUSTOMER-ITEMS-DONE                   VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 CUSTIDX-STATUS         PIC XX            VALUE ZERO.
          05 ARDETAIL-STATUS        PIC XX            VALUE ZERO.
          05 CRREVIEW-STATUS        PIC XX            VALUE ZERO.
          05 CUSTJRNL-STATUS        PIC XX            VALUE ZERO.
          05 RUNHIST-STATUS         PIC XX            VALUE ZERO.
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
       01 RUN-HISTORY-FIELDS.
          05 WS-RUN-FINAL-STATUS   PIC X(4)          VALUE "OK".
      *
       01 REVIEW-WORK-FIELDS.
          05 WS-TODAY-DATE          PIC 9(8)          VALUE ZERO.
          05 WS-RUN-DATE-INTEGER    PIC S9(9)  COMP   VALUE ZERO.
          05 WS-DOC-DATE-INTEGER    PIC S9(9)  COMP   VALUE ZERO.
          05 WS-ITEM-AGE-DAYS       PIC S9(5)  COMP   VALUE ZERO.
          05 WS-PAST-DUE-DAYS       PIC S9(5)  COMP   VALUE 90.
          05 WS-OLDEST-ITEM-DAYS    PIC S9(5)  COMP   VALUE ZERO.
          05 WS-PAST-DUE-AMOUNT     PIC S9(9)V99      VALUE ZERO.
          05 WS-NEW-HOLD-REASON     PIC X.
             88 WS-NO-HOLD-REASON                     VALUE SPACE.
          05 WS-REVIEW-ACTION-TEXT  PIC X(19).
          05 WS-REASON-TEXT-CODE    PIC X.
      *
       01 CONTROL-TOTAL-FIELDS.
          05 WS-CUSTOMERS-READ-COUNT    PIC 9(7)      VALUE ZERO.
          05 WS-HOLDS-PLACED-COUNT      PIC 9(7)      VALUE ZERO.
          05 WS-HOLDS-CHANGED-COUNT     PIC 9(7)      VALUE ZERO.
          05 WS-HOLDS-RELEASED-COUNT    PIC 9(7)      VALUE ZERO.
          05 WS-HOLDS-REMAINING-COUNT   PIC 9(7)      VALUE ZERO.
          05 WS-ON-HOLD-TOTAL-COUNT     PIC 9(7)      VALUE ZERO.
          05 WS-UPDATES-APPLIED-COUNT   PIC 9(7)      VALUE ZERO.
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
       01 REVIEW-HEADING-LINE-1.
          05 FILLER                 PIC X(22)         VALUE
                "NIGHTLY CREDIT REVIEW.".
          05 FILLER                 PIC X(110)        VALUE SPACE.
      *
       01 REVIEW-HEADING-LINE-2.
          05 FILLER                 PIC X(6)          VALUE "DATE: ".
          05 RH2-DAY                PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 RH2-MONTH              PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 RH2-YEAR               PIC 9(4).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(6)          VALUE "TIME: ".
          05 RH2-HOURS              PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE ":".
          05 RH2-MINUTES            PIC 9(2).
          05 FILLER                 PIC X(8)          VALUE SPACE.
          05 FILLER                 PIC X(7)          VALUE "RPT0034".
          05 FILLER                 PIC X(88)         VALUE SPACE.
      *
       01 REVIEW-COLUMN-HEADING.
          05 FILLER                 PIC X(5)          VALUE "CUST".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(20)         VALUE "NAME".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(2)          VALUE "BR".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(2)          VALUE "SR".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(19)         VALUE "ACTION".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(19)         VALUE "REASON".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(13)         VALUE
                "   AR BALANCE".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(13)         VALUE
                " CREDIT LIMIT".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(13)         VALUE
                " OPEN OVER 90".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(5)          VALUE "DAYS".
          05 FILLER                 PIC X(3)          VALUE SPACE.
      *
       01 REVIEW-DETAIL-LINE.
          05 RDL-CUSTOMER-NUMBER    PIC 9(5).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 RDL-CUSTOMER-NAME      PIC X(20).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 RDL-BRANCH-NUMBER      PIC 9(2).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 RDL-SALESREP-NUMBER    PIC 9(2).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 RDL-ACTION-TEXT        PIC X(19).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 RDL-REASON-TEXT        PIC X(19).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 RDL-AR-BALANCE         PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 RDL-CREDIT-LIMIT       PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 RDL-PAST-DUE-AMOUNT    PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 RDL-OLDEST-ITEM-DAYS   PIC ZZZZ9.
          05 FILLER                 PIC X(3)          VALUE SPACE.
      *
       01 REVIEW-TOTAL-LINE.
          05 RTL-LABEL              PIC X(30).
          05 RTL-VALUE              PIC ZZ,ZZZ,ZZ9.
          05 FILLER                 PIC X(92)         VALUE SPACE.
      *****************************************************************
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *
      *****************************************************************
       000-REVIEW-CUSTOMER-CREDIT.
      *
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 050-OPEN-FILES.
           PERFORM 110-PRINT-REPORT-HEADING.
           MOVE "N" TO CUSTIDX-EOF-SWITCH.
           PERFORM 200-REVIEW-NEXT-CUSTOMER
              UNTIL CUSTIDX-EOF.
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
      * No ARDETAIL yet just means no open items to age - the credit
      * limit test still runs.
      *
           OPEN OUTPUT CRREVIEW.
           PERFORM 925-CHECK-CRREVIEW-OPEN-STATUS.
           OPEN I-O CUSTIDX.
           PERFORM 960-CHECK-CUSTIDX-OPEN-STATUS.
           OPEN INPUT ARDETAIL.
           IF ARDETAIL-STATUS = "00"
              MOVE "Y" TO ARDETAIL-OPEN-SWITCH
           ELSE
              IF ARDETAIL-STATUS NOT = "35"
                 PERFORM 970-CHECK-ARDETAIL-OPEN-STATUS
              END-IF
           END-IF.
           OPEN EXTEND CUSTJRNL.
           IF CUSTJRNL-STATUS = "35"
              OPEN OUTPUT CUSTJRNL
           END-IF.
           PERFORM 980-CHECK-CUSTJRNL-OPEN-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       100-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-DAY TO RH2-DAY.
           MOVE CD-CURRENT-MONTH TO RH2-MONTH.
           MOVE CD-CURRENT-YEAR TO RH2-YEAR.
           MOVE CD-CURRENT-HOURS TO RH2-HOURS.
           MOVE CD-CURRENT-MINUTES TO RH2-MINUTES.
           MOVE CURRENT-DATE TO WS-TODAY-DATE.
           COMPUTE WS-RUN-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
      *
      *****************************************************************
      *
      *****************************************************************
       110-PRINT-REPORT-HEADING.
      *
           MOVE REVIEW-HEADING-LINE-1 TO CREDIT-REVIEW-RECORD.
           WRITE CREDIT-REVIEW-RECORD.
           PERFORM 935-CHECK-CRREVIEW-WRITE-STATUS.
           MOVE REVIEW-HEADING-LINE-2 TO CREDIT-REVIEW-RECORD.
           WRITE CREDIT-REVIEW-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-CRREVIEW-WRITE-STATUS.
           MOVE REVIEW-COLUMN-HEADING TO CREDIT-REVIEW-RECORD.
           WRITE CREDIT-REVIEW-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-CRREVIEW-WRITE-STATUS.
           MOVE SPACE TO CREDIT-REVIEW-RECORD.
           WRITE CREDIT-REVIEW-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-CRREVIEW-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       200-REVIEW-NEXT-CUSTOMER.
      *
           READ CUSTIDX NEXT RECORD
              AT END
                 MOVE "Y" TO CUSTIDX-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-CUSTOMERS-READ-COUNT
                 PERFORM 210-REVIEW-CUSTOMER
           END-READ.
           PERFORM 965-CHECK-CUSTIDX-READNEXT-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       210-REVIEW-CUSTOMER.
      *
           MOVE ZERO TO WS-OLDEST-ITEM-DAYS.
           MOVE ZERO TO WS-PAST-DUE-AMOUNT.
           IF ARDETAIL-OPEN
              PERFORM 220-AGE-CUSTOMER-ITEMS.
           PERFORM 230-SET-HOLD-REASON.
           EVALUATE TRUE
              WHEN NOT WS-NO-HOLD-REASON AND NOT CX-ON-CREDIT-HOLD
                 PERFORM 240-PLACE-CREDIT-HOLD
              WHEN NOT WS-NO-HOLD-REASON
                 AND CX-CREDIT-HOLD-REASON NOT = WS-NEW-HOLD-REASON
                 PERFORM 250-CHANGE-HOLD-REASON
              WHEN NOT WS-NO-HOLD-REASON
                 MOVE "REMAINS ON HOLD" TO WS-REVIEW-ACTION-TEXT
                 MOVE CX-CREDIT-HOLD-REASON TO WS-REASON-TEXT-CODE
                 PERFORM 300-PRINT-REVIEW-LINE
                 ADD 1 TO WS-HOLDS-REMAINING-COUNT
              WHEN CX-ON-CREDIT-HOLD
                 PERFORM 260-RELEASE-CREDIT-HOLD
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF CX-ON-CREDIT-HOLD
              ADD 1 TO WS-ON-HOLD-TOTAL-COUNT.
      *
      *****************************************************************
      *
      *****************************************************************
       220-AGE-CUSTOMER-ITEMS.
      *
      * ARDETAIL is keyed customer + invoice, so the customer's
      * items are read from the first invoice key until the customer
      * number changes.
      *
           MOVE "N" TO CUSTOMER-ITEMS-DONE-SWITCH.
           MOVE CX-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER.
           MOVE LOW-VALUES TO AR-INVOICE-NUMBER.
           START ARDETAIL KEY IS NOT < AR-ITEM-KEY
              INVALID KEY
                 MOVE "Y" TO CUSTOMER-ITEMS-DONE-SWITCH
           END-START.
           PERFORM 976-CHECK-ARDETAIL-START-STATUS.
           PERFORM 225-AGE-NEXT-ITEM
              UNTIL CUSTOMER-ITEMS-DONE.
      *
      *****************************************************************
      *
      *****************************************************************
       225-AGE-NEXT-ITEM.
      *
           READ ARDETAIL NEXT RECORD
              AT END
                 MOVE "Y" TO CUSTOMER-ITEMS-DONE-SWITCH
              NOT AT END
                 IF AR-CUSTOMER-NUMBER NOT = CX-CUSTOMER-NUMBER
                    MOVE "Y" TO CUSTOMER-ITEMS-DONE-SWITCH
                 ELSE
                    IF AR-OPEN-AMOUNT > ZERO
                       PERFORM 227-AGE-OPEN-ITEM
                    END-IF
                 END-IF
           END-READ.
           PERFORM 975-CHECK-ARDETAIL-READNEXT-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       227-AGE-OPEN-ITEM.
      *
      * Aged from the document date, the same way RPT0015 buckets
      * it; an item with no usable date is treated as oldest.
      *
           IF AR-DOCUMENT-DATE IS NUMERIC AND
              AR-DOCUMENT-DATE > 16010101
              COMPUTE WS-DOC-DATE-INTEGER =
                 FUNCTION INTEGER-OF-DATE (AR-DOCUMENT-DATE)
              COMPUTE WS-ITEM-AGE-DAYS =
                 WS-RUN-DATE-INTEGER - WS-DOC-DATE-INTEGER
           ELSE
              MOVE 99999 TO WS-ITEM-AGE-DAYS
           END-IF.
           IF WS-ITEM-AGE-DAYS < ZERO
              MOVE ZERO TO WS-ITEM-AGE-DAYS.
           IF WS-ITEM-AGE-DAYS > WS-OLDEST-ITEM-DAYS
              MOVE WS-ITEM-AGE-DAYS TO WS-OLDEST-ITEM-DAYS.
           IF WS-ITEM-AGE-DAYS > WS-PAST-DUE-DAYS
              ADD AR-OPEN-AMOUNT TO WS-PAST-DUE-AMOUNT.
      *
      *****************************************************************
      *
      *****************************************************************
       230-SET-HOLD-REASON.
      *
      * A zero credit limit means no limit has been set, the way
      * RPT0004 reads it, so it never puts a customer over limit.
      *
           MOVE SPACE TO WS-NEW-HOLD-REASON.
           IF WS-PAST-DUE-AMOUNT > ZERO
              MOVE "P" TO WS-NEW-HOLD-REASON.
           IF CX-CREDIT-LIMIT > ZERO
              AND CX-AR-BALANCE > CX-CREDIT-LIMIT
              IF WS-NEW-HOLD-REASON = "P"
                 MOVE "B" TO WS-NEW-HOLD-REASON
              ELSE
                 MOVE "L" TO WS-NEW-HOLD-REASON
              END-IF
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       240-PLACE-CREDIT-HOLD.
      *
           MOVE CUSTOMER-INDEX-RECORD TO WS-JR-BEFORE-IMAGE.
           MOVE "H" TO CX-CREDIT-HOLD-CODE.
           MOVE WS-NEW-HOLD-REASON TO CX-CREDIT-HOLD-REASON.
           MOVE WS-TODAY-DATE TO CX-CREDIT-HOLD-DATE.
           PERFORM 270-REWRITE-CUSTOMER-RECORD.
           MOVE "PLACED ON HOLD" TO WS-REVIEW-ACTION-TEXT.
           MOVE CX-CREDIT-HOLD-REASON TO WS-REASON-TEXT-CODE.
           PERFORM 300-PRINT-REVIEW-LINE.
           ADD 1 TO WS-HOLDS-PLACED-COUNT.
      *
      *****************************************************************
      *
      *****************************************************************
       250-CHANGE-HOLD-REASON.
      *
      * The hold date stays the day the customer went on hold.
      *
           MOVE CUSTOMER-INDEX-RECORD TO WS-JR-BEFORE-IMAGE.
           MOVE WS-NEW-HOLD-REASON TO CX-CREDIT-HOLD-REASON.
           PERFORM 270-REWRITE-CUSTOMER-RECORD.
           MOVE "HOLD REASON CHANGED" TO WS-REVIEW-ACTION-TEXT.
           MOVE CX-CREDIT-HOLD-REASON TO WS-REASON-TEXT-CODE.
           PERFORM 300-PRINT-REVIEW-LINE.
           ADD 1 TO WS-HOLDS-CHANGED-COUNT.
      *
      *****************************************************************
      *
      *****************************************************************
       260-RELEASE-CREDIT-HOLD.
      *
      * The report shows the reason the customer had been held.
      *
           MOVE CUSTOMER-INDEX-RECORD TO WS-JR-BEFORE-IMAGE.
           MOVE CX-CREDIT-HOLD-REASON TO WS-REASON-TEXT-CODE.
           MOVE "R" TO CX-CREDIT-HOLD-CODE.
           MOVE SPACE TO CX-CREDIT-HOLD-REASON.
           MOVE WS-TODAY-DATE TO CX-CREDIT-HOLD-DATE.
           PERFORM 270-REWRITE-CUSTOMER-RECORD.
           MOVE "RELEASED FROM HOLD" TO WS-REVIEW-ACTION-TEXT.
           PERFORM 300-PRINT-REVIEW-LINE.
           ADD 1 TO WS-HOLDS-RELEASED-COUNT.
      *
      *****************************************************************
      *
      *****************************************************************
       270-REWRITE-CUSTOMER-RECORD.
      *
           REWRITE CUSTOMER-INDEX-RECORD.
           PERFORM 964-CHECK-CUSTIDX-REWRITE-STATUS.
           MOVE "C" TO WS-JR-ACTION-CODE.
           MOVE CX-CUSTOMER-NUMBER TO WS-JR-CUSTOMER-NUMBER.
           PERFORM 700-WRITE-CUSTIDX-JOURNAL.
           ADD 1 TO WS-UPDATES-APPLIED-COUNT.
      *
      *****************************************************************
      *
      *****************************************************************
       300-PRINT-REVIEW-LINE.
      *
           MOVE CX-CUSTOMER-NUMBER TO RDL-CUSTOMER-NUMBER.
           MOVE CX-CUSTOMER-NAME TO RDL-CUSTOMER-NAME.
           MOVE CX-BRANCH-NUMBER TO RDL-BRANCH-NUMBER.
           MOVE CX-SALESREP-NUMBER TO RDL-SALESREP-NUMBER.
           MOVE WS-REVIEW-ACTION-TEXT TO RDL-ACTION-TEXT.
           EVALUATE WS-REASON-TEXT-CODE
              WHEN "P"
                 MOVE "PAST DUE OVER 90" TO RDL-REASON-TEXT
              WHEN "L"
                 MOVE "OVER CREDIT LIMIT" TO RDL-REASON-TEXT
              WHEN "B"
                 MOVE "PAST DUE+OVER LIMIT" TO RDL-REASON-TEXT
              WHEN OTHER
                 MOVE SPACE TO RDL-REASON-TEXT
           END-EVALUATE.
           MOVE CX-AR-BALANCE TO RDL-AR-BALANCE.
           MOVE CX-CREDIT-LIMIT TO RDL-CREDIT-LIMIT.
           MOVE WS-PAST-DUE-AMOUNT TO RDL-PAST-DUE-AMOUNT.
           MOVE WS-OLDEST-ITEM-DAYS TO RDL-OLDEST-ITEM-DAYS.
           MOVE REVIEW-DETAIL-LINE TO CREDIT-REVIEW-RECORD.
           WRITE CREDIT-REVIEW-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-CRREVIEW-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       400-PRINT-CONTROL-TOTALS.
      *
           MOVE "CUSTOMERS REVIEWED:" TO RTL-LABEL.
           MOVE WS-CUSTOMERS-READ-COUNT TO RTL-VALUE.
           MOVE REVIEW-TOTAL-LINE TO CREDIT-REVIEW-RECORD.
           WRITE CREDIT-REVIEW-RECORD AFTER ADVANCING 3 LINES.
           PERFORM 935-CHECK-CRREVIEW-WRITE-STATUS.
           MOVE "PLACED ON HOLD:" TO RTL-LABEL.
           MOVE WS-HOLDS-PLACED-COUNT TO RTL-VALUE.
           PERFORM 410-PRINT-TOTAL-LINE.
           MOVE "HOLD REASON CHANGED:" TO RTL-LABEL.
           MOVE WS-HOLDS-CHANGED-COUNT TO RTL-VALUE.
           PERFORM 410-PRINT-TOTAL-LINE.
           MOVE "REMAINED ON HOLD:" TO RTL-LABEL.
           MOVE WS-HOLDS-REMAINING-COUNT TO RTL-VALUE.
           PERFORM 410-PRINT-TOTAL-LINE.
           MOVE "RELEASED FROM HOLD:" TO RTL-LABEL.
           MOVE WS-HOLDS-RELEASED-COUNT TO RTL-VALUE.
           PERFORM 410-PRINT-TOTAL-LINE.
           MOVE "ON CREDIT HOLD AFTER REVIEW:" TO RTL-LABEL.
           MOVE WS-ON-HOLD-TOTAL-COUNT TO RTL-VALUE.
           PERFORM 410-PRINT-TOTAL-LINE.
      *
      *****************************************************************
      *
      *****************************************************************
       410-PRINT-TOTAL-LINE.
      *
           MOVE REVIEW-TOTAL-LINE TO CREDIT-REVIEW-RECORD.
           WRITE CREDIT-REVIEW-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-CRREVIEW-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       700-WRITE-CUSTIDX-JOURNAL.
      *
      * One journal record per hold, reason change or release,
      * written after the REWRITE succeeded - the before image was
      * captured before the hold block was touched. The review run
      * carries no operator id, so the program id doubles as the
      * user.
      *
           MOVE FUNCTION CURRENT-DATE TO JOURNAL-DATE-AND-TIME.
           MOVE "RPT0034" TO JR-PROGRAM-ID.
           MOVE "RPT0034" TO JR-USER-ID.
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
              DISPLAY "RPT0034 - RUNHIST OPEN FAILED - FILE STATUS "
                      RUNHIST-STATUS
           ELSE
              MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
              MOVE "RPT0034" TO RH-PROGRAM-ID
              MOVE CD-CURRENT-YEAR TO RH-RUN-YEAR
              MOVE CD-CURRENT-MONTH TO RH-RUN-MONTH
              MOVE CD-CURRENT-DAY TO RH-RUN-DAY
              MOVE CD-CURRENT-HOURS TO RH-RUN-HOURS
              MOVE CD-CURRENT-MINUTES TO RH-RUN-MINUTES
              MOVE WS-CUSTOMERS-READ-COUNT TO RH-RECORDS-READ
              MOVE WS-UPDATES-APPLIED-COUNT TO RH-RECORDS-APPLIED
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
           CLOSE CRREVIEW.
           PERFORM 945-CHECK-CRREVIEW-CLOSE-STATUS.
           CLOSE CUSTIDX.
           PERFORM 961-CHECK-CUSTIDX-CLOSE-STATUS.
           IF ARDETAIL-OPEN
              CLOSE ARDETAIL
              PERFORM 971-CHECK-ARDETAIL-CLOSE-STATUS
           END-IF.
           CLOSE CUSTJRNL.
           PERFORM 982-CHECK-CUSTJRNL-CLOSE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       925-CHECK-CRREVIEW-OPEN-STATUS.
      *
           IF CRREVIEW-STATUS NOT = "00"
              MOVE "CRREVIEW OPEN" TO WS-FILE-ERROR-ID
              MOVE CRREVIEW-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       935-CHECK-CRREVIEW-WRITE-STATUS.
      *
           IF CRREVIEW-STATUS NOT = "00"
              MOVE "CRREVIEW WRITE" TO WS-FILE-ERROR-ID
              MOVE CRREVIEW-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       945-CHECK-CRREVIEW-CLOSE-STATUS.
      *
           IF CRREVIEW-STATUS NOT = "00"
              MOVE "CRREVIEW CLOSE" TO WS-FILE-ERROR-ID
              MOVE CRREVIEW-STATUS TO WS-FILE-ERROR-STATUS
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
      * "23" (no key at or after the customer's first item) is not
      * an error here - the caller's INVALID KEY clause already
      * ended the customer's items on it.
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
       999-ABEND-FILE-ERROR.
      *
           DISPLAY "RPT0034 - FATAL FILE ERROR: " WS-FILE-ERROR-ID
                   " - FILE STATUS " WS-FILE-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
