      *****************************************************************
      * Program name:    RPT0032
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  ---------------------------------------
      * 15/10/2026 MANUEL JARRY  Created - customer change history
      *                          inquiry off the CUSTJRNL before/
      *                          after image journal (see CIJRNLR).
      *                          Audit and the credit desk were
      *                          reading raw journal images to find
      *                          out who changed a credit limit or an
      *                          address and when. An optional
      *                          CHGPARM record selects the journal
      *                          records to report - a customer or
      *                          customer range, a from/to date and
      *                          time window, a user id and/or a
      *                          program id, any left blank meaning
      *                          all - and each selected change is
      *                          compared field by field through the
      *                          CUSTIDXR layout. The CHGHIST report
      *                          prints one line per field that
      *                          changed with its old and new values
      *                          and the program, user, date and time
      *                          of the change; an add or a delete
      *                          prints one line for the record.
      * 15/10/2026 MANUEL JARRY  Compares the new credit hold block
      *                          (see CUSTIDXR), so a hold or release
      *                          by RPT0034 shows with its reason.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPT0032.
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
           SELECT CUSTJRNL
              ASSIGN TO "OUTPUT-FILES/CUSTJRNL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CUSTJRNL-STATUS.
      *
           SELECT CHGPARM
              ASSIGN TO "INPUT-FILES/CHGPARM"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CHGPARM-STATUS.
      *
           SELECT CHGHIST
              ASSIGN TO "OUTPUT-FILES/CHGHIST"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CHGHIST-STATUS.
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
       FD  CUSTJRNL.
           COPY CIJRNLR.
      *
      * Any selection left blank (or not numeric) selects everything.
      * A from-customer with no to-customer selects that customer.
       FD  CHGPARM.
       01 CHANGE-PARM-RECORD.
          05 CP-FROM-CUSTOMER       PIC 9(5).
          05 CP-TO-CUSTOMER         PIC 9(5).
          05 CP-FROM-DATE           PIC 9(8).
          05 CP-FROM-TIME           PIC 9(6).
          05 CP-TO-DATE             PIC 9(8).
          05 CP-TO-TIME             PIC 9(6).
          05 CP-USER-ID             PIC X(8).
          05 CP-PROGRAM-ID          PIC X(8).
          05 FILLER                 PIC X(26).
      *
       FD  CHGHIST.
       01 CHANGE-HISTORY-RECORD     PIC X(132).
      *
       FD  RUNHIST.
           COPY RUNHISTR.
      *****************************************************************
      *
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 CUSTJRNL-EOF-SWITCH    PIC X             VALUE "N".
             88 CUSTJRNL-EOF                          VALUE "Y".
          05 JOURNAL-SELECTED-SWITCH PIC X            VALUE "N".
             88 JOURNAL-SELECTED                      VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 CUSTJRNL-STATUS        PIC XX            VALUE ZERO.
          05 CHGPARM-STATUS         PIC XX            VALUE ZERO.
          05 CHGHIST-STATUS         PIC XX            VALUE ZERO.
          05 RUNHIST-STATUS         PIC XX            VALUE ZERO.
      *
       01 FILE-ERROR-FIELDS.
          05 WS-FILE-ERROR-ID      PIC X(20).
          05 WS-FILE-ERROR-STATUS  PIC XX.
      *
       01 RUN-HISTORY-FIELDS.
          05 WS-RUN-FINAL-STATUS   PIC X(4)          VALUE "OK".
      *
       01 SELECTION-FIELDS.
          05 WS-FROM-CUSTOMER       PIC 9(5)          VALUE ZERO.
          05 WS-TO-CUSTOMER         PIC 9(5)          VALUE 99999.
          05 WS-FROM-DATE           PIC 9(8)          VALUE ZERO.
          05 WS-FROM-TIME           PIC 9(6)          VALUE ZERO.
          05 WS-TO-DATE             PIC 9(8)          VALUE 99999999.
          05 WS-TO-TIME             PIC 9(6)          VALUE 235959.
          05 WS-SELECT-USER-ID      PIC X(8)          VALUE SPACE.
          05 WS-SELECT-PROGRAM-ID   PIC X(8)          VALUE SPACE.
      *
      * The journal's before and after images, each seen through the
      * customer master layout so they can be compared field by
      * field.
           COPY CUSTIDXR REPLACING
                ==CUSTOMER-INDEX-RECORD== BY ==BEFORE-CUSTOMER-RECORD==
                LEADING ==CX-== BY ==BF-==.
      *
           COPY CUSTIDXR REPLACING
                ==CUSTOMER-INDEX-RECORD== BY ==AFTER-CUSTOMER-RECORD==
                LEADING ==CX-== BY ==AF-==.
      *
       01 CHANGE-WORK-FIELDS.
          05 WS-PRIOR-SUB           PIC S9(4)  COMP   VALUE ZERO.
          05 WS-PRIOR-YEAR-NUMBER   PIC 9.
          05 WS-FIELD-NAME          PIC X(19).
          05 WS-OLD-VALUE           PIC X(30).
          05 WS-NEW-VALUE           PIC X(30).
          05 WS-OLD-AMOUNT          PIC S9(7)V99.
          05 WS-NEW-AMOUNT          PIC S9(7)V99.
          05 WS-AMOUNT-EDIT         PIC Z,ZZZ,ZZ9.99-.
          05 WS-JOURNAL-DATE        PIC 9(8).
          05 WS-JOURNAL-DATE-PARTS REDEFINES WS-JOURNAL-DATE.
             10 WS-JOURNAL-YEAR     PIC 9(4).
             10 WS-JOURNAL-MONTH    PIC 9(2).
             10 WS-JOURNAL-DAY      PIC 9(2).
          05 WS-JOURNAL-TIME        PIC 9(6).
          05 WS-JOURNAL-TIME-PARTS REDEFINES WS-JOURNAL-TIME.
             10 WS-JOURNAL-HOURS    PIC 9(2).
             10 WS-JOURNAL-MINUTES  PIC 9(2).
             10 WS-JOURNAL-SECONDS  PIC 9(2).
      *
       01 CONTROL-TOTAL-FIELDS.
          05 WS-RECORDS-READ-COUNT     PIC 9(7)       VALUE ZERO.
          05 WS-RECORDS-SELECTED-COUNT PIC 9(7)       VALUE ZERO.
          05 WS-FIELD-CHANGE-COUNT     PIC 9(7)       VALUE ZERO.
          05 WS-NO-CHANGE-COUNT        PIC 9(7)       VALUE ZERO.
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
       01 HISTORY-HEADING-LINE-1.
          05 FILLER                 PIC X(24)         VALUE
                "CUSTOMER CHANGE HISTORY.".
          05 FILLER                 PIC X(108)        VALUE SPACE.
      *
       01 HISTORY-HEADING-LINE-2.
          05 FILLER                 PIC X(6)          VALUE "DATE: ".
          05 HH2-DAY                PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 HH2-MONTH              PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 HH2-YEAR               PIC 9(4).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(6)          VALUE "TIME: ".
          05 HH2-HOURS              PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE ":".
          05 HH2-MINUTES            PIC 9(2).
          05 FILLER                 PIC X(8)          VALUE SPACE.
          05 FILLER                 PIC X(7)          VALUE "RPT0032".
          05 FILLER                 PIC X(88)         VALUE SPACE.
      *
       01 SELECTION-LINE-1.
          05 FILLER                 PIC X(20)         VALUE
                "CUSTOMERS:".
          05 SL1-FROM-CUSTOMER      PIC 9(5).
          05 FILLER                 PIC X(4)          VALUE " TO ".
          05 SL1-TO-CUSTOMER        PIC 9(5).
          05 FILLER                 PIC X(98)         VALUE SPACE.
      *
       01 SELECTION-LINE-2.
          05 FILLER                 PIC X(20)         VALUE
                "CHANGED:".
          05 SL2-FROM-DATE          PIC 9(8).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 SL2-FROM-TIME          PIC 9(6).
          05 FILLER                 PIC X(4)          VALUE " TO ".
          05 SL2-TO-DATE            PIC 9(8).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 SL2-TO-TIME            PIC 9(6).
          05 FILLER                 PIC X(78)         VALUE SPACE.
      *
       01 SELECTION-LINE-3.
          05 FILLER                 PIC X(20)         VALUE
                "USER / PROGRAM:".
          05 SL3-USER-ID            PIC X(8).
          05 FILLER                 PIC X(3)          VALUE " / ".
          05 SL3-PROGRAM-ID         PIC X(8).
          05 FILLER                 PIC X(93)         VALUE SPACE.
      *
       01 HISTORY-COLUMN-HEADING.
          05 FILLER                 PIC X(5)          VALUE "CUST".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(19)         VALUE "FIELD".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(30)         VALUE
                "OLD VALUE".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(30)         VALUE
                "NEW VALUE".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(8)          VALUE "PROGRAM".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(8)          VALUE "USER".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(10)         VALUE "DATE".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(8)          VALUE "TIME".
      *
       01 HISTORY-DETAIL-LINE.
          05 HDL-CUSTOMER-NUMBER    PIC 9(5).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 HDL-FIELD-NAME         PIC X(19).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 HDL-OLD-VALUE          PIC X(30).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 HDL-NEW-VALUE          PIC X(30).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 HDL-PROGRAM-ID         PIC X(8).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 HDL-USER-ID            PIC X(8).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 HDL-DAY                PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 HDL-MONTH              PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 HDL-YEAR               PIC 9(4).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 HDL-HOURS              PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE ":".
          05 HDL-MINUTES            PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE ":".
          05 HDL-SECONDS            PIC 9(2).
      *
       01 HISTORY-COUNT-LINE.
          05 HCL-LABEL              PIC X(30).
          05 HCL-VALUE              PIC ZZ,ZZZ,ZZ9.
          05 FILLER                 PIC X(92)         VALUE SPACE.
      *****************************************************************
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *
      *****************************************************************
       000-REPORT-CHANGE-HISTORY.
      *
           PERFORM 050-READ-CHANGE-PARMS.
           PERFORM 060-OPEN-FILES.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 110-PRINT-REPORT-HEADING.
           PERFORM 200-READ-JOURNAL-RECORDS
              UNTIL CUSTJRNL-EOF.
           PERFORM 400-PRINT-CONTROL-TOTALS.
           PERFORM 900-CLOSE-FILES.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
      *****************************************************************
      *
      *****************************************************************
       050-READ-CHANGE-PARMS.
      *
      * No CHGPARM means the whole journal. Each selection on the
      * record narrows it independently; together they must all
      * match. A window with a date but no time runs from the start
      * of the from-date to the end of the to-date.
      *
           OPEN INPUT CHGPARM.
           IF CHGPARM-STATUS = "00"
              READ CHGPARM
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM 055-EDIT-CHANGE-PARMS
              END-READ
              CLOSE CHGPARM.
      *
      *****************************************************************
      *
      *****************************************************************
       055-EDIT-CHANGE-PARMS.
      *
           IF CP-FROM-CUSTOMER IS NUMERIC
              AND CP-FROM-CUSTOMER > ZERO
              MOVE CP-FROM-CUSTOMER TO WS-FROM-CUSTOMER
              IF CP-TO-CUSTOMER IS NUMERIC
                 AND CP-TO-CUSTOMER NOT < CP-FROM-CUSTOMER
                 MOVE CP-TO-CUSTOMER TO WS-TO-CUSTOMER
              ELSE
                 MOVE CP-FROM-CUSTOMER TO WS-TO-CUSTOMER
              END-IF
           END-IF.
           IF CP-FROM-DATE IS NUMERIC
              AND CP-FROM-DATE > ZERO
              MOVE CP-FROM-DATE TO WS-FROM-DATE
              IF CP-FROM-TIME IS NUMERIC
                 MOVE CP-FROM-TIME TO WS-FROM-TIME
              END-IF
           END-IF.
           IF CP-TO-DATE IS NUMERIC
              AND CP-TO-DATE > ZERO
              MOVE CP-TO-DATE TO WS-TO-DATE
              IF CP-TO-TIME IS NUMERIC
                 AND CP-TO-TIME > ZERO
                 MOVE CP-TO-TIME TO WS-TO-TIME
              END-IF
           END-IF.
           MOVE CP-USER-ID TO WS-SELECT-USER-ID.
           MOVE CP-PROGRAM-ID TO WS-SELECT-PROGRAM-ID.
      *
      *****************************************************************
      *
      *****************************************************************
       060-OPEN-FILES.
      *
      * A CUSTJRNL that does not exist yet has no changes to report.
      *
           OPEN OUTPUT CHGHIST.
           PERFORM 925-CHECK-CHGHIST-OPEN-STATUS.
           OPEN INPUT CUSTJRNL.
           IF CUSTJRNL-STATUS = "35"
              MOVE "Y" TO CUSTJRNL-EOF-SWITCH
           ELSE
              PERFORM 980-CHECK-CUSTJRNL-OPEN-STATUS
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       100-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-DAY TO HH2-DAY.
           MOVE CD-CURRENT-MONTH TO HH2-MONTH.
           MOVE CD-CURRENT-YEAR TO HH2-YEAR.
           MOVE CD-CURRENT-HOURS TO HH2-HOURS.
           MOVE CD-CURRENT-MINUTES TO HH2-MINUTES.
           MOVE WS-FROM-CUSTOMER TO SL1-FROM-CUSTOMER.
           MOVE WS-TO-CUSTOMER TO SL1-TO-CUSTOMER.
           MOVE WS-FROM-DATE TO SL2-FROM-DATE.
           MOVE WS-FROM-TIME TO SL2-FROM-TIME.
           MOVE WS-TO-DATE TO SL2-TO-DATE.
           MOVE WS-TO-TIME TO SL2-TO-TIME.
           IF WS-SELECT-USER-ID = SPACE
              MOVE "(ALL)" TO SL3-USER-ID
           ELSE
              MOVE WS-SELECT-USER-ID TO SL3-USER-ID
           END-IF.
           IF WS-SELECT-PROGRAM-ID = SPACE
              MOVE "(ALL)" TO SL3-PROGRAM-ID
           ELSE
              MOVE WS-SELECT-PROGRAM-ID TO SL3-PROGRAM-ID
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       110-PRINT-REPORT-HEADING.
      *
           MOVE HISTORY-HEADING-LINE-1 TO CHANGE-HISTORY-RECORD.
           WRITE CHANGE-HISTORY-RECORD.
           PERFORM 935-CHECK-CHGHIST-WRITE-STATUS.
           MOVE HISTORY-HEADING-LINE-2 TO CHANGE-HISTORY-RECORD.
           WRITE CHANGE-HISTORY-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-CHGHIST-WRITE-STATUS.
           MOVE SELECTION-LINE-1 TO CHANGE-HISTORY-RECORD.
           WRITE CHANGE-HISTORY-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-CHGHIST-WRITE-STATUS.
           MOVE SELECTION-LINE-2 TO CHANGE-HISTORY-RECORD.
           WRITE CHANGE-HISTORY-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-CHGHIST-WRITE-STATUS.
           MOVE SELECTION-LINE-3 TO CHANGE-HISTORY-RECORD.
           WRITE CHANGE-HISTORY-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-CHGHIST-WRITE-STATUS.
           MOVE HISTORY-COLUMN-HEADING TO CHANGE-HISTORY-RECORD.
           WRITE CHANGE-HISTORY-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-CHGHIST-WRITE-STATUS.
           MOVE SPACE TO CHANGE-HISTORY-RECORD.
           WRITE CHANGE-HISTORY-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-CHGHIST-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       200-READ-JOURNAL-RECORDS.
      *
           READ CUSTJRNL
              AT END
                 MOVE "Y" TO CUSTJRNL-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ-COUNT
                 PERFORM 210-SELECT-JOURNAL-RECORD
                 IF JOURNAL-SELECTED
                    ADD 1 TO WS-RECORDS-SELECTED-COUNT
                    PERFORM 220-REPORT-JOURNAL-RECORD
                 END-IF
           END-READ.
           PERFORM 981-CHECK-CUSTJRNL-READ-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       210-SELECT-JOURNAL-RECORD.
      *
           MOVE "Y" TO JOURNAL-SELECTED-SWITCH.
           IF JR-CUSTOMER-NUMBER < WS-FROM-CUSTOMER
              OR JR-CUSTOMER-NUMBER > WS-TO-CUSTOMER
              MOVE "N" TO JOURNAL-SELECTED-SWITCH.
           IF JR-RUN-DATE < WS-FROM-DATE
              OR (JR-RUN-DATE = WS-FROM-DATE
                 AND JR-RUN-TIME < WS-FROM-TIME)
              MOVE "N" TO JOURNAL-SELECTED-SWITCH.
           IF JR-RUN-DATE > WS-TO-DATE
              OR (JR-RUN-DATE = WS-TO-DATE
                 AND JR-RUN-TIME > WS-TO-TIME)
              MOVE "N" TO JOURNAL-SELECTED-SWITCH.
           IF WS-SELECT-USER-ID NOT = SPACE
              AND JR-USER-ID NOT = WS-SELECT-USER-ID
              MOVE "N" TO JOURNAL-SELECTED-SWITCH.
           IF WS-SELECT-PROGRAM-ID NOT = SPACE
              AND JR-PROGRAM-ID NOT = WS-SELECT-PROGRAM-ID
              MOVE "N" TO JOURNAL-SELECTED-SWITCH.
      *
      *****************************************************************
      *
      *****************************************************************
       220-REPORT-JOURNAL-RECORD.
      *
      * An add has no before image and a delete no after image, so
      * each prints a single line naming the customer; a change is
      * compared field by field. A change that rewrote the record
      * without altering anything prints nothing and is counted.
      *
           MOVE JR-BEFORE-IMAGE TO BEFORE-CUSTOMER-RECORD.
           MOVE JR-AFTER-IMAGE TO AFTER-CUSTOMER-RECORD.
           MOVE JR-RUN-DATE TO WS-JOURNAL-DATE.
           MOVE JR-RUN-TIME TO WS-JOURNAL-TIME.
           EVALUATE TRUE
              WHEN JR-ADD-ACTION
                 MOVE "RECORD ADDED" TO WS-FIELD-NAME
                 MOVE SPACE TO WS-OLD-VALUE
                 MOVE AF-CUSTOMER-NAME TO WS-NEW-VALUE
                 PERFORM 350-PRINT-CHANGE-LINE
              WHEN JR-DELETE-ACTION
                 MOVE "RECORD DELETED" TO WS-FIELD-NAME
                 MOVE BF-CUSTOMER-NAME TO WS-OLD-VALUE
                 MOVE SPACE TO WS-NEW-VALUE
                 PERFORM 350-PRINT-CHANGE-LINE
              WHEN JR-CHANGE-ACTION
                 IF BEFORE-CUSTOMER-RECORD = AFTER-CUSTOMER-RECORD
                    ADD 1 TO WS-NO-CHANGE-COUNT
                 ELSE
                    PERFORM 300-COMPARE-CUSTOMER-FIELDS
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
      *****************************************************************
      *
      *****************************************************************
       300-COMPARE-CUSTOMER-FIELDS.
      *
      * One test per CUSTIDXR field, in record order. A field added
      * to the master layout needs a test added here.
      *
           IF BF-BRANCH-NUMBER NOT = AF-BRANCH-NUMBER
              MOVE "BRANCH NUMBER" TO WS-FIELD-NAME
              MOVE BF-BRANCH-NUMBER TO WS-OLD-VALUE
              MOVE AF-BRANCH-NUMBER TO WS-NEW-VALUE
              PERFORM 350-PRINT-CHANGE-LINE.
           IF BF-SALESREP-NUMBER NOT = AF-SALESREP-NUMBER
              MOVE "SALESREP NUMBER" TO WS-FIELD-NAME
              MOVE BF-SALESREP-NUMBER TO WS-OLD-VALUE
              MOVE AF-SALESREP-NUMBER TO WS-NEW-VALUE
              PERFORM 350-PRINT-CHANGE-LINE.
           IF BF-CUSTOMER-NAME NOT = AF-CUSTOMER-NAME
              MOVE "CUSTOMER NAME" TO WS-FIELD-NAME
              MOVE BF-CUSTOMER-NAME TO WS-OLD-VALUE
              MOVE AF-CUSTOMER-NAME TO WS-NEW-VALUE
              PERFORM 350-PRINT-CHANGE-LINE.
           IF BF-SALES-THIS-YTD NOT = AF-SALES-THIS-YTD
              MOVE "SALES THIS YTD" TO WS-FIELD-NAME
              MOVE BF-SALES-THIS-YTD TO WS-OLD-AMOUNT
              MOVE AF-SALES-THIS-YTD TO WS-NEW-AMOUNT
              PERFORM 340-PRINT-AMOUNT-CHANGE.
           IF BF-SALES-LAST-YTD NOT = AF-SALES-LAST-YTD
              MOVE "SALES LAST YTD" TO WS-FIELD-NAME
              MOVE BF-SALES-LAST-YTD TO WS-OLD-AMOUNT
              MOVE AF-SALES-LAST-YTD TO WS-NEW-AMOUNT
              PERFORM 340-PRINT-AMOUNT-CHANGE.
           PERFORM 310-COMPARE-PRIOR-YEAR
              VARYING WS-PRIOR-SUB FROM 1 BY 1
              UNTIL WS-PRIOR-SUB > 5.
           IF BF-CREDIT-LIMIT NOT = AF-CREDIT-LIMIT
              MOVE "CREDIT LIMIT" TO WS-FIELD-NAME
              MOVE BF-CREDIT-LIMIT TO WS-OLD-AMOUNT
              MOVE AF-CREDIT-LIMIT TO WS-NEW-AMOUNT
              PERFORM 340-PRINT-AMOUNT-CHANGE.
           IF BF-AR-BALANCE NOT = AF-AR-BALANCE
              MOVE "AR BALANCE" TO WS-FIELD-NAME
              MOVE BF-AR-BALANCE TO WS-OLD-AMOUNT
              MOVE AF-AR-BALANCE TO WS-NEW-AMOUNT
              PERFORM 340-PRINT-AMOUNT-CHANGE.
           IF BF-STATUS-CODE NOT = AF-STATUS-CODE
              MOVE "STATUS CODE" TO WS-FIELD-NAME
              MOVE BF-STATUS-CODE TO WS-OLD-VALUE
              MOVE AF-STATUS-CODE TO WS-NEW-VALUE
              PERFORM 350-PRINT-CHANGE-LINE.
           IF BF-STATUS-DATE NOT = AF-STATUS-DATE
              MOVE "STATUS DATE" TO WS-FIELD-NAME
              MOVE BF-STATUS-DATE TO WS-OLD-VALUE
              MOVE AF-STATUS-DATE TO WS-NEW-VALUE
              PERFORM 350-PRINT-CHANGE-LINE.
           IF BF-ADDRESS-LINE-1 NOT = AF-ADDRESS-LINE-1
              MOVE "ADDRESS LINE 1" TO WS-FIELD-NAME
              MOVE BF-ADDRESS-LINE-1 TO WS-OLD-VALUE
              MOVE AF-ADDRESS-LINE-1 TO WS-NEW-VALUE
              PERFORM 350-PRINT-CHANGE-LINE.
           IF BF-ADDRESS-LINE-2 NOT = AF-ADDRESS-LINE-2
              MOVE "ADDRESS LINE 2" TO WS-FIELD-NAME
              MOVE BF-ADDRESS-LINE-2 TO WS-OLD-VALUE
              MOVE AF-ADDRESS-LINE-2 TO WS-NEW-VALUE
              PERFORM 350-PRINT-CHANGE-LINE.
           IF BF-CITY NOT = AF-CITY
              MOVE "CITY" TO WS-FIELD-NAME
              MOVE BF-CITY TO WS-OLD-VALUE
              MOVE AF-CITY TO WS-NEW-VALUE
              PERFORM 350-PRINT-CHANGE-LINE.
           IF BF-STATE NOT = AF-STATE
              MOVE "STATE" TO WS-FIELD-NAME
              MOVE BF-STATE TO WS-OLD-VALUE
              MOVE AF-STATE TO WS-NEW-VALUE
              PERFORM 350-PRINT-CHANGE-LINE.
           IF BF-POSTAL-CODE NOT = AF-POSTAL-CODE
              MOVE "POSTAL CODE" TO WS-FIELD-NAME
              MOVE BF-POSTAL-CODE TO WS-OLD-VALUE
              MOVE AF-POSTAL-CODE TO WS-NEW-VALUE
              PERFORM 350-PRINT-CHANGE-LINE.
           IF BF-CONTACT-NAME NOT = AF-CONTACT-NAME
              MOVE "CONTACT NAME" TO WS-FIELD-NAME
              MOVE BF-CONTACT-NAME TO WS-OLD-VALUE
              MOVE AF-CONTACT-NAME TO WS-NEW-VALUE
              PERFORM 350-PRINT-CHANGE-LINE.
           IF BF-PHONE-NUMBER NOT = AF-PHONE-NUMBER
              MOVE "PHONE NUMBER" TO WS-FIELD-NAME
              MOVE BF-PHONE-NUMBER TO WS-OLD-VALUE
              MOVE AF-PHONE-NUMBER TO WS-NEW-VALUE
              PERFORM 350-PRINT-CHANGE-LINE.
           IF BF-CREDIT-HOLD-CODE NOT = AF-CREDIT-HOLD-CODE
              MOVE "CREDIT HOLD CODE" TO WS-FIELD-NAME
              MOVE BF-CREDIT-HOLD-CODE TO WS-OLD-VALUE
              MOVE AF-CREDIT-HOLD-CODE TO WS-NEW-VALUE
              PERFORM 350-PRINT-CHANGE-LINE.
           IF BF-CREDIT-HOLD-REASON NOT = AF-CREDIT-HOLD-REASON
              MOVE "CREDIT HOLD REASON" TO WS-FIELD-NAME
              MOVE BF-CREDIT-HOLD-REASON TO WS-OLD-VALUE
              MOVE AF-CREDIT-HOLD-REASON TO WS-NEW-VALUE
              PERFORM 350-PRINT-CHANGE-LINE.
           IF BF-CREDIT-HOLD-DATE NOT = AF-CREDIT-HOLD-DATE
              MOVE "CREDIT HOLD DATE" TO WS-FIELD-NAME
              MOVE BF-CREDIT-HOLD-DATE TO WS-OLD-VALUE
              MOVE AF-CREDIT-HOLD-DATE TO WS-NEW-VALUE
              PERFORM 350-PRINT-CHANGE-LINE.
      *
      *****************************************************************
      *
      *****************************************************************
       310-COMPARE-PRIOR-YEAR.
      *
           IF BF-SALES-PRIOR-YTD (WS-PRIOR-SUB) NOT =
                 AF-SALES-PRIOR-YTD (WS-PRIOR-SUB)
              MOVE "SALES PRIOR YTD (" TO WS-FIELD-NAME
              MOVE WS-PRIOR-SUB TO WS-PRIOR-YEAR-NUMBER
              MOVE WS-PRIOR-YEAR-NUMBER TO WS-FIELD-NAME (18:1)
              MOVE ")" TO WS-FIELD-NAME (19:1)
              MOVE BF-SALES-PRIOR-YTD (WS-PRIOR-SUB) TO WS-OLD-AMOUNT
              MOVE AF-SALES-PRIOR-YTD (WS-PRIOR-SUB) TO WS-NEW-AMOUNT
              PERFORM 340-PRINT-AMOUNT-CHANGE.
      *
      *****************************************************************
      *
      *****************************************************************
       340-PRINT-AMOUNT-CHANGE.
      *
           MOVE WS-OLD-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-OLD-VALUE.
           MOVE WS-NEW-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-NEW-VALUE.
           PERFORM 350-PRINT-CHANGE-LINE.
      *
      *****************************************************************
      *
      *****************************************************************
       350-PRINT-CHANGE-LINE.
      *
           ADD 1 TO WS-FIELD-CHANGE-COUNT.
           MOVE JR-CUSTOMER-NUMBER TO HDL-CUSTOMER-NUMBER.
           MOVE WS-FIELD-NAME TO HDL-FIELD-NAME.
           MOVE WS-OLD-VALUE TO HDL-OLD-VALUE.
           MOVE WS-NEW-VALUE TO HDL-NEW-VALUE.
           MOVE JR-PROGRAM-ID TO HDL-PROGRAM-ID.
           MOVE JR-USER-ID TO HDL-USER-ID.
           MOVE WS-JOURNAL-DAY TO HDL-DAY.
           MOVE WS-JOURNAL-MONTH TO HDL-MONTH.
           MOVE WS-JOURNAL-YEAR TO HDL-YEAR.
           MOVE WS-JOURNAL-HOURS TO HDL-HOURS.
           MOVE WS-JOURNAL-MINUTES TO HDL-MINUTES.
           MOVE WS-JOURNAL-SECONDS TO HDL-SECONDS.
           MOVE HISTORY-DETAIL-LINE TO CHANGE-HISTORY-RECORD.
           WRITE CHANGE-HISTORY-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-CHGHIST-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       400-PRINT-CONTROL-TOTALS.
      *
           MOVE "JOURNAL RECORDS READ:" TO HCL-LABEL.
           MOVE WS-RECORDS-READ-COUNT TO HCL-VALUE.
           MOVE HISTORY-COUNT-LINE TO CHANGE-HISTORY-RECORD.
           WRITE CHANGE-HISTORY-RECORD AFTER ADVANCING 3 LINES.
           PERFORM 935-CHECK-CHGHIST-WRITE-STATUS.
           MOVE "JOURNAL RECORDS SELECTED:" TO HCL-LABEL.
           MOVE WS-RECORDS-SELECTED-COUNT TO HCL-VALUE.
           MOVE HISTORY-COUNT-LINE TO CHANGE-HISTORY-RECORD.
           WRITE CHANGE-HISTORY-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-CHGHIST-WRITE-STATUS.
           MOVE "CHANGE LINES PRINTED:" TO HCL-LABEL.
           MOVE WS-FIELD-CHANGE-COUNT TO HCL-VALUE.
           MOVE HISTORY-COUNT-LINE TO CHANGE-HISTORY-RECORD.
           WRITE CHANGE-HISTORY-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-CHGHIST-WRITE-STATUS.
           MOVE "REWRITES WITH NO CHANGE:" TO HCL-LABEL.
           MOVE WS-NO-CHANGE-COUNT TO HCL-VALUE.
           MOVE HISTORY-COUNT-LINE TO CHANGE-HISTORY-RECORD.
           WRITE CHANGE-HISTORY-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-CHGHIST-WRITE-STATUS.
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
              DISPLAY "RPT0032 - RUNHIST OPEN FAILED - FILE STATUS "
                      RUNHIST-STATUS
           ELSE
              MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
              MOVE "RPT0032" TO RH-PROGRAM-ID
              MOVE CD-CURRENT-YEAR TO RH-RUN-YEAR
              MOVE CD-CURRENT-MONTH TO RH-RUN-MONTH
              MOVE CD-CURRENT-DAY TO RH-RUN-DAY
              MOVE CD-CURRENT-HOURS TO RH-RUN-HOURS
              MOVE CD-CURRENT-MINUTES TO RH-RUN-MINUTES
              MOVE WS-RECORDS-READ-COUNT TO RH-RECORDS-READ
              MOVE WS-RECORDS-SELECTED-COUNT TO RH-RECORDS-APPLIED
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
           CLOSE CHGHIST.
           PERFORM 945-CHECK-CHGHIST-CLOSE-STATUS.
           IF CUSTJRNL-STATUS NOT = "35"
              CLOSE CUSTJRNL
              PERFORM 982-CHECK-CUSTJRNL-CLOSE-STATUS
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       925-CHECK-CHGHIST-OPEN-STATUS.
      *
           IF CHGHIST-STATUS NOT = "00"
              MOVE "CHGHIST OPEN" TO WS-FILE-ERROR-ID
              MOVE CHGHIST-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       935-CHECK-CHGHIST-WRITE-STATUS.
      *
           IF CHGHIST-STATUS NOT = "00"
              MOVE "CHGHIST WRITE" TO WS-FILE-ERROR-ID
              MOVE CHGHIST-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       945-CHECK-CHGHIST-CLOSE-STATUS.
      *
           IF CHGHIST-STATUS NOT = "00"
              MOVE "CHGHIST CLOSE" TO WS-FILE-ERROR-ID
              MOVE CHGHIST-STATUS TO WS-FILE-ERROR-STATUS
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
       981-CHECK-CUSTJRNL-READ-STATUS.
      *
           IF CUSTJRNL-STATUS NOT = "00" AND
              CUSTJRNL-STATUS NOT = "10"
              MOVE "CUSTJRNL READ" TO WS-FILE-ERROR-ID
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
           DISPLAY "RPT0032 - FATAL FILE ERROR: " WS-FILE-ERROR-ID
                   " - FILE STATUS " WS-FILE-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
