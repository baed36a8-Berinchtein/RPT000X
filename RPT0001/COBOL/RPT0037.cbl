      *****************************************************************
      * Program name:    RPT0037
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  ---------------------------------------
      * 15/10/2026 MANUEL JARRY  Created - customer change approval
      *                          run. RPT0002 holds a sensitive
      *                          change or delete on the PENDCHG
      *                          pending-approval file (see PENDCHGR)
      *                          instead of applying it. This run
      *                          reads the approve/reject decisions
      *                          keyed against pending numbers on
      *                          APPRDEC and refuses any decision by
      *                          the user who entered the change, or
      *                          on an item no longer pending. An
      *                          approved item is applied to CUSTIDX
      *                          with the same edits and CUSTJRNL
      *                          journaling RPT0002 uses; one that
      *                          fails them is marked not applied.
      *                          Items still pending the APPRPARM
      *                          expiry days after entry (default 7)
      *                          expire. APPRRPT lists every decision
      *                          and its outcome, then what was
      *                          approved, rejected and expired today
      *                          and everything still waiting.
      * 15/10/2026 MANUEL JARRY  Each run now appends the net change
      *                          its approved changes and deletes
      *                          made to sales this year-to-date and
      *                          the AR balance on CUSTIDX to the new
      *                          DAYMOVE file (see DAYMOVR) for
      *                          RPT0038's roll-forward proof.
      * 15/10/2026 MANUEL JARRY  An approved change now applies only
      *                          the sales and AR figures it alters,
      *                          and only while CUSTIDX still holds
      *                          the figures it was keyed against
      *                          (kept on PENDCHG); otherwise, and
      *                          for a delete whose customer has had
      *                          anything posted since, the item is
      *                          marked not applied - FIGURES MOVED -
      *                          so no posting made while it waited
      *                          is reversed.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPT0037.
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
           SELECT APPRPARM
              ASSIGN TO "INPUT-FILES/APPRPARM"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS APPRPARM-STATUS.
      *
           SELECT APPRDEC
              ASSIGN TO "INPUT-FILES/APPRDEC"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS APPRDEC-STATUS.
      *
           SELECT PENDCHG
              ASSIGN TO "WORK-FILES/PENDCHG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PC-PENDING-NUMBER
              FILE STATUS IS PENDCHG-STATUS.
      *
           SELECT CUSTIDX
              ASSIGN TO "WORK-FILES/CUSTIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CX-CUSTOMER-NUMBER
              FILE STATUS IS CUSTIDX-STATUS.
      *
           SELECT CUSTJRNL
              ASSIGN TO "OUTPUT-FILES/CUSTJRNL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CUSTJRNL-STATUS.
      *
           SELECT APPRRPT
              ASSIGN TO "OUTPUT-FILES/APPRRPT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS APPRRPT-STATUS.
      *
           SELECT DAYMOVE
              ASSIGN TO "OUTPUT-FILES/DAYMOVE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS DAYMOVE-STATUS.
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
       FD  APPRPARM.
           COPY APPRPRMR.
      *
      * One decision per record. AD-DECISION-CODE is "A" to approve
      * or "R" to reject the pending item; AD-USER-ID is the user
      * making the decision.
       FD  APPRDEC.
       01 APPROVAL-DECISION-RECORD.
          05 AD-PENDING-NUMBER      PIC 9(7).
          05 AD-PENDING-NUMBER-X REDEFINES AD-PENDING-NUMBER
                                    PIC X(7).
          05 AD-DECISION-CODE       PIC X.
             88 AD-APPROVE                            VALUE "A".
             88 AD-REJECT                             VALUE "R".
          05 AD-USER-ID             PIC X(8).
          05 FILLER                 PIC X(24).
      *
       FD  PENDCHG.
           COPY PENDCHGR.
      *
       FD  CUSTIDX.
           COPY CUSTIDXR.
      *
       FD  CUSTJRNL.
           COPY CIJRNLR.
      *
       FD  APPRRPT.
       01 APPROVAL-REPORT-RECORD    PIC X(132).
      *
       FD  DAYMOVE.
           COPY DAYMOVR.
      *
       FD  RUNHIST.
           COPY RUNHISTR.
      *****************************************************************
      *
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 APPRDEC-EOF-SWITCH     PIC X             VALUE "N".
             88 APPRDEC-EOF                           VALUE "Y".
          05 PENDCHG-END-SWITCH     PIC X             VALUE "N".
             88 PENDCHG-END                           VALUE "Y".
          05 ITEM-APPLIED-SWITCH    PIC X             VALUE "N".
             88 ITEM-APPLIED                          VALUE "Y".
          05 FIGURES-MOVED-SWITCH   PIC X             VALUE "N".
             88 FIGURES-MOVED                         VALUE "Y".
          05 LIST-ALL-DATES-SWITCH  PIC X             VALUE "N".
             88 LIST-ALL-DATES                        VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 APPRPARM-STATUS        PIC XX            VALUE ZERO.
          05 APPRDEC-STATUS         PIC XX            VALUE ZERO.
          05 PENDCHG-STATUS         PIC XX            VALUE ZERO.
          05 CUSTIDX-STATUS         PIC XX            VALUE ZERO.
          05 CUSTJRNL-STATUS        PIC XX            VALUE ZERO.
          05 APPRRPT-STATUS         PIC XX            VALUE ZERO.
          05 RUNHIST-STATUS         PIC XX            VALUE ZERO.
          05 DAYMOVE-STATUS         PIC XX            VALUE ZERO.
      *
      * The held transaction is applied from here, exactly as
      * RPT0002 would have applied it from CUSTTRAN.
           COPY CUSTTRNR.
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
       01 MOVEMENT-TOTAL-FIELDS.
          05 WS-APPROVED-MOVE-COUNT         PIC 9(7) VALUE ZERO.
          05 WS-APPROVED-SALES-MOVE         PIC S9(11)V99 VALUE ZERO.
          05 WS-APPROVED-AR-MOVE            PIC S9(11)V99 VALUE ZERO.
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
      *
       01 TRANSACTION-RESULT-FIELDS.
          05 WS-TRAN-RESULT-TEXT    PIC X(30).
      *
       01 VALIDATION-FIELDS.
          05 WS-TRAN-VALID-SWITCH   PIC X          VALUE "Y".
             88 WS-TRAN-VALID                      VALUE "Y".
      *
       01 EXPIRY-FIELDS.
          05 WS-EXPIRY-DAYS         PIC 9(3)          VALUE 7.
          05 WS-RUN-DATE-INTEGER    PIC S9(9)  COMP   VALUE ZERO.
          05 WS-ITEM-AGE-DAYS       PIC S9(9)  COMP   VALUE ZERO.
      *
       01 SECTION-FIELDS.
          05 WS-LIST-STATUS         PIC X.
          05 WS-SECTION-TITLE       PIC X(40).
          05 WS-SECTION-COUNT       PIC 9(7)          VALUE ZERO.
      *
       01 DATE-EDIT-FIELDS.
          05 WS-ENTERED-DATE        PIC 9(8).
          05 WS-ENTERED-DATE-PARTS REDEFINES WS-ENTERED-DATE.
             10 WS-ENTERED-YEAR     PIC 9(4).
             10 WS-ENTERED-MONTH    PIC 9(2).
             10 WS-ENTERED-DAY      PIC 9(2).
          05 WS-ENTERED-DATE-EDIT.
             10 WS-EDIT-DAY         PIC 9(2).
             10 FILLER              PIC X             VALUE "/".
             10 WS-EDIT-MONTH       PIC 9(2).
             10 FILLER              PIC X             VALUE "/".
             10 WS-EDIT-YEAR        PIC 9(4).
      *
       01 CONTROL-TOTAL-FIELDS.
          05 WS-DECISIONS-READ-COUNT    PIC 9(7)      VALUE ZERO.
          05 WS-ITEMS-APPROVED-COUNT    PIC 9(7)      VALUE ZERO.
          05 WS-ITEMS-NOT-APPLIED-COUNT PIC 9(7)      VALUE ZERO.
          05 WS-ITEMS-REJECTED-COUNT    PIC 9(7)      VALUE ZERO.
          05 WS-DECISIONS-REFUSED-COUNT PIC 9(7)      VALUE ZERO.
          05 WS-ITEMS-EXPIRED-COUNT     PIC 9(7)      VALUE ZERO.
          05 WS-ITEMS-PENDING-COUNT     PIC 9(7)      VALUE ZERO.
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
       01 STATUS-DATE-FIELDS.
          05 WS-TODAY-DATE.
             10 WS-TODAY-YEAR       PIC 9(4).
             10 WS-TODAY-MONTH      PIC 9(2).
             10 WS-TODAY-DAY        PIC 9(2).
          05 WS-TODAY-DATE-NUM REDEFINES WS-TODAY-DATE
                                    PIC 9(8).
      *
       01 APPROVAL-HEADING-LINE-1.
          05 FILLER                 PIC X(32)         VALUE
                "CUSTOMER CHANGE APPROVAL REPORT.".
          05 FILLER                 PIC X(100)        VALUE SPACE.
      *
       01 APPROVAL-HEADING-LINE-2.
          05 FILLER                 PIC X(6)          VALUE "DATE: ".
          05 AH2-DAY                PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 AH2-MONTH              PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 AH2-YEAR               PIC 9(4).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(6)          VALUE "TIME: ".
          05 AH2-HOURS              PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE ":".
          05 AH2-MINUTES            PIC 9(2).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(13)         VALUE
                "EXPIRY DAYS: ".
          05 AH2-EXPIRY-DAYS        PIC ZZ9.
          05 FILLER                 PIC X(8)          VALUE SPACE.
          05 FILLER                 PIC X(7)          VALUE "RPT0037".
          05 FILLER                 PIC X(70)         VALUE SPACE.
      *
       01 APPROVAL-SECTION-LINE.
          05 AS-SECTION-TITLE       PIC X(40).
          05 FILLER                 PIC X(92)         VALUE SPACE.
      *
       01 APPROVAL-COLUMN-LINE.
          05 FILLER                 PIC X(7)          VALUE "PENDING".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(5)          VALUE "CUST.".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(1)          VALUE "T".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(16)         VALUE "REASONS".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(8)          VALUE "ENTERED".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(10)         VALUE
                "ENTRY DATE".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(3)          VALUE "AGE".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(8)          VALUE "DECIDED".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(1)          VALUE "D".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(30)         VALUE "RESULT".
          05 FILLER                 PIC X(25)         VALUE SPACE.
      *
       01 APPROVAL-DETAIL-LINE.
          05 AD-LINE-PENDING-NUMBER PIC X(7).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 AD-LINE-CUSTOMER-NUMBER PIC X(5).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 AD-LINE-TRAN-CODE      PIC X.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 AD-LINE-REASONS.
             10 AD-LINE-LIMIT-REASON PIC X(4).
             10 AD-LINE-AR-REASON    PIC X(4).
             10 AD-LINE-CLOSE-REASON PIC X(4).
             10 AD-LINE-DELETE-REASON PIC X(4).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 AD-LINE-ENTERED-BY     PIC X(8).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 AD-LINE-ENTERED-DATE   PIC X(10).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 AD-LINE-AGE            PIC ZZ9.
          05 AD-LINE-AGE-X REDEFINES AD-LINE-AGE
                                    PIC X(3).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 AD-LINE-DECIDED-BY     PIC X(8).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 AD-LINE-DECISION       PIC X.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 AD-LINE-RESULT-TEXT    PIC X(30).
          05 FILLER                 PIC X(25)         VALUE SPACE.
      *
       01 APPROVAL-NONE-LINE.
          05 FILLER                 PIC X(7)          VALUE SPACE.
          05 FILLER                 PIC X(4)          VALUE "NONE".
          05 FILLER                 PIC X(121)        VALUE SPACE.
      *
       01 APPROVAL-FOOTER-LINE-1.
          05 FILLER                 PIC X(16)         VALUE
                "DECISIONS READ: ".
          05 AF1-DECISIONS-READ     PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(5)          VALUE SPACE.
          05 FILLER                 PIC X(10)         VALUE
                "APPROVED: ".
          05 AF1-APPROVED           PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(5)          VALUE SPACE.
          05 FILLER                 PIC X(13)         VALUE
                "NOT APPLIED: ".
          05 AF1-NOT-APPLIED        PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(5)          VALUE SPACE.
          05 FILLER                 PIC X(10)         VALUE
                "REJECTED: ".
          05 AF1-REJECTED           PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(5)          VALUE SPACE.
          05 FILLER                 PIC X(9)          VALUE
                "REFUSED: ".
          05 AF1-REFUSED            PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(19)         VALUE SPACE.
      *
       01 APPROVAL-FOOTER-LINE-2.
          05 FILLER                 PIC X(9)          VALUE
                "EXPIRED: ".
          05 AF2-EXPIRED            PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(5)          VALUE SPACE.
          05 FILLER                 PIC X(15)         VALUE
                "STILL PENDING: ".
          05 AF2-PENDING            PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(89)         VALUE SPACE.
      *****************************************************************
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *
      *****************************************************************
       000-RUN-CHANGE-APPROVALS.
      *
      * Decisions are taken before the expiry sweep, so an item
      * approved on the day it would have expired is still applied.
      *
           PERFORM 060-READ-APPROVAL-PARMS.
           PERFORM 050-OPEN-FILES.
           PERFORM 100-FORMAT-CURRENT-DATE-TIME.
           PERFORM 110-PRINT-REPORT-HEADING.
           MOVE "DECISIONS PROCESSED THIS RUN" TO WS-SECTION-TITLE.
           PERFORM 120-PRINT-SECTION-HEADING.
           PERFORM 200-PROCESS-DECISIONS
              UNTIL APPRDEC-EOF.
           IF WS-DECISIONS-READ-COUNT = ZERO
              PERFORM 396-PRINT-NONE-LINE
           END-IF.
           PERFORM 300-EXPIRE-PENDING-ITEMS.
           PERFORM 450-PRINT-STATUS-SECTIONS.
           PERFORM 400-PRINT-CONTROL-TOTALS.
           PERFORM 900-CLOSE-FILES.
           PERFORM 810-WRITE-MOVEMENT-TOTALS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
      *****************************************************************
      *
      *****************************************************************
       050-OPEN-FILES.
      *
      * No APPRDEC (status 35) means no decisions today - the run
      * still expires old items and reports what is waiting.
      *
           OPEN INPUT APPRDEC.
           IF APPRDEC-STATUS = "35"
              MOVE "Y" TO APPRDEC-EOF-SWITCH
           ELSE
              PERFORM 950-CHECK-APPRDEC-OPEN-STATUS
           END-IF.
           OPEN OUTPUT APPRRPT.
           PERFORM 925-CHECK-APPRRPT-OPEN-STATUS.
           OPEN EXTEND CUSTJRNL.
           IF CUSTJRNL-STATUS = "35"
              OPEN OUTPUT CUSTJRNL
           END-IF.
           PERFORM 980-CHECK-CUSTJRNL-OPEN-STATUS.
           OPEN I-O CUSTIDX.
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
      *
      *****************************************************************
      *
      *****************************************************************
       060-READ-APPROVAL-PARMS.
      *
      * No APPRPARM (or expiry days that are not numeric or zero)
      * leaves the default expiry in force.
      *
           OPEN INPUT APPRPARM.
           IF APPRPARM-STATUS = "00"
              READ APPRPARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF AP-EXPIRY-DAYS IS NUMERIC
                       AND AP-EXPIRY-DAYS > ZERO
                       MOVE AP-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                    END-IF
              END-READ
              CLOSE APPRPARM.
      *
      *****************************************************************
      *
      *****************************************************************
       100-FORMAT-CURRENT-DATE-TIME.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-DAY TO AH2-DAY.
           MOVE CD-CURRENT-MONTH TO AH2-MONTH.
           MOVE CD-CURRENT-YEAR TO AH2-YEAR.
           MOVE CD-CURRENT-HOURS TO AH2-HOURS.
           MOVE CD-CURRENT-MINUTES TO AH2-MINUTES.
           MOVE WS-EXPIRY-DAYS TO AH2-EXPIRY-DAYS.
           MOVE CD-CURRENT-YEAR TO WS-TODAY-YEAR.
           MOVE CD-CURRENT-MONTH TO WS-TODAY-MONTH.
           MOVE CD-CURRENT-DAY TO WS-TODAY-DAY.
           COMPUTE WS-RUN-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-NUM).
      *
      *****************************************************************
      *
      *****************************************************************
       110-PRINT-REPORT-HEADING.
      *
           MOVE APPROVAL-HEADING-LINE-1 TO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD.
           PERFORM 935-CHECK-APPRRPT-WRITE-STATUS.
           MOVE APPROVAL-HEADING-LINE-2 TO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-APPRRPT-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       120-PRINT-SECTION-HEADING.
      *
           MOVE WS-SECTION-TITLE TO AS-SECTION-TITLE.
           MOVE APPROVAL-SECTION-LINE TO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD AFTER ADVANCING 3 LINES.
           PERFORM 935-CHECK-APPRRPT-WRITE-STATUS.
           MOVE APPROVAL-COLUMN-LINE TO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-APPRRPT-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       200-PROCESS-DECISIONS.
      *
           PERFORM 210-READ-DECISION.
           IF NOT APPRDEC-EOF
              PERFORM 220-APPLY-DECISION.
      *
      *****************************************************************
      *
      *****************************************************************
       210-READ-DECISION.
      *
           READ APPRDEC
              AT END
                 MOVE "Y" TO APPRDEC-EOF-SWITCH
           END-READ.
           PERFORM 951-CHECK-APPRDEC-READ-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       220-APPLY-DECISION.
      *
      * A refused decision changes nothing - the item stays as it
      * was, so the right user can still decide it.
      *
           ADD 1 TO WS-DECISIONS-READ-COUNT.
           PERFORM 385-CLEAR-DETAIL-LINE.
           MOVE AD-PENDING-NUMBER-X TO AD-LINE-PENDING-NUMBER.
           IF AD-PENDING-NUMBER IS NOT NUMERIC
              OR AD-PENDING-NUMBER = ZERO
              MOVE "REFUSED - BAD PENDING NUMBER" TO
                    WS-TRAN-RESULT-TEXT
              ADD 1 TO WS-DECISIONS-REFUSED-COUNT
           ELSE
              MOVE AD-PENDING-NUMBER TO PC-PENDING-NUMBER
              READ PENDCHG
                 INVALID KEY
                    MOVE "REFUSED - NO SUCH PENDING NO." TO
                          WS-TRAN-RESULT-TEXT
                    ADD 1 TO WS-DECISIONS-REFUSED-COUNT
                 NOT INVALID KEY
                    PERFORM 230-DECIDE-PENDING-ITEM
                    PERFORM 380-FORMAT-ITEM-DETAIL
              END-READ
              PERFORM 993-CHECK-PENDCHG-READ-STATUS
           END-IF.
           MOVE AD-USER-ID TO AD-LINE-DECIDED-BY.
           MOVE AD-DECISION-CODE TO AD-LINE-DECISION.
           MOVE WS-TRAN-RESULT-TEXT TO AD-LINE-RESULT-TEXT.
           PERFORM 395-PRINT-DETAIL-LINE.
      *
      *****************************************************************
      *
      *****************************************************************
       230-DECIDE-PENDING-ITEM.
      *
      * The second-person rule: whoever entered the change on
      * CUSTTRAN may not approve or reject it.
      *
           MOVE PC-TRANSACTION-IMAGE TO TRANSACTION-RECORD.
           IF NOT PC-ITEM-PENDING
              MOVE "REFUSED - ITEM NOT PENDING" TO WS-TRAN-RESULT-TEXT
              ADD 1 TO WS-DECISIONS-REFUSED-COUNT
           ELSE
              IF AD-USER-ID = SPACE
                 MOVE "REFUSED - NO DECIDING USER" TO
                       WS-TRAN-RESULT-TEXT
                 ADD 1 TO WS-DECISIONS-REFUSED-COUNT
              ELSE
                 IF AD-USER-ID = PC-ENTERED-BY
                    MOVE "REFUSED - SAME USER AS ENTRY" TO
                          WS-TRAN-RESULT-TEXT
                    ADD 1 TO WS-DECISIONS-REFUSED-COUNT
                 ELSE
                    IF AD-APPROVE
                       PERFORM 240-APPLY-APPROVED-ITEM
                       PERFORM 270-RECORD-DECISION
                    ELSE
                       IF AD-REJECT
                          MOVE "R" TO PC-ITEM-STATUS
                          MOVE "REJECTED BY APPROVER" TO
                                WS-TRAN-RESULT-TEXT
                          ADD 1 TO WS-ITEMS-REJECTED-COUNT
                          PERFORM 270-RECORD-DECISION
                       ELSE
                          MOVE "REFUSED - BAD DECISION CODE" TO
                                WS-TRAN-RESULT-TEXT
                          ADD 1 TO WS-DECISIONS-REFUSED-COUNT.
      *
      *****************************************************************
      *
      *****************************************************************
       240-APPLY-APPROVED-ITEM.
      *
      * An approved item goes through the same edits RPT0002 gives a
      * CUSTTRAN change, against CUSTIDX as it stands now. One that
      * no longer passes - the customer deleted meanwhile, say - is
      * marked not applied and has to be keyed again.
      *
           MOVE "N" TO ITEM-APPLIED-SWITCH.
           EVALUATE TRUE
              WHEN TR-CHANGE-TRANSACTION
                 PERFORM 250-APPLY-CHANGE-TRANSACTION
              WHEN TR-DELETE-TRANSACTION
                 PERFORM 260-APPLY-DELETE-TRANSACTION
              WHEN OTHER
                 MOVE "REJECTED - UNKNOWN TRAN CODE" TO
                       WS-TRAN-RESULT-TEXT
           END-EVALUATE.
           IF ITEM-APPLIED
              MOVE "A" TO PC-ITEM-STATUS
              ADD 1 TO WS-ITEMS-APPROVED-COUNT
           ELSE
              MOVE "F" TO PC-ITEM-STATUS
              ADD 1 TO WS-ITEMS-NOT-APPLIED-COUNT
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       245-VALIDATE-TRANSACTION-FIELDS.
      *
           MOVE "Y" TO WS-TRAN-VALID-SWITCH.
           IF TR-BRANCH-NUMBER IS NOT NUMERIC
              OR TR-BRANCH-NUMBER = ZERO
              MOVE "N" TO WS-TRAN-VALID-SWITCH
              MOVE "REJECTED - BAD BRANCH NUM" TO WS-TRAN-RESULT-TEXT
           ELSE
              IF TR-SALESREP-NUMBER IS NOT NUMERIC
                 OR TR-SALESREP-NUMBER = ZERO
                 MOVE "N" TO WS-TRAN-VALID-SWITCH
                 MOVE "REJECTED - BAD SALESREP NUM" TO
                       WS-TRAN-RESULT-TEXT
              ELSE
                 IF TR-SALES-THIS-YTD IS NOT NUMERIC
                    OR TR-SALES-THIS-YTD < ZERO
                    MOVE "N" TO WS-TRAN-VALID-SWITCH
                    MOVE "REJECTED - BAD SALES THIS YTD" TO
                          WS-TRAN-RESULT-TEXT
                 ELSE
                    IF TR-SALES-LAST-YTD IS NOT NUMERIC
                       OR TR-SALES-LAST-YTD < ZERO
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                       MOVE "REJECTED - BAD SALES LAST YTD" TO
                             WS-TRAN-RESULT-TEXT
                    ELSE
                       IF TR-CREDIT-LIMIT IS NOT NUMERIC
                          OR TR-CREDIT-LIMIT < ZERO
                          MOVE "N" TO WS-TRAN-VALID-SWITCH
                          MOVE "REJECTED - BAD CREDIT LIMIT" TO
                                WS-TRAN-RESULT-TEXT
                       ELSE
                          IF TR-AR-BALANCE IS NOT NUMERIC
                             MOVE "N" TO WS-TRAN-VALID-SWITCH
                             MOVE "REJECTED - BAD AR BALANCE" TO
                                   WS-TRAN-RESULT-TEXT
                          ELSE
                             IF NOT TR-STATUS-NOT-GIVEN
                                AND NOT TR-STATUS-ACTIVE
                                AND NOT TR-STATUS-INACTIVE
                                AND NOT TR-STATUS-CLOSED
                                MOVE "N" TO WS-TRAN-VALID-SWITCH
                                MOVE "REJECTED - BAD STATUS CODE" TO
                                      WS-TRAN-RESULT-TEXT.
      *
      *****************************************************************
      *
      *****************************************************************
       250-APPLY-CHANGE-TRANSACTION.
      *
           PERFORM 245-VALIDATE-TRANSACTION-FIELDS.
           IF WS-TRAN-VALID
              MOVE TR-CUSTOMER-NUMBER TO CX-CUSTOMER-NUMBER
              READ CUSTIDX
                 INVALID KEY
                    MOVE "REJECTED - CUSTOMER NOT FOUND" TO
                          WS-TRAN-RESULT-TEXT
                 NOT INVALID KEY
                    PERFORM 255-APPLY-CUSTOMER-CHANGE
              END-READ
              PERFORM 963-CHECK-CUSTIDX-READ-STATUS
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       255-APPLY-CUSTOMER-CHANGE.
      *
      * The change was keyed against the sales and AR figures kept
      * on PENDCHG, and invoices, cash and credit memos have gone on
      * posting while it waited. A figure the change did not alter
      * is left as it stands today; one it did alter is only
      * applied while the master still holds the figure it was
      * keyed against. Otherwise the change is not applied, so no
      * posting made meanwhile is undone, and has to be keyed again.
      *
           PERFORM 256-CHECK-FIGURES-UNMOVED.
           IF FIGURES-MOVED
              MOVE "NOT APPLIED - FIGURES MOVED" TO WS-TRAN-RESULT-TEXT
           ELSE
              PERFORM 257-REWRITE-CHANGED-CUSTOMER
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       256-CHECK-FIGURES-UNMOVED.
      *
           MOVE "N" TO FIGURES-MOVED-SWITCH.
           IF TR-SALES-THIS-YTD NOT = PC-BEFORE-SALES-THIS-YTD
              AND CX-SALES-THIS-YTD NOT = PC-BEFORE-SALES-THIS-YTD
              MOVE "Y" TO FIGURES-MOVED-SWITCH.
           IF TR-SALES-LAST-YTD NOT = PC-BEFORE-SALES-LAST-YTD
              AND CX-SALES-LAST-YTD NOT = PC-BEFORE-SALES-LAST-YTD
              MOVE "Y" TO FIGURES-MOVED-SWITCH.
           IF TR-AR-BALANCE NOT = PC-BEFORE-AR-BALANCE
              AND CX-AR-BALANCE NOT = PC-BEFORE-AR-BALANCE
              MOVE "Y" TO FIGURES-MOVED-SWITCH.
      *
      *****************************************************************
      *
      *****************************************************************
       257-REWRITE-CHANGED-CUSTOMER.
      *
           MOVE CUSTOMER-INDEX-RECORD TO WS-JR-BEFORE-IMAGE.
           MOVE CX-SALES-THIS-YTD TO WS-BEFORE-SALES-THIS-YTD.
           MOVE CX-AR-BALANCE TO WS-BEFORE-AR-BALANCE.
           MOVE TR-BRANCH-NUMBER TO CX-BRANCH-NUMBER.
           MOVE TR-SALESREP-NUMBER TO CX-SALESREP-NUMBER.
           MOVE TR-CUSTOMER-NAME TO CX-CUSTOMER-NAME.
           IF TR-SALES-THIS-YTD NOT = PC-BEFORE-SALES-THIS-YTD
              MOVE TR-SALES-THIS-YTD TO CX-SALES-THIS-YTD.
           IF TR-SALES-LAST-YTD NOT = PC-BEFORE-SALES-LAST-YTD
              MOVE TR-SALES-LAST-YTD TO CX-SALES-LAST-YTD
              MOVE TR-SALES-LAST-YTD TO CX-SALES-PRIOR-YTD (1).
           MOVE TR-CREDIT-LIMIT TO CX-CREDIT-LIMIT.
           IF TR-AR-BALANCE NOT = PC-BEFORE-AR-BALANCE
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
           MOVE "APPROVED - CHANGED" TO WS-TRAN-RESULT-TEXT.
           MOVE "Y" TO ITEM-APPLIED-SWITCH.
           ADD 1 TO WS-APPROVED-MOVE-COUNT.
           ADD CX-SALES-THIS-YTD TO WS-APPROVED-SALES-MOVE.
           SUBTRACT WS-BEFORE-SALES-THIS-YTD FROM
                 WS-APPROVED-SALES-MOVE.
           ADD CX-AR-BALANCE TO WS-APPROVED-AR-MOVE.
           SUBTRACT WS-BEFORE-AR-BALANCE FROM WS-APPROVED-AR-MOVE.
      *
      *****************************************************************
      *
      *****************************************************************
       260-APPLY-DELETE-TRANSACTION.
      *
      * The record is read before it is deleted so its before image
      * can be journaled - the journal is the only place a deleted
      * record's contents survive. The delete was approved against
      * the figures kept on PENDCHG; if anything has posted to the
      * customer since, it is not deleted and has to be keyed again.
      *
           MOVE TR-CUSTOMER-NUMBER TO CX-CUSTOMER-NUMBER.
           READ CUSTIDX
              INVALID KEY
                 MOVE "REJECTED - CUSTOMER NOT FOUND" TO
                       WS-TRAN-RESULT-TEXT
              NOT INVALID KEY
                 IF CX-SALES-THIS-YTD NOT = PC-BEFORE-SALES-THIS-YTD
                    OR CX-SALES-LAST-YTD NOT = PC-BEFORE-SALES-LAST-YTD
                    OR CX-AR-BALANCE NOT = PC-BEFORE-AR-BALANCE
                    MOVE "NOT APPLIED - FIGURES MOVED" TO
                          WS-TRAN-RESULT-TEXT
                 ELSE
                    PERFORM 265-DELETE-CUSTOMER-RECORD
                 END-IF
           END-READ.
           PERFORM 963-CHECK-CUSTIDX-READ-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       265-DELETE-CUSTOMER-RECORD.
      *
           MOVE CUSTOMER-INDEX-RECORD TO WS-JR-BEFORE-IMAGE.
           MOVE CX-CUSTOMER-NUMBER TO WS-JR-CUSTOMER-NUMBER.
           MOVE CX-SALES-THIS-YTD TO WS-BEFORE-SALES-THIS-YTD.
           MOVE CX-AR-BALANCE TO WS-BEFORE-AR-BALANCE.
           DELETE CUSTIDX
              INVALID KEY
                 MOVE "REJECTED - CUSTOMER NOT FOUND" TO
                       WS-TRAN-RESULT-TEXT
              NOT INVALID KEY
                 MOVE "D" TO WS-JR-ACTION-CODE
                 PERFORM 700-WRITE-CUSTIDX-JOURNAL
                 MOVE "APPROVED - DELETED" TO WS-TRAN-RESULT-TEXT
                 MOVE "Y" TO ITEM-APPLIED-SWITCH
                 ADD 1 TO WS-APPROVED-MOVE-COUNT
                 SUBTRACT WS-BEFORE-SALES-THIS-YTD FROM
                       WS-APPROVED-SALES-MOVE
                 SUBTRACT WS-BEFORE-AR-BALANCE FROM WS-APPROVED-AR-MOVE
           END-DELETE.
           PERFORM 965-CHECK-CUSTIDX-DELETE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       270-RECORD-DECISION.
      *
           MOVE FUNCTION CURRENT-DATE TO JOURNAL-DATE-AND-TIME.
           MOVE AD-USER-ID TO PC-DECIDED-BY.
           MOVE JD-DATE TO PC-DECIDED-DATE.
           MOVE JD-TIME TO PC-DECIDED-TIME.
           MOVE WS-TRAN-RESULT-TEXT TO PC-RESULT-TEXT.
           REWRITE PENDING-CHANGE-RECORD.
           PERFORM 995-CHECK-PENDCHG-REWRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       300-EXPIRE-PENDING-ITEMS.
      *
      * Key zero is the control record, so the sweep starts after
      * it.
      *
           PERFORM 310-START-PENDING-ITEMS.
           PERFORM 320-EXPIRE-NEXT-ITEM
              UNTIL PENDCHG-END.
      *
      *****************************************************************
      *
      *****************************************************************
       310-START-PENDING-ITEMS.
      *
           MOVE "N" TO PENDCHG-END-SWITCH.
           MOVE ZERO TO PC-PENDING-NUMBER.
           START PENDCHG KEY IS > PC-PENDING-NUMBER
              INVALID KEY
                 MOVE "Y" TO PENDCHG-END-SWITCH
           END-START.
           PERFORM 992-CHECK-PENDCHG-START-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       320-EXPIRE-NEXT-ITEM.
      *
           READ PENDCHG NEXT RECORD
              AT END
                 MOVE "Y" TO PENDCHG-END-SWITCH
              NOT AT END
                 IF PC-ITEM-PENDING
                    PERFORM 330-CHECK-ITEM-EXPIRY
                 END-IF
           END-READ.
           PERFORM 994-CHECK-PENDCHG-READ-NEXT-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       330-CHECK-ITEM-EXPIRY.
      *
           PERFORM 340-COMPUTE-ITEM-AGE.
           IF WS-ITEM-AGE-DAYS NOT < WS-EXPIRY-DAYS
              MOVE FUNCTION CURRENT-DATE TO JOURNAL-DATE-AND-TIME
              MOVE "E" TO PC-ITEM-STATUS
              MOVE SPACE TO PC-DECIDED-BY
              MOVE JD-DATE TO PC-DECIDED-DATE
              MOVE JD-TIME TO PC-DECIDED-TIME
              MOVE "EXPIRED - NOT DECIDED IN TIME" TO PC-RESULT-TEXT
              REWRITE PENDING-CHANGE-RECORD
              PERFORM 995-CHECK-PENDCHG-REWRITE-STATUS
              ADD 1 TO WS-ITEMS-EXPIRED-COUNT
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       340-COMPUTE-ITEM-AGE.
      *
           IF PC-ENTERED-DATE IS NUMERIC
              AND PC-ENTERED-DATE > 16010101
              COMPUTE WS-ITEM-AGE-DAYS = WS-RUN-DATE-INTEGER -
                 FUNCTION INTEGER-OF-DATE (PC-ENTERED-DATE)
           ELSE
              MOVE ZERO TO WS-ITEM-AGE-DAYS
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       380-FORMAT-ITEM-DETAIL.
      *
           MOVE PC-TRANSACTION-IMAGE TO TRANSACTION-RECORD.
           MOVE PC-PENDING-NUMBER TO AD-LINE-PENDING-NUMBER.
           MOVE PC-CUSTOMER-NUMBER TO AD-LINE-CUSTOMER-NUMBER.
           MOVE TR-TRANSACTION-CODE TO AD-LINE-TRAN-CODE.
           IF PC-CREDIT-LIMIT-RAISED
              MOVE "LIM" TO AD-LINE-LIMIT-REASON
           END-IF.
           IF PC-AR-BALANCE-OVERRIDDEN
              MOVE "AR" TO AD-LINE-AR-REASON
           END-IF.
           IF PC-ACCOUNT-CLOSED
              MOVE "CLS" TO AD-LINE-CLOSE-REASON
           END-IF.
           IF PC-CUSTOMER-DELETED
              MOVE "DEL" TO AD-LINE-DELETE-REASON
           END-IF.
           MOVE PC-ENTERED-BY TO AD-LINE-ENTERED-BY.
           MOVE PC-ENTERED-DATE TO WS-ENTERED-DATE.
           MOVE WS-ENTERED-DAY TO WS-EDIT-DAY.
           MOVE WS-ENTERED-MONTH TO WS-EDIT-MONTH.
           MOVE WS-ENTERED-YEAR TO WS-EDIT-YEAR.
           MOVE WS-ENTERED-DATE-EDIT TO AD-LINE-ENTERED-DATE.
           PERFORM 340-COMPUTE-ITEM-AGE.
           MOVE WS-ITEM-AGE-DAYS TO AD-LINE-AGE.
           MOVE PC-DECIDED-BY TO AD-LINE-DECIDED-BY.
           MOVE PC-RESULT-TEXT TO AD-LINE-RESULT-TEXT.
      *
      *****************************************************************
      *
      *****************************************************************
       385-CLEAR-DETAIL-LINE.
      *
           MOVE SPACE TO AD-LINE-PENDING-NUMBER
                         AD-LINE-CUSTOMER-NUMBER
                         AD-LINE-TRAN-CODE
                         AD-LINE-REASONS
                         AD-LINE-ENTERED-BY
                         AD-LINE-ENTERED-DATE
                         AD-LINE-AGE-X
                         AD-LINE-DECIDED-BY
                         AD-LINE-DECISION
                         AD-LINE-RESULT-TEXT.
      *
      *****************************************************************
      *
      *****************************************************************
       395-PRINT-DETAIL-LINE.
      *
           MOVE APPROVAL-DETAIL-LINE TO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-APPRRPT-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       396-PRINT-NONE-LINE.
      *
           MOVE APPROVAL-NONE-LINE TO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-APPRRPT-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       400-PRINT-CONTROL-TOTALS.
      *
           MOVE WS-DECISIONS-READ-COUNT TO AF1-DECISIONS-READ.
           MOVE WS-ITEMS-APPROVED-COUNT TO AF1-APPROVED.
           MOVE WS-ITEMS-NOT-APPLIED-COUNT TO AF1-NOT-APPLIED.
           MOVE WS-ITEMS-REJECTED-COUNT TO AF1-REJECTED.
           MOVE WS-DECISIONS-REFUSED-COUNT TO AF1-REFUSED.
           MOVE APPROVAL-FOOTER-LINE-1 TO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD AFTER ADVANCING 3 LINES.
           PERFORM 935-CHECK-APPRRPT-WRITE-STATUS.
           MOVE WS-ITEMS-EXPIRED-COUNT TO AF2-EXPIRED.
           MOVE WS-ITEMS-PENDING-COUNT TO AF2-PENDING.
           MOVE APPROVAL-FOOTER-LINE-2 TO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-APPRRPT-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       450-PRINT-STATUS-SECTIONS.
      *
      * Decided items stay on PENDCHG, so only today's decisions
      * and expiries are listed; everything still pending is,
      * however old.
      *
           MOVE "N" TO LIST-ALL-DATES-SWITCH.
           MOVE "A" TO WS-LIST-STATUS.
           MOVE "APPROVED AND APPLIED TODAY" TO WS-SECTION-TITLE.
           PERFORM 460-PRINT-STATUS-SECTION.
           MOVE "F" TO WS-LIST-STATUS.
           MOVE "APPROVED TODAY BUT NOT APPLIED" TO WS-SECTION-TITLE.
           PERFORM 460-PRINT-STATUS-SECTION.
           MOVE "R" TO WS-LIST-STATUS.
           MOVE "REJECTED TODAY" TO WS-SECTION-TITLE.
           PERFORM 460-PRINT-STATUS-SECTION.
           MOVE "E" TO WS-LIST-STATUS.
           MOVE "EXPIRED TODAY" TO WS-SECTION-TITLE.
           PERFORM 460-PRINT-STATUS-SECTION.
           MOVE "Y" TO LIST-ALL-DATES-SWITCH.
           MOVE "P" TO WS-LIST-STATUS.
           MOVE "STILL WAITING FOR APPROVAL" TO WS-SECTION-TITLE.
           PERFORM 460-PRINT-STATUS-SECTION.
           MOVE WS-SECTION-COUNT TO WS-ITEMS-PENDING-COUNT.
      *
      *****************************************************************
      *
      *****************************************************************
       460-PRINT-STATUS-SECTION.
      *
           PERFORM 120-PRINT-SECTION-HEADING.
           MOVE ZERO TO WS-SECTION-COUNT.
           PERFORM 310-START-PENDING-ITEMS.
           PERFORM 470-LIST-NEXT-ITEM
              UNTIL PENDCHG-END.
           IF WS-SECTION-COUNT = ZERO
              PERFORM 396-PRINT-NONE-LINE
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       470-LIST-NEXT-ITEM.
      *
           READ PENDCHG NEXT RECORD
              AT END
                 MOVE "Y" TO PENDCHG-END-SWITCH
              NOT AT END
                 IF PC-ITEM-STATUS = WS-LIST-STATUS
                    AND (LIST-ALL-DATES
                         OR PC-DECIDED-DATE = WS-TODAY-DATE-NUM)
                    PERFORM 385-CLEAR-DETAIL-LINE
                    PERFORM 380-FORMAT-ITEM-DETAIL
                    PERFORM 395-PRINT-DETAIL-LINE
                    ADD 1 TO WS-SECTION-COUNT
                 END-IF
           END-READ.
           PERFORM 994-CHECK-PENDCHG-READ-NEXT-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       700-WRITE-CUSTIDX-JOURNAL.
      *
      * One journal record per applied update, written after the
      * master I-O succeeded - the caller has set the action code,
      * customer number and before image; a delete's after image is
      * blank. The user is the one who entered the change, as on
      * the journal records RPT0002 writes; who approved it is kept
      * on PENDCHG.
      *
           MOVE FUNCTION CURRENT-DATE TO JOURNAL-DATE-AND-TIME.
           MOVE "RPT0037" TO JR-PROGRAM-ID.
           MOVE TR-USER-ID TO JR-USER-ID.
           MOVE JD-DATE TO JR-RUN-DATE.
           MOVE JD-TIME TO JR-RUN-TIME.
           MOVE WS-JR-ACTION-CODE TO JR-ACTION-CODE.
           MOVE WS-JR-CUSTOMER-NUMBER TO JR-CUSTOMER-NUMBER.
           MOVE WS-JR-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
           IF WS-JR-ACTION-CODE = "D"
              MOVE SPACE TO JR-AFTER-IMAGE
           ELSE
              MOVE CUSTOMER-INDEX-RECORD TO JR-AFTER-IMAGE
           END-IF.
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
              DISPLAY "RPT0037 - RUNHIST OPEN FAILED - FILE STATUS "
                      RUNHIST-STATUS
           ELSE
              MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
              MOVE "RPT0037" TO RH-PROGRAM-ID
              MOVE CD-CURRENT-YEAR TO RH-RUN-YEAR
              MOVE CD-CURRENT-MONTH TO RH-RUN-MONTH
              MOVE CD-CURRENT-DAY TO RH-RUN-DAY
              MOVE CD-CURRENT-HOURS TO RH-RUN-HOURS
              MOVE CD-CURRENT-MINUTES TO RH-RUN-MINUTES
              MOVE WS-DECISIONS-READ-COUNT TO RH-RECORDS-READ
              MOVE WS-ITEMS-APPROVED-COUNT TO RH-RECORDS-APPLIED
              COMPUTE RH-RECORDS-REJECTED =
                 WS-DECISIONS-READ-COUNT - WS-ITEMS-APPROVED-COUNT
              MOVE WS-RUN-FINAL-STATUS TO RH-FINAL-STATUS
              MOVE RETURN-CODE TO RH-RETURN-CODE
              WRITE RUN-HISTORY-RECORD
              CLOSE RUNHIST
           END-IF.
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
              DISPLAY "RPT0037 - DAYMOVE OPEN FAILED - FILE STATUS "
                      DAYMOVE-STATUS
           ELSE
              MOVE FUNCTION CURRENT-DATE TO MOVEMENT-DATE-AND-TIME
              MOVE SPACES TO DAILY-MOVEMENT-RECORD
              MOVE "APPR" TO DM-SOURCE-CODE
              MOVE "APPROVED CHANGES" TO DM-SOURCE-NAME
              MOVE WS-APPROVED-MOVE-COUNT TO DM-ITEM-COUNT
              MOVE WS-APPROVED-SALES-MOVE TO DM-SALES-MOVEMENT
              MOVE WS-APPROVED-AR-MOVE TO DM-AR-MOVEMENT
              PERFORM 815-WRITE-MOVEMENT-RECORD
              CLOSE DAYMOVE
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       815-WRITE-MOVEMENT-RECORD.
      *
           MOVE "RPT0037" TO DM-PROGRAM-ID.
           MOVE MD-DATE TO DM-RUN-DATE.
           MOVE MD-TIME TO DM-RUN-TIME.
           MOVE WS-RUN-FINAL-STATUS TO DM-FINAL-STATUS.
           WRITE DAILY-MOVEMENT-RECORD.
           IF DAYMOVE-STATUS NOT = "00"
              DISPLAY "RPT0037 - DAYMOVE WRITE FAILED - FILE STATUS "
                      DAYMOVE-STATUS
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       900-CLOSE-FILES.
      *
           IF APPRDEC-STATUS NOT = "35"
              CLOSE APPRDEC
              PERFORM 952-CHECK-APPRDEC-CLOSE-STATUS
           END-IF.
           CLOSE APPRRPT.
           PERFORM 945-CHECK-APPRRPT-CLOSE-STATUS.
           CLOSE CUSTJRNL.
           PERFORM 982-CHECK-CUSTJRNL-CLOSE-STATUS.
           CLOSE PENDCHG.
           PERFORM 991-CHECK-PENDCHG-CLOSE-STATUS.
           CLOSE CUSTIDX.
           PERFORM 961-CHECK-CUSTIDX-CLOSE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       925-CHECK-APPRRPT-OPEN-STATUS.
      *
           IF APPRRPT-STATUS NOT = "00"
              MOVE "APPRRPT OPEN" TO WS-FILE-ERROR-ID
              MOVE APPRRPT-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       935-CHECK-APPRRPT-WRITE-STATUS.
      *
           IF APPRRPT-STATUS NOT = "00"
              MOVE "APPRRPT WRITE" TO WS-FILE-ERROR-ID
              MOVE APPRRPT-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       945-CHECK-APPRRPT-CLOSE-STATUS.
      *
           IF APPRRPT-STATUS NOT = "00"
              MOVE "APPRRPT CLOSE" TO WS-FILE-ERROR-ID
              MOVE APPRRPT-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       950-CHECK-APPRDEC-OPEN-STATUS.
      *
           IF APPRDEC-STATUS NOT = "00"
              MOVE "APPRDEC OPEN" TO WS-FILE-ERROR-ID
              MOVE APPRDEC-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       951-CHECK-APPRDEC-READ-STATUS.
      *
           IF APPRDEC-STATUS NOT = "00" AND
              APPRDEC-STATUS NOT = "10"
              MOVE "APPRDEC READ" TO WS-FILE-ERROR-ID
              MOVE APPRDEC-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       952-CHECK-APPRDEC-CLOSE-STATUS.
      *
           IF APPRDEC-STATUS NOT = "00"
              MOVE "APPRDEC CLOSE" TO WS-FILE-ERROR-ID
              MOVE APPRDEC-STATUS TO WS-FILE-ERROR-STATUS
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
       963-CHECK-CUSTIDX-READ-STATUS.
      *
      * "23" (key not found) is not an error here - the caller's
      * INVALID KEY / NOT INVALID KEY clause already branched on it.
      *
           IF CUSTIDX-STATUS NOT = "00" AND CUSTIDX-STATUS NOT = "23"
              MOVE "CUSTIDX READ" TO WS-FILE-ERROR-ID
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
       965-CHECK-CUSTIDX-DELETE-STATUS.
      *
      * "23" (key not found) is not an error here - the caller's
      * INVALID KEY / NOT INVALID KEY clause already branched on it.
      *
           IF CUSTIDX-STATUS NOT = "00" AND CUSTIDX-STATUS NOT = "23"
              MOVE "CUSTIDX DELETE" TO WS-FILE-ERROR-ID
              MOVE CUSTIDX-STATUS TO WS-FILE-ERROR-STATUS
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
       992-CHECK-PENDCHG-START-STATUS.
      *
      * "23" (no record past the control record) is not an error
      * here - the caller's INVALID KEY clause already ended the
      * pass.
      *
           IF PENDCHG-STATUS NOT = "00" AND PENDCHG-STATUS NOT = "23"
              MOVE "PENDCHG START" TO WS-FILE-ERROR-ID
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
       994-CHECK-PENDCHG-READ-NEXT-STATUS.
      *
           IF PENDCHG-STATUS NOT = "00" AND PENDCHG-STATUS NOT = "10"
              MOVE "PENDCHG READ NEXT" TO WS-FILE-ERROR-ID
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
           DISPLAY "RPT0037 - FATAL FILE ERROR: " WS-FILE-ERROR-ID
                   " - FILE STATUS " WS-FILE-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 810-WRITE-MOVEMENT-TOTALS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
