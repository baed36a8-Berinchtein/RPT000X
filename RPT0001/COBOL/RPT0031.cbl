      *****************************************************************
      * Program name:    RPT0031
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  ---------------------------------------
      * 15/10/2026 MANUEL JARRY  Created - general ledger journal-entry
      *                          interface. Accounting was re-keying
      *                          the SLSCTL and ARPOSTLG totals into
      *                          the GL every morning. This run reads
      *                          one posting date's activity off
      *                          ARACTVTY (see ARACTR) - the invoices
      *                          and credit memos RPT0016 and RPT0014
      *                          posted, RPT0014's payments, and the
      *                          unapplied cash RPT0029 and RPT0014
      *                          held, applied and refunded - and
      *                          summarizes it by branch into balanced
      *                          journal entries: invoices debit AR
      *                          control and credit sales revenue,
      *                          credit memos the reverse, payments
      *                          debit cash and credit AR control, and
      *                          held cash sits in an unapplied-cash
      *                          account until applied or refunded.
      *                          The GL account numbers come from the
      *                          GLACCTS mapping file (a branch's own
      *                          entry, else the branch 00 default),
      *                          not from this program. The GLPROOF
      *                          journal proof lists the posting runs
      *                          covered off RUNHIST, every entry, and
      *                          proves debits equal credits; only a
      *                          proven journal is written to the
      *                          GLINTF interface file. The date is
      *                          then recorded on GLSENT with the
      *                          RUNHIST runs it covered, so the same
      *                          day can never be sent to the GL
      *                          twice. An unbalanced journal, a
      *                          missing account, activity from a run
      *                          not on RUNHIST, or a date already
      *                          sent all hold the interface (RC 8)
      *                          with nothing released.
      * 15/10/2026 MANUEL JARRY  A branch whose day's total for an
      *                          activity type comes out negative -
      *                          unidentified cash RPT0014 has moved
      *                          off branch 00 to the customer's
      *                          branch - is journaled as the
      *                          reverse entry for the amount, so
      *                          GLINTF never carries a negative.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPT0031.
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
           SELECT GLPARM
              ASSIGN TO "INPUT-FILES/GLPARM"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS GLPARM-STATUS.
      *
           SELECT GLACCTS
              ASSIGN TO "INPUT-FILES/GLACCTS"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS GLACCTS-STATUS.
      *
           SELECT ARACTVTY
              ASSIGN TO "OUTPUT-FILES/ARACTVTY"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ARACTVTY-STATUS.
      *
           SELECT GLSENT
              ASSIGN TO "WORK-FILES/GLSENT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GS-POSTING-DATE
              FILE STATUS IS GLSENT-STATUS.
      *
           SELECT GLPROOF
              ASSIGN TO "OUTPUT-FILES/GLPROOF"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS GLPROOF-STATUS.
      *
           SELECT GLINTF
              ASSIGN TO "OUTPUT-FILES/GLINTF"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS GLINTF-STATUS.
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
       FD  GLPARM.
       01 GL-PARM-RECORD.
          05 GP-POSTING-DATE        PIC 9(8).
          05 FILLER                 PIC X(22).
      *
      * One GL account per branch per account role. Branch 00 is
      * the default used by every branch without its own entry.
       FD  GLACCTS.
       01 GL-ACCOUNT-MAP-RECORD.
          05 GA-BRANCH-NUMBER       PIC 9(2).
          05 GA-ACCOUNT-ROLE        PIC X(4).
             88 GA-AR-CONTROL-ROLE                     VALUE "AR  ".
             88 GA-SALES-REVENUE-ROLE                  VALUE "SALE".
             88 GA-CASH-ROLE                           VALUE "CASH".
             88 GA-UNAPPLIED-CASH-ROLE                 VALUE "UNAP".
          05 GA-GL-ACCOUNT          PIC X(12).
          05 FILLER                 PIC X(12).
      *
       FD  ARACTVTY.
           COPY ARACTR.
      *
      * One record per posting date released to the GL, written
      * only after the interface file has been proven and written.
       FD  GLSENT.
       01 GL-SENT-RECORD.
          05 GS-POSTING-DATE        PIC 9(8).
          05 GS-SENT-DATE           PIC 9(8).
          05 GS-SENT-TIME           PIC 9(4).
          05 GS-POSTING-RUN-COUNT   PIC 9(3).
          05 GS-LAST-RUN-TIME       PIC 9(4).
          05 GS-ENTRY-COUNT         PIC 9(7).
          05 GS-DEBIT-TOTAL         PIC S9(11)V9(2).
          05 GS-CREDIT-TOTAL        PIC S9(11)V9(2).
          05 FILLER                 PIC X(20).
      *
       FD  GLPROOF.
       01 GL-PROOF-RECORD           PIC X(132).
      *
      * Three record types share the area - a header, one entry per
      * account line, and a trailer the GL load proves against.
       FD  GLINTF.
       01 GL-INTERFACE-HEADER.
          05 GH-RECORD-TYPE         PIC X.
          05 GH-POSTING-DATE        PIC 9(8).
          05 GH-SOURCE-PROGRAM      PIC X(8).
          05 GH-CREATED-DATE        PIC 9(8).
          05 GH-CREATED-TIME        PIC 9(4).
          05 FILLER                 PIC X(51).
       01 GL-INTERFACE-ENTRY.
          05 GE-RECORD-TYPE         PIC X.
          05 GE-POSTING-DATE        PIC 9(8).
          05 GE-BRANCH-NUMBER       PIC 9(2).
          05 GE-GL-ACCOUNT          PIC X(12).
          05 GE-DEBIT-CREDIT        PIC X.
          05 GE-AMOUNT              PIC 9(9)V9(2).
          05 GE-SOURCE-TEXT         PIC X(12).
          05 GE-DOCUMENT-COUNT      PIC 9(7).
          05 FILLER                 PIC X(26).
       01 GL-INTERFACE-TRAILER.
          05 GT-RECORD-TYPE         PIC X.
          05 GT-ENTRY-COUNT         PIC 9(7).
          05 GT-DEBIT-TOTAL         PIC 9(11)V9(2).
          05 GT-CREDIT-TOTAL        PIC 9(11)V9(2).
          05 FILLER                 PIC X(46).
      *
       FD  RUNHIST.
           COPY RUNHISTR.
      *****************************************************************
      *
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 GLACCTS-EOF-SWITCH     PIC X             VALUE "N".
             88 GLACCTS-EOF                           VALUE "Y".
          05 RUNHIST-EOF-SWITCH     PIC X             VALUE "N".
             88 RUNHIST-EOF                           VALUE "Y".
          05 ARACTVTY-EOF-SWITCH    PIC X             VALUE "N".
             88 ARACTVTY-EOF                          VALUE "Y".
          05 JOURNAL-HELD-SWITCH    PIC X             VALUE "N".
             88 JOURNAL-HELD                          VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 GLPARM-STATUS          PIC XX            VALUE ZERO.
          05 GLACCTS-STATUS         PIC XX            VALUE ZERO.
          05 ARACTVTY-STATUS        PIC XX            VALUE ZERO.
          05 GLSENT-STATUS          PIC XX            VALUE ZERO.
          05 GLPROOF-STATUS         PIC XX            VALUE ZERO.
          05 GLINTF-STATUS          PIC XX            VALUE ZERO.
          05 RUNHIST-STATUS         PIC XX            VALUE ZERO.
      *
       01 FILE-ERROR-FIELDS.
          05 WS-FILE-ERROR-ID      PIC X(20).
          05 WS-FILE-ERROR-STATUS  PIC XX.
      *
       01 RUN-HISTORY-FIELDS.
          05 WS-RUN-FINAL-STATUS   PIC X(4)          VALUE "OK".
      *
       01 POSTING-DATE-FIELDS.
          05 WS-GL-POSTING-DATE     PIC 9(8)          VALUE ZERO.
          05 WS-GL-POSTING-DATE-PARTS REDEFINES WS-GL-POSTING-DATE.
             10 WS-GL-POSTING-YEAR  PIC 9(4).
             10 WS-GL-POSTING-MONTH PIC 9(2).
             10 WS-GL-POSTING-DAY   PIC 9(2).
      *
      * The posting programs whose activity this interface carries.
      * A day's activity is covered only by a RUNHIST entry of the
      * program that posted it, run on that day.
       01 POSTING-PROGRAM-FIELDS.
          05 WS-POSTING-PROGRAM-VALUES.
             10 FILLER              PIC X(8)          VALUE "RPT0014".
             10 FILLER              PIC X(8)          VALUE "RPT0016".
             10 FILLER              PIC X(8)          VALUE "RPT0029".
          05 WS-POSTING-PROGRAM-TABLE
                REDEFINES WS-POSTING-PROGRAM-VALUES.
             10 WS-POSTING-PROGRAM-ID PIC X(8)  OCCURS 3 TIMES.
          05 WS-POSTING-RUN-COUNTS.
             10 WS-PROGRAM-RUN-COUNT  PIC 9(3)  OCCURS 3 TIMES.
          05 WS-PROGRAM-MAX         PIC S9(4)  COMP   VALUE 3.
          05 WS-PROGRAM-SUB         PIC S9(4)  COMP   VALUE ZERO.
          05 WS-PROGRAM-FOUND-SUB   PIC S9(4)  COMP   VALUE ZERO.
          05 WS-POSTING-RUN-COUNT   PIC 9(3)          VALUE ZERO.
          05 WS-LAST-RUN-TIME       PIC 9(4)          VALUE ZERO.
      *
      * How each activity type is journaled - the account role
      * debited, the role credited, and the text the entry carries.
      * The subscript into this table is the activity type's
      * position in WS-BRANCH-TYPE-ENTRY below.
       01 JOURNAL-RULE-FIELDS.
          05 WS-JOURNAL-RULE-VALUES.
             10 FILLER              PIC X(21)         VALUE
                   "IAR  SALEINVOICES    ".
             10 FILLER              PIC X(21)         VALUE
                   "MSALEAR  CREDIT MEMOS".
             10 FILLER              PIC X(21)         VALUE
                   "PCASHAR  PAYMENTS    ".
             10 FILLER              PIC X(21)         VALUE
                   "UCASHUNAPCASH HELD   ".
             10 FILLER              PIC X(21)         VALUE
                   "AUNAPAR  CASH APPLIED".
             10 FILLER              PIC X(21)         VALUE
                   "RUNAPCASHCASH REFUND ".
          05 WS-JOURNAL-RULE-TABLE REDEFINES WS-JOURNAL-RULE-VALUES.
             10 WS-JOURNAL-RULE     OCCURS 6 TIMES.
                15 WS-RULE-ACTIVITY-TYPE PIC X.
                15 WS-RULE-DEBIT-ROLE    PIC X(4).
                15 WS-RULE-CREDIT-ROLE   PIC X(4).
                15 WS-RULE-SOURCE-TEXT   PIC X(12).
          05 WS-TYPE-MAX            PIC S9(4)  COMP   VALUE 6.
          05 WS-TYPE-SUB            PIC S9(4)  COMP   VALUE ZERO.
      *
      * The day's activity summarized by branch (subscript = branch
      * number + 1) and activity type, with the GL accounts each
      * summary posts to once they have been looked up.
       01 BRANCH-ACTIVITY-LIMITS.
          05 WS-BRANCH-MAX          PIC S9(4)  COMP   VALUE 100.
          05 WS-BRANCH-SUB          PIC S9(4)  COMP   VALUE ZERO.
      *
       01 BRANCH-ACTIVITY-FIELDS.
          05 WS-BRANCH-ENTRY        OCCURS 100 TIMES.
             10 WS-BRANCH-TYPE-ENTRY OCCURS 6 TIMES.
                15 WS-TYPE-AMOUNT        PIC S9(9)V99.
                15 WS-TYPE-DOCUMENT-COUNT PIC 9(7).
                15 WS-TYPE-DEBIT-ACCOUNT  PIC X(12).
                15 WS-TYPE-CREDIT-ACCOUNT PIC X(12).
      *
       01 ACCOUNT-MAP-FIELDS.
          05 WS-MAP-COUNT           PIC S9(4)  COMP   VALUE ZERO.
          05 WS-MAP-MAX             PIC S9(4)  COMP   VALUE 200.
          05 WS-MAP-SUB             PIC S9(4)  COMP   VALUE ZERO.
          05 WS-MAP-ENTRY           OCCURS 200 TIMES.
             10 WS-MAP-BRANCH-NUMBER PIC 9(2).
             10 WS-MAP-ACCOUNT-ROLE  PIC X(4).
             10 WS-MAP-GL-ACCOUNT    PIC X(12).
          05 WS-LOOKUP-PROGRAM-ID   PIC X(8).
          05 WS-LOOKUP-BRANCH-NUMBER PIC 9(2).
          05 WS-LOOKUP-ACCOUNT-ROLE PIC X(4).
          05 WS-LOOKUP-GL-ACCOUNT   PIC X(12).
          05 WS-DEFAULT-GL-ACCOUNT  PIC X(12).
          05 WS-ENTRY-DEBIT-ROLE    PIC X(4).
          05 WS-ENTRY-CREDIT-ROLE   PIC X(4).
      *
       01 JOURNAL-WORK-FIELDS.
          05 WS-BRANCH-NUMBER       PIC 9(2).
          05 WS-BRANCH-DOCUMENT-COUNT PIC 9(7)        VALUE ZERO.
          05 WS-BRANCH-DEBIT-TOTAL  PIC S9(11)V99     VALUE ZERO.
          05 WS-BRANCH-CREDIT-TOTAL PIC S9(11)V99     VALUE ZERO.
          05 WS-HOLD-REASON-TEXT    PIC X(70).
      *
       01 CONTROL-TOTAL-FIELDS.
          05 WS-ACTIVITY-READ-COUNT     PIC 9(7)      VALUE ZERO.
          05 WS-ACTIVITY-SELECTED-COUNT PIC 9(7)      VALUE ZERO.
          05 WS-ACTIVITY-UNCOVERED-COUNT PIC 9(7)     VALUE ZERO.
          05 WS-UNMAPPED-ENTRY-COUNT    PIC 9(7)      VALUE ZERO.
          05 WS-PROOF-ENTRY-COUNT       PIC 9(7)      VALUE ZERO.
          05 WS-PROOF-DEBIT-TOTAL       PIC S9(11)V99 VALUE ZERO.
          05 WS-PROOF-CREDIT-TOTAL      PIC S9(11)V99 VALUE ZERO.
          05 WS-PROOF-DIFFERENCE        PIC S9(11)V99 VALUE ZERO.
          05 WS-RELEASED-ENTRY-COUNT    PIC 9(7)      VALUE ZERO.
          05 WS-RELEASED-DEBIT-TOTAL    PIC S9(11)V99 VALUE ZERO.
          05 WS-RELEASED-CREDIT-TOTAL   PIC S9(11)V99 VALUE ZERO.
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
       01 PROOF-HEADING-LINE-1.
          05 FILLER                 PIC X(24)         VALUE
                "GL JOURNAL ENTRY PROOF.".
          05 FILLER                 PIC X(108)        VALUE SPACE.
      *
       01 PROOF-HEADING-LINE-2.
          05 FILLER                 PIC X(6)          VALUE "DATE: ".
          05 GH2-DAY                PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 GH2-MONTH              PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 GH2-YEAR               PIC 9(4).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(6)          VALUE "TIME: ".
          05 GH2-HOURS              PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE ":".
          05 GH2-MINUTES            PIC 9(2).
          05 FILLER                 PIC X(8)          VALUE SPACE.
          05 FILLER                 PIC X(7)          VALUE "RPT0031".
          05 FILLER                 PIC X(88)         VALUE SPACE.
      *
       01 PROOF-HEADING-LINE-3.
          05 FILLER                 PIC X(14)         VALUE
                "POSTING DATE: ".
          05 GH3-DAY                PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 GH3-MONTH              PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE "/".
          05 GH3-YEAR               PIC 9(4).
          05 FILLER                 PIC X(108)        VALUE SPACE.
      *
       01 PROOF-SECTION-LINE.
          05 PSL-SECTION-TEXT       PIC X(40).
          05 FILLER                 PIC X(92)         VALUE SPACE.
      *
       01 RUN-COLUMN-HEADING.
          05 FILLER                 PIC X(8)          VALUE "PROGRAM".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(5)          VALUE "TIME".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(7)          VALUE "   READ".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(7)          VALUE "APPLIED".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(7)          VALUE "REJECTD".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(4)          VALUE "STAT".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(5)          VALUE "RC".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(30)         VALUE "NOTE".
          05 FILLER                 PIC X(45)         VALUE SPACE.
      *
       01 RUN-DETAIL-LINE.
          05 RDL-PROGRAM-ID         PIC X(8).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 RDL-HOURS              PIC 9(2).
          05 FILLER                 PIC X(1)          VALUE ":".
          05 RDL-MINUTES            PIC 9(2).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 RDL-RECORDS-READ       PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 RDL-RECORDS-APPLIED    PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 RDL-RECORDS-REJECTED   PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 RDL-FINAL-STATUS       PIC X(4).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 RDL-RETURN-CODE        PIC Z9.
          05 FILLER                 PIC X(5)          VALUE SPACE.
          05 RDL-NOTE               PIC X(30).
          05 FILLER                 PIC X(45)         VALUE SPACE.
      *
       01 JOURNAL-COLUMN-HEADING.
          05 FILLER                 PIC X(2)          VALUE "BR".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(12)         VALUE "SOURCE".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(4)          VALUE "ROLE".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(12)         VALUE
                "GL ACCOUNT".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(7)          VALUE "   DOCS".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(17)         VALUE
                "            DEBIT".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(17)         VALUE
                "           CREDIT".
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 FILLER                 PIC X(20)         VALUE "NOTE".
          05 FILLER                 PIC X(27)         VALUE SPACE.
      *
       01 JOURNAL-DETAIL-LINE.
          05 JDL-BRANCH-NUMBER      PIC 9(2).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 JDL-SOURCE-TEXT        PIC X(12).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 JDL-ACCOUNT-ROLE       PIC X(4).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 JDL-GL-ACCOUNT         PIC X(12).
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 JDL-DOCUMENT-COUNT     PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 JDL-DEBIT-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                    BLANK WHEN ZERO.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 JDL-CREDIT-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                    BLANK WHEN ZERO.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 JDL-NOTE               PIC X(20).
          05 FILLER                 PIC X(27)         VALUE SPACE.
      *
       01 JOURNAL-TOTAL-LINE.
          05 JTL-LABEL              PIC X(47).
          05 JTL-DEBIT-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 JTL-CREDIT-TOTAL       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(49)         VALUE SPACE.
      *
       01 JOURNAL-BRANCH-LABEL.
          05 FILLER                 PIC X(7)          VALUE "BRANCH ".
          05 JBL-BRANCH-NUMBER      PIC 9(2).
          05 FILLER                 PIC X(38)         VALUE
                " TOTAL".
      *
       01 PROOF-CONTROL-LINE.
          05 PCL-LABEL              PIC X(30).
          05 PCL-COUNT              PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(2)          VALUE SPACE.
          05 PCL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                 PIC X(75)         VALUE SPACE.
      *
       01 PROOF-REASON-LINE.
          05 FILLER                 PIC X(3)          VALUE "** ".
          05 PRL-REASON-TEXT        PIC X(70).
          05 FILLER                 PIC X(59)         VALUE SPACE.
      *
       01 PROOF-VERDICT-LINE.
          05 FILLER                 PIC X(9)          VALUE
                "VERDICT: ".
          05 PVL-VERDICT-TEXT       PIC X(60).
          05 FILLER                 PIC X(63)         VALUE SPACE.
      *****************************************************************
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *
      *****************************************************************
       000-BUILD-GL-INTERFACE.
      *
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 050-READ-GL-PARMS.
           PERFORM 060-OPEN-FILES.
           PERFORM 110-PRINT-REPORT-HEADING.
           PERFORM 120-LOAD-ACCOUNT-MAP.
           PERFORM 150-SCAN-POSTING-RUNS.
           PERFORM 170-CHECK-DATE-NOT-SENT.
           PERFORM 200-SUMMARIZE-POSTED-ACTIVITY.
           PERFORM 300-BUILD-JOURNAL-ENTRIES.
           PERFORM 400-PROVE-JOURNAL.
           IF JOURNAL-HELD
              PERFORM 998-STOP-JOURNAL-HELD.
           PERFORM 500-RELEASE-INTERFACE.
           PERFORM 900-CLOSE-FILES.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
      *****************************************************************
      *
      *****************************************************************
       050-READ-GL-PARMS.
      *
      * No GLPARM (or one without a valid date) means today - the
      * interface normally runs after the day's last posting run. A
      * day missed is sent later by keying its date on GLPARM.
      *
           MOVE CURRENT-DATE TO WS-GL-POSTING-DATE.
           OPEN INPUT GLPARM.
           IF GLPARM-STATUS = "00"
              READ GLPARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF GP-POSTING-DATE IS NUMERIC
                       AND GP-POSTING-DATE > ZERO
                       MOVE GP-POSTING-DATE TO WS-GL-POSTING-DATE
                    END-IF
              END-READ
              CLOSE GLPARM.
           MOVE WS-GL-POSTING-DAY TO GH3-DAY.
           MOVE WS-GL-POSTING-MONTH TO GH3-MONTH.
           MOVE WS-GL-POSTING-YEAR TO GH3-YEAR.
      *
      *****************************************************************
      *
      *****************************************************************
       060-OPEN-FILES.
      *
      * GLINTF is emptied at the start of every run and only filled
      * once the journal has been proven, so a held run can never
      * leave an earlier day's interface behind to be sent again.
      *
           OPEN OUTPUT GLPROOF.
           PERFORM 925-CHECK-GLPROOF-OPEN-STATUS.
           OPEN OUTPUT GLINTF.
           PERFORM 926-CHECK-GLINTF-OPEN-STATUS.
           OPEN I-O GLSENT.
           IF GLSENT-STATUS = "35"
              OPEN OUTPUT GLSENT
              PERFORM 986-CHECK-GLSENT-OPEN-STATUS
              CLOSE GLSENT
              PERFORM 987-CHECK-GLSENT-CLOSE-STATUS
              OPEN I-O GLSENT
           END-IF.
           PERFORM 986-CHECK-GLSENT-OPEN-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       100-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-DAY TO GH2-DAY.
           MOVE CD-CURRENT-MONTH TO GH2-MONTH.
           MOVE CD-CURRENT-YEAR TO GH2-YEAR.
           MOVE CD-CURRENT-HOURS TO GH2-HOURS.
           MOVE CD-CURRENT-MINUTES TO GH2-MINUTES.
      *
      *****************************************************************
      *
      *****************************************************************
       110-PRINT-REPORT-HEADING.
      *
           MOVE PROOF-HEADING-LINE-1 TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD.
           PERFORM 935-CHECK-GLPROOF-WRITE-STATUS.
           MOVE PROOF-HEADING-LINE-2 TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-GLPROOF-WRITE-STATUS.
           MOVE PROOF-HEADING-LINE-3 TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-GLPROOF-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       120-LOAD-ACCOUNT-MAP.
      *
      * A GLACCTS that does not exist yet loads no accounts - every
      * entry then prints NO GL ACCOUNT and the journal is held
      * until accounting supplies the mapping.
      *
           OPEN INPUT GLACCTS.
           IF GLACCTS-STATUS = "35"
              CONTINUE
           ELSE
              PERFORM 950-CHECK-GLACCTS-OPEN-STATUS
              MOVE "N" TO GLACCTS-EOF-SWITCH
              PERFORM 125-LOAD-ONE-ACCOUNT
                 UNTIL GLACCTS-EOF
              CLOSE GLACCTS
              PERFORM 952-CHECK-GLACCTS-CLOSE-STATUS
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       125-LOAD-ONE-ACCOUNT.
      *
           READ GLACCTS
              AT END
                 MOVE "Y" TO GLACCTS-EOF-SWITCH
              NOT AT END
                 IF GA-BRANCH-NUMBER IS NUMERIC
                    AND (GA-AR-CONTROL-ROLE
                       OR GA-SALES-REVENUE-ROLE
                       OR GA-CASH-ROLE
                       OR GA-UNAPPLIED-CASH-ROLE)
                    AND GA-GL-ACCOUNT NOT = SPACE
                    IF WS-MAP-COUNT NOT < WS-MAP-MAX
                       PERFORM 996-ABEND-ACCOUNT-MAP-OVERFLOW
                    END-IF
                    ADD 1 TO WS-MAP-COUNT
                    MOVE GA-BRANCH-NUMBER TO
                          WS-MAP-BRANCH-NUMBER (WS-MAP-COUNT)
                    MOVE GA-ACCOUNT-ROLE TO
                          WS-MAP-ACCOUNT-ROLE (WS-MAP-COUNT)
                    MOVE GA-GL-ACCOUNT TO
                          WS-MAP-GL-ACCOUNT (WS-MAP-COUNT)
                 END-IF
           END-READ.
           PERFORM 951-CHECK-GLACCTS-READ-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       150-SCAN-POSTING-RUNS.
      *
      * Lists every RUNHIST entry a posting program made on the
      * posting date - these are the runs whose activity this
      * interface carries. A run that ended abnormally is still
      * covered (what it posted before it stopped is on ARACTVTY),
      * but is flagged for accounting to look at. No posting run at
      * all on the date holds the journal.
      *
           MOVE "POSTING RUNS COVERED (RUNHIST):" TO PSL-SECTION-TEXT.
           MOVE PROOF-SECTION-LINE TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-GLPROOF-WRITE-STATUS.
           MOVE RUN-COLUMN-HEADING TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-GLPROOF-WRITE-STATUS.
           MOVE ZERO TO WS-POSTING-RUN-COUNTS.
           OPEN INPUT RUNHIST.
           IF RUNHIST-STATUS = "35"
              CONTINUE
           ELSE
              PERFORM 953-CHECK-RUNHIST-OPEN-STATUS
              MOVE "N" TO RUNHIST-EOF-SWITCH
              PERFORM 155-SCAN-ONE-RUN-RECORD
                 UNTIL RUNHIST-EOF
              CLOSE RUNHIST
              PERFORM 955-CHECK-RUNHIST-CLOSE-STATUS
           END-IF.
           IF WS-POSTING-RUN-COUNT = ZERO
              MOVE "NO POSTING RUN ON RUNHIST FOR THIS DATE" TO
                    WS-HOLD-REASON-TEXT
              PERFORM 420-PRINT-HOLD-REASON
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       155-SCAN-ONE-RUN-RECORD.
      *
           READ RUNHIST
              AT END
                 MOVE "Y" TO RUNHIST-EOF-SWITCH
              NOT AT END
                 IF RH-RUN-DATE = WS-GL-POSTING-DATE
                    MOVE RH-PROGRAM-ID TO WS-LOOKUP-PROGRAM-ID
                    PERFORM 160-FIND-POSTING-PROGRAM
                    IF WS-PROGRAM-FOUND-SUB > ZERO
                       PERFORM 165-PRINT-POSTING-RUN
                    END-IF
                 END-IF
           END-READ.
           PERFORM 954-CHECK-RUNHIST-READ-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       160-FIND-POSTING-PROGRAM.
      *
      * Sets WS-PROGRAM-FOUND-SUB to the table position of the
      * program id in WS-LOOKUP-PROGRAM-ID, or zero when it is not
      * one of the posting programs.
      *
           MOVE ZERO TO WS-PROGRAM-FOUND-SUB.
           PERFORM 161-MATCH-POSTING-PROGRAM
              VARYING WS-PROGRAM-SUB FROM 1 BY 1
              UNTIL WS-PROGRAM-SUB > WS-PROGRAM-MAX.
      *
      *****************************************************************
      *
      *****************************************************************
       161-MATCH-POSTING-PROGRAM.
      *
           IF WS-POSTING-PROGRAM-ID (WS-PROGRAM-SUB) =
                 WS-LOOKUP-PROGRAM-ID
              MOVE WS-PROGRAM-SUB TO WS-PROGRAM-FOUND-SUB.
      *
      *****************************************************************
      *
      *****************************************************************
       165-PRINT-POSTING-RUN.
      *
           ADD 1 TO WS-PROGRAM-RUN-COUNT (WS-PROGRAM-FOUND-SUB).
           ADD 1 TO WS-POSTING-RUN-COUNT.
           IF RH-RUN-TIME > WS-LAST-RUN-TIME
              MOVE RH-RUN-TIME TO WS-LAST-RUN-TIME.
           MOVE RH-PROGRAM-ID TO RDL-PROGRAM-ID.
           MOVE RH-RUN-HOURS TO RDL-HOURS.
           MOVE RH-RUN-MINUTES TO RDL-MINUTES.
           MOVE RH-RECORDS-READ TO RDL-RECORDS-READ.
           MOVE RH-RECORDS-APPLIED TO RDL-RECORDS-APPLIED.
           MOVE RH-RECORDS-REJECTED TO RDL-RECORDS-REJECTED.
           MOVE RH-FINAL-STATUS TO RDL-FINAL-STATUS.
           MOVE RH-RETURN-CODE TO RDL-RETURN-CODE.
           IF RH-RUN-ENDED-OK
              MOVE SPACE TO RDL-NOTE
           ELSE
              MOVE "ENDED ABNORMALLY - CHECK RUN" TO RDL-NOTE
           END-IF.
           MOVE RUN-DETAIL-LINE TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-GLPROOF-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       170-CHECK-DATE-NOT-SENT.
      *
           MOVE WS-GL-POSTING-DATE TO GS-POSTING-DATE.
           READ GLSENT
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 997-STOP-DATE-ALREADY-SENT
           END-READ.
           PERFORM 988-CHECK-GLSENT-READ-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       200-SUMMARIZE-POSTED-ACTIVITY.
      *
      * An ARACTVTY that does not exist yet simply has no activity.
      *
           INITIALIZE BRANCH-ACTIVITY-FIELDS.
           OPEN INPUT ARACTVTY.
           IF ARACTVTY-STATUS = "35"
              CONTINUE
           ELSE
              PERFORM 983-CHECK-ARACTVTY-OPEN-STATUS
              MOVE "N" TO ARACTVTY-EOF-SWITCH
              PERFORM 210-SUMMARIZE-ONE-ACTIVITY
                 UNTIL ARACTVTY-EOF
              CLOSE ARACTVTY
              PERFORM 985-CHECK-ARACTVTY-CLOSE-STATUS
           END-IF.
           IF WS-ACTIVITY-UNCOVERED-COUNT > ZERO
              MOVE "ACTIVITY POSTED BY A RUN NOT ON RUNHIST" TO
                    WS-HOLD-REASON-TEXT
              PERFORM 420-PRINT-HOLD-REASON
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       210-SUMMARIZE-ONE-ACTIVITY.
      *
           READ ARACTVTY
              AT END
                 MOVE "Y" TO ARACTVTY-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-ACTIVITY-READ-COUNT
                 IF AA-POSTED-DATE = WS-GL-POSTING-DATE
                    PERFORM 220-ADD-ACTIVITY-TO-BRANCH
                 END-IF
           END-READ.
           PERFORM 984-CHECK-ARACTVTY-READ-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       220-ADD-ACTIVITY-TO-BRANCH.
      *
      * Only activity whose posting program has a RUNHIST entry on
      * the date is journaled - anything else (a run still going,
      * or one that never logged) is counted and holds the journal.
      *
           MOVE AA-PROGRAM-ID TO WS-LOOKUP-PROGRAM-ID.
           PERFORM 160-FIND-POSTING-PROGRAM.
           IF WS-PROGRAM-FOUND-SUB = ZERO
              ADD 1 TO WS-ACTIVITY-UNCOVERED-COUNT
           ELSE
              IF WS-PROGRAM-RUN-COUNT (WS-PROGRAM-FOUND-SUB) = ZERO
                 ADD 1 TO WS-ACTIVITY-UNCOVERED-COUNT
              ELSE
                 PERFORM 225-FIND-ACTIVITY-TYPE
                 IF WS-TYPE-SUB > ZERO
                    ADD 1 TO WS-ACTIVITY-SELECTED-COUNT
                    COMPUTE WS-BRANCH-SUB = AA-BRANCH-NUMBER + 1
                    ADD AA-AMOUNT TO
                          WS-TYPE-AMOUNT (WS-BRANCH-SUB WS-TYPE-SUB)
                    ADD 1 TO WS-TYPE-DOCUMENT-COUNT
                          (WS-BRANCH-SUB WS-TYPE-SUB)
                 END-IF
              END-IF
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       225-FIND-ACTIVITY-TYPE.
      *
           EVALUATE TRUE
              WHEN AA-INVOICE-ACTIVITY
                 MOVE 1 TO WS-TYPE-SUB
              WHEN AA-CREDIT-MEMO-ACTIVITY
                 MOVE 2 TO WS-TYPE-SUB
              WHEN AA-PAYMENT-ACTIVITY
                 MOVE 3 TO WS-TYPE-SUB
              WHEN AA-UNAPPLIED-CASH-ACTIVITY
                 MOVE 4 TO WS-TYPE-SUB
              WHEN AA-CASH-APPLIED-ACTIVITY
                 MOVE 5 TO WS-TYPE-SUB
              WHEN AA-CASH-REFUND-ACTIVITY
                 MOVE 6 TO WS-TYPE-SUB
              WHEN OTHER
                 MOVE ZERO TO WS-TYPE-SUB
           END-EVALUATE.
      *
      *****************************************************************
      *
      *****************************************************************
       300-BUILD-JOURNAL-ENTRIES.
      *
           MOVE "JOURNAL ENTRIES:" TO PSL-SECTION-TEXT.
           MOVE PROOF-SECTION-LINE TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD AFTER ADVANCING 3 LINES.
           PERFORM 935-CHECK-GLPROOF-WRITE-STATUS.
           MOVE JOURNAL-COLUMN-HEADING TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-GLPROOF-WRITE-STATUS.
           PERFORM 310-BUILD-BRANCH-ENTRIES
              VARYING WS-BRANCH-SUB FROM 1 BY 1
              UNTIL WS-BRANCH-SUB > WS-BRANCH-MAX.
      *
      *****************************************************************
      *
      *****************************************************************
       310-BUILD-BRANCH-ENTRIES.
      *
           COMPUTE WS-BRANCH-NUMBER = WS-BRANCH-SUB - 1.
           MOVE ZERO TO WS-BRANCH-DOCUMENT-COUNT.
           MOVE ZERO TO WS-BRANCH-DEBIT-TOTAL.
           MOVE ZERO TO WS-BRANCH-CREDIT-TOTAL.
           PERFORM 320-BUILD-TYPE-ENTRIES
              VARYING WS-TYPE-SUB FROM 1 BY 1
              UNTIL WS-TYPE-SUB > WS-TYPE-MAX.
           IF WS-BRANCH-DOCUMENT-COUNT > ZERO
              MOVE WS-BRANCH-NUMBER TO JBL-BRANCH-NUMBER
              MOVE JOURNAL-BRANCH-LABEL TO JTL-LABEL
              MOVE WS-BRANCH-DEBIT-TOTAL TO JTL-DEBIT-TOTAL
              MOVE WS-BRANCH-CREDIT-TOTAL TO JTL-CREDIT-TOTAL
              MOVE JOURNAL-TOTAL-LINE TO GL-PROOF-RECORD
              WRITE GL-PROOF-RECORD AFTER ADVANCING 1 LINES
              PERFORM 935-CHECK-GLPROOF-WRITE-STATUS
              MOVE SPACE TO GL-PROOF-RECORD
              WRITE GL-PROOF-RECORD AFTER ADVANCING 1 LINES
              PERFORM 935-CHECK-GLPROOF-WRITE-STATUS
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       320-BUILD-TYPE-ENTRIES.
      *
      * Each branch's total for an activity type becomes one debit
      * and one credit of the same amount. A negative total - held
      * cash transferred out of branch 00 - is journaled as the
      * reverse entry, debit and credit roles swapped, so every
      * amount carried on to GLINTF is positive.
      *
           IF WS-TYPE-DOCUMENT-COUNT (WS-BRANCH-SUB WS-TYPE-SUB) > ZERO
              ADD WS-TYPE-DOCUMENT-COUNT (WS-BRANCH-SUB WS-TYPE-SUB)
                 TO WS-BRANCH-DOCUMENT-COUNT
              MOVE WS-BRANCH-NUMBER TO WS-LOOKUP-BRANCH-NUMBER
              MOVE WS-RULE-DEBIT-ROLE (WS-TYPE-SUB) TO
                    WS-ENTRY-DEBIT-ROLE
              MOVE WS-RULE-CREDIT-ROLE (WS-TYPE-SUB) TO
                    WS-ENTRY-CREDIT-ROLE
              IF WS-TYPE-AMOUNT (WS-BRANCH-SUB WS-TYPE-SUB) < ZERO
                 MOVE WS-RULE-CREDIT-ROLE (WS-TYPE-SUB) TO
                       WS-ENTRY-DEBIT-ROLE
                 MOVE WS-RULE-DEBIT-ROLE (WS-TYPE-SUB) TO
                       WS-ENTRY-CREDIT-ROLE
                 COMPUTE WS-TYPE-AMOUNT (WS-BRANCH-SUB WS-TYPE-SUB) =
                       ZERO - WS-TYPE-AMOUNT (WS-BRANCH-SUB WS-TYPE-SUB)
              END-IF
              MOVE WS-ENTRY-DEBIT-ROLE TO WS-LOOKUP-ACCOUNT-ROLE
              PERFORM 330-FIND-GL-ACCOUNT
              MOVE WS-LOOKUP-GL-ACCOUNT TO
                    WS-TYPE-DEBIT-ACCOUNT (WS-BRANCH-SUB WS-TYPE-SUB)
              MOVE WS-TYPE-AMOUNT (WS-BRANCH-SUB WS-TYPE-SUB) TO
                    JDL-DEBIT-AMOUNT
              MOVE ZERO TO JDL-CREDIT-AMOUNT
              ADD WS-TYPE-AMOUNT (WS-BRANCH-SUB WS-TYPE-SUB) TO
                    WS-BRANCH-DEBIT-TOTAL
                    WS-PROOF-DEBIT-TOTAL
              PERFORM 340-PRINT-JOURNAL-LINE
              MOVE WS-ENTRY-CREDIT-ROLE TO WS-LOOKUP-ACCOUNT-ROLE
              PERFORM 330-FIND-GL-ACCOUNT
              MOVE WS-LOOKUP-GL-ACCOUNT TO
                    WS-TYPE-CREDIT-ACCOUNT (WS-BRANCH-SUB WS-TYPE-SUB)
              MOVE ZERO TO JDL-DEBIT-AMOUNT
              MOVE WS-TYPE-AMOUNT (WS-BRANCH-SUB WS-TYPE-SUB) TO
                    JDL-CREDIT-AMOUNT
              ADD WS-TYPE-AMOUNT (WS-BRANCH-SUB WS-TYPE-SUB) TO
                    WS-BRANCH-CREDIT-TOTAL
                    WS-PROOF-CREDIT-TOTAL
              PERFORM 340-PRINT-JOURNAL-LINE
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       330-FIND-GL-ACCOUNT.
      *
      * The branch's own mapping wins; the branch 00 entry for the
      * role is the default. Spaces back means no account at all.
      *
           MOVE SPACE TO WS-LOOKUP-GL-ACCOUNT.
           MOVE SPACE TO WS-DEFAULT-GL-ACCOUNT.
           PERFORM 335-MATCH-ACCOUNT-ENTRY
              VARYING WS-MAP-SUB FROM 1 BY 1
              UNTIL WS-MAP-SUB > WS-MAP-COUNT.
           IF WS-LOOKUP-GL-ACCOUNT = SPACE
              MOVE WS-DEFAULT-GL-ACCOUNT TO WS-LOOKUP-GL-ACCOUNT.
      *
      *****************************************************************
      *
      *****************************************************************
       335-MATCH-ACCOUNT-ENTRY.
      *
           IF WS-MAP-ACCOUNT-ROLE (WS-MAP-SUB) = WS-LOOKUP-ACCOUNT-ROLE
              IF WS-MAP-BRANCH-NUMBER (WS-MAP-SUB) =
                    WS-LOOKUP-BRANCH-NUMBER
                 MOVE WS-MAP-GL-ACCOUNT (WS-MAP-SUB) TO
                       WS-LOOKUP-GL-ACCOUNT
              ELSE
                 IF WS-MAP-BRANCH-NUMBER (WS-MAP-SUB) = ZERO
                    MOVE WS-MAP-GL-ACCOUNT (WS-MAP-SUB) TO
                          WS-DEFAULT-GL-ACCOUNT
                 END-IF
              END-IF
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       340-PRINT-JOURNAL-LINE.
      *
           ADD 1 TO WS-PROOF-ENTRY-COUNT.
           MOVE WS-BRANCH-NUMBER TO JDL-BRANCH-NUMBER.
           MOVE WS-RULE-SOURCE-TEXT (WS-TYPE-SUB) TO JDL-SOURCE-TEXT.
           MOVE WS-LOOKUP-ACCOUNT-ROLE TO JDL-ACCOUNT-ROLE.
           MOVE WS-LOOKUP-GL-ACCOUNT TO JDL-GL-ACCOUNT.
           MOVE WS-TYPE-DOCUMENT-COUNT (WS-BRANCH-SUB WS-TYPE-SUB) TO
                 JDL-DOCUMENT-COUNT.
           IF WS-LOOKUP-GL-ACCOUNT = SPACE
              MOVE "** NO GL ACCOUNT **" TO JDL-NOTE
              ADD 1 TO WS-UNMAPPED-ENTRY-COUNT
           ELSE
              MOVE SPACE TO JDL-NOTE
           END-IF.
           MOVE JOURNAL-DETAIL-LINE TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-GLPROOF-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       400-PROVE-JOURNAL.
      *
      * The interface is released only when every entry has a GL
      * account, every activity record is covered by a posting run
      * on RUNHIST, and total debits equal total credits.
      *
           COMPUTE WS-PROOF-DIFFERENCE =
              WS-PROOF-DEBIT-TOTAL - WS-PROOF-CREDIT-TOTAL.
           MOVE "ALL BRANCHES TOTAL" TO JTL-LABEL.
           MOVE WS-PROOF-DEBIT-TOTAL TO JTL-DEBIT-TOTAL.
           MOVE WS-PROOF-CREDIT-TOTAL TO JTL-CREDIT-TOTAL.
           MOVE JOURNAL-TOTAL-LINE TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-GLPROOF-WRITE-STATUS.
           MOVE "POSTING RUNS COVERED:" TO PCL-LABEL.
           MOVE WS-POSTING-RUN-COUNT TO PCL-COUNT.
           MOVE ZERO TO PCL-AMOUNT.
           MOVE PROOF-CONTROL-LINE TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD AFTER ADVANCING 3 LINES.
           PERFORM 935-CHECK-GLPROOF-WRITE-STATUS.
           MOVE "ACTIVITY RECORDS READ:" TO PCL-LABEL.
           MOVE WS-ACTIVITY-READ-COUNT TO PCL-COUNT.
           PERFORM 410-PRINT-CONTROL-LINE.
           MOVE "ACTIVITY RECORDS JOURNALED:" TO PCL-LABEL.
           MOVE WS-ACTIVITY-SELECTED-COUNT TO PCL-COUNT.
           PERFORM 410-PRINT-CONTROL-LINE.
           MOVE "ACTIVITY NOT COVERED:" TO PCL-LABEL.
           MOVE WS-ACTIVITY-UNCOVERED-COUNT TO PCL-COUNT.
           PERFORM 410-PRINT-CONTROL-LINE.
           MOVE "ENTRIES WITHOUT GL ACCOUNT:" TO PCL-LABEL.
           MOVE WS-UNMAPPED-ENTRY-COUNT TO PCL-COUNT.
           PERFORM 410-PRINT-CONTROL-LINE.
           MOVE "TOTAL DEBITS:" TO PCL-LABEL.
           MOVE WS-PROOF-ENTRY-COUNT TO PCL-COUNT.
           MOVE WS-PROOF-DEBIT-TOTAL TO PCL-AMOUNT.
           PERFORM 410-PRINT-CONTROL-LINE.
           MOVE "TOTAL CREDITS:" TO PCL-LABEL.
           MOVE ZERO TO PCL-COUNT.
           MOVE WS-PROOF-CREDIT-TOTAL TO PCL-AMOUNT.
           PERFORM 410-PRINT-CONTROL-LINE.
           MOVE "DIFFERENCE:" TO PCL-LABEL.
           MOVE WS-PROOF-DIFFERENCE TO PCL-AMOUNT.
           PERFORM 410-PRINT-CONTROL-LINE.
           IF WS-PROOF-DIFFERENCE NOT = ZERO
              MOVE "TOTAL DEBITS DO NOT EQUAL TOTAL CREDITS" TO
                    WS-HOLD-REASON-TEXT
              PERFORM 420-PRINT-HOLD-REASON
           END-IF.
           IF WS-UNMAPPED-ENTRY-COUNT > ZERO
              MOVE "ENTRIES WITH NO GL ACCOUNT ON GLACCTS" TO
                    WS-HOLD-REASON-TEXT
              PERFORM 420-PRINT-HOLD-REASON
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       410-PRINT-CONTROL-LINE.
      *
           MOVE PROOF-CONTROL-LINE TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD AFTER ADVANCING 1 LINES.
           PERFORM 935-CHECK-GLPROOF-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       420-PRINT-HOLD-REASON.
      *
           MOVE "Y" TO JOURNAL-HELD-SWITCH.
           MOVE WS-HOLD-REASON-TEXT TO PRL-REASON-TEXT.
           MOVE PROOF-REASON-LINE TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-GLPROOF-WRITE-STATUS.
           DISPLAY "RPT0031 - JOURNAL HELD: " WS-HOLD-REASON-TEXT.
      *
      *****************************************************************
      *
      *****************************************************************
       430-PRINT-VERDICT.
      *
           MOVE PROOF-VERDICT-LINE TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-GLPROOF-WRITE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       500-RELEASE-INTERFACE.
      *
      * The proven journal is written to GLINTF exactly as printed,
      * the trailer carries the totals the GL load proves against,
      * and the posting date goes on GLSENT with the runs it covered.
      *
           MOVE SPACE TO GL-INTERFACE-HEADER.
           MOVE "H" TO GH-RECORD-TYPE.
           MOVE WS-GL-POSTING-DATE TO GH-POSTING-DATE.
           MOVE "RPT0031" TO GH-SOURCE-PROGRAM.
           MOVE CURRENT-DATE TO GH-CREATED-DATE.
           MOVE CURRENT-TIME TO GH-CREATED-TIME.
           WRITE GL-INTERFACE-HEADER.
           PERFORM 936-CHECK-GLINTF-WRITE-STATUS.
           PERFORM 510-RELEASE-BRANCH-ENTRIES
              VARYING WS-BRANCH-SUB FROM 1 BY 1
              UNTIL WS-BRANCH-SUB > WS-BRANCH-MAX.
           MOVE SPACE TO GL-INTERFACE-TRAILER.
           MOVE "T" TO GT-RECORD-TYPE.
           MOVE WS-RELEASED-ENTRY-COUNT TO GT-ENTRY-COUNT.
           MOVE WS-RELEASED-DEBIT-TOTAL TO GT-DEBIT-TOTAL.
           MOVE WS-RELEASED-CREDIT-TOTAL TO GT-CREDIT-TOTAL.
           WRITE GL-INTERFACE-TRAILER.
           PERFORM 936-CHECK-GLINTF-WRITE-STATUS.
           MOVE SPACE TO GL-SENT-RECORD.
           MOVE WS-GL-POSTING-DATE TO GS-POSTING-DATE.
           MOVE CURRENT-DATE TO GS-SENT-DATE.
           MOVE CURRENT-TIME TO GS-SENT-TIME.
           MOVE WS-POSTING-RUN-COUNT TO GS-POSTING-RUN-COUNT.
           MOVE WS-LAST-RUN-TIME TO GS-LAST-RUN-TIME.
           MOVE WS-RELEASED-ENTRY-COUNT TO GS-ENTRY-COUNT.
           MOVE WS-RELEASED-DEBIT-TOTAL TO GS-DEBIT-TOTAL.
           MOVE WS-RELEASED-CREDIT-TOTAL TO GS-CREDIT-TOTAL.
           WRITE GL-SENT-RECORD.
           PERFORM 989-CHECK-GLSENT-WRITE-STATUS.
           MOVE "INTERFACE RECORDS RELEASED:" TO PCL-LABEL.
           MOVE WS-RELEASED-ENTRY-COUNT TO PCL-COUNT.
           MOVE WS-RELEASED-DEBIT-TOTAL TO PCL-AMOUNT.
           MOVE PROOF-CONTROL-LINE TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 935-CHECK-GLPROOF-WRITE-STATUS.
           MOVE "JOURNAL BALANCED - RELEASED TO GL" TO
                 PVL-VERDICT-TEXT.
           PERFORM 430-PRINT-VERDICT.
      *
      *****************************************************************
      *
      *****************************************************************
       510-RELEASE-BRANCH-ENTRIES.
      *
           COMPUTE WS-BRANCH-NUMBER = WS-BRANCH-SUB - 1.
           PERFORM 520-RELEASE-TYPE-ENTRIES
              VARYING WS-TYPE-SUB FROM 1 BY 1
              UNTIL WS-TYPE-SUB > WS-TYPE-MAX.
      *
      *****************************************************************
      *
      *****************************************************************
       520-RELEASE-TYPE-ENTRIES.
      *
           IF WS-TYPE-DOCUMENT-COUNT (WS-BRANCH-SUB WS-TYPE-SUB) > ZERO
              MOVE SPACE TO GL-INTERFACE-ENTRY
              MOVE "D" TO GE-RECORD-TYPE
              MOVE WS-GL-POSTING-DATE TO GE-POSTING-DATE
              MOVE WS-BRANCH-NUMBER TO GE-BRANCH-NUMBER
              MOVE WS-RULE-SOURCE-TEXT (WS-TYPE-SUB) TO GE-SOURCE-TEXT
              MOVE WS-TYPE-DOCUMENT-COUNT (WS-BRANCH-SUB WS-TYPE-SUB)
                 TO GE-DOCUMENT-COUNT
              MOVE WS-TYPE-AMOUNT (WS-BRANCH-SUB WS-TYPE-SUB) TO
                    GE-AMOUNT
              MOVE WS-TYPE-DEBIT-ACCOUNT (WS-BRANCH-SUB WS-TYPE-SUB)
                 TO GE-GL-ACCOUNT
              MOVE "D" TO GE-DEBIT-CREDIT
              WRITE GL-INTERFACE-ENTRY
              PERFORM 936-CHECK-GLINTF-WRITE-STATUS
              ADD 1 TO WS-RELEASED-ENTRY-COUNT
              ADD GE-AMOUNT TO WS-RELEASED-DEBIT-TOTAL
              MOVE WS-TYPE-CREDIT-ACCOUNT (WS-BRANCH-SUB WS-TYPE-SUB)
                 TO GE-GL-ACCOUNT
              MOVE "C" TO GE-DEBIT-CREDIT
              WRITE GL-INTERFACE-ENTRY
              PERFORM 936-CHECK-GLINTF-WRITE-STATUS
              ADD 1 TO WS-RELEASED-ENTRY-COUNT
              ADD GE-AMOUNT TO WS-RELEASED-CREDIT-TOTAL
           END-IF.
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
              DISPLAY "RPT0031 - RUNHIST OPEN FAILED - FILE STATUS "
                      RUNHIST-STATUS
           ELSE
              MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
              MOVE "RPT0031" TO RH-PROGRAM-ID
              MOVE CD-CURRENT-YEAR TO RH-RUN-YEAR
              MOVE CD-CURRENT-MONTH TO RH-RUN-MONTH
              MOVE CD-CURRENT-DAY TO RH-RUN-DAY
              MOVE CD-CURRENT-HOURS TO RH-RUN-HOURS
              MOVE CD-CURRENT-MINUTES TO RH-RUN-MINUTES
              MOVE WS-ACTIVITY-READ-COUNT TO RH-RECORDS-READ
              MOVE WS-RELEASED-ENTRY-COUNT TO RH-RECORDS-APPLIED
              MOVE WS-ACTIVITY-UNCOVERED-COUNT TO RH-RECORDS-REJECTED
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
           CLOSE GLPROOF
                 GLINTF
                 GLSENT.
           PERFORM 945-CHECK-GLPROOF-CLOSE-STATUS.
           PERFORM 946-CHECK-GLINTF-CLOSE-STATUS.
           PERFORM 987-CHECK-GLSENT-CLOSE-STATUS.
      *
      *****************************************************************
      *
      *****************************************************************
       925-CHECK-GLPROOF-OPEN-STATUS.
      *
           IF GLPROOF-STATUS NOT = "00"
              MOVE "GLPROOF OPEN" TO WS-FILE-ERROR-ID
              MOVE GLPROOF-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       926-CHECK-GLINTF-OPEN-STATUS.
      *
           IF GLINTF-STATUS NOT = "00"
              MOVE "GLINTF OPEN" TO WS-FILE-ERROR-ID
              MOVE GLINTF-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       935-CHECK-GLPROOF-WRITE-STATUS.
      *
           IF GLPROOF-STATUS NOT = "00"
              MOVE "GLPROOF WRITE" TO WS-FILE-ERROR-ID
              MOVE GLPROOF-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       936-CHECK-GLINTF-WRITE-STATUS.
      *
           IF GLINTF-STATUS NOT = "00"
              MOVE "GLINTF WRITE" TO WS-FILE-ERROR-ID
              MOVE GLINTF-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       945-CHECK-GLPROOF-CLOSE-STATUS.
      *
           IF GLPROOF-STATUS NOT = "00"
              MOVE "GLPROOF CLOSE" TO WS-FILE-ERROR-ID
              MOVE GLPROOF-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       946-CHECK-GLINTF-CLOSE-STATUS.
      *
           IF GLINTF-STATUS NOT = "00"
              MOVE "GLINTF CLOSE" TO WS-FILE-ERROR-ID
              MOVE GLINTF-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       950-CHECK-GLACCTS-OPEN-STATUS.
      *
           IF GLACCTS-STATUS NOT = "00"
              MOVE "GLACCTS OPEN" TO WS-FILE-ERROR-ID
              MOVE GLACCTS-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       951-CHECK-GLACCTS-READ-STATUS.
      *
           IF GLACCTS-STATUS NOT = "00" AND GLACCTS-STATUS NOT = "10"
              MOVE "GLACCTS READ" TO WS-FILE-ERROR-ID
              MOVE GLACCTS-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       952-CHECK-GLACCTS-CLOSE-STATUS.
      *
           IF GLACCTS-STATUS NOT = "00"
              MOVE "GLACCTS CLOSE" TO WS-FILE-ERROR-ID
              MOVE GLACCTS-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       953-CHECK-RUNHIST-OPEN-STATUS.
      *
           IF RUNHIST-STATUS NOT = "00"
              MOVE "RUNHIST OPEN" TO WS-FILE-ERROR-ID
              MOVE RUNHIST-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       954-CHECK-RUNHIST-READ-STATUS.
      *
           IF RUNHIST-STATUS NOT = "00" AND RUNHIST-STATUS NOT = "10"
              MOVE "RUNHIST READ" TO WS-FILE-ERROR-ID
              MOVE RUNHIST-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       955-CHECK-RUNHIST-CLOSE-STATUS.
      *
           IF RUNHIST-STATUS NOT = "00"
              MOVE "RUNHIST CLOSE" TO WS-FILE-ERROR-ID
              MOVE RUNHIST-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
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
       984-CHECK-ARACTVTY-READ-STATUS.
      *
           IF ARACTVTY-STATUS NOT = "00" AND
              ARACTVTY-STATUS NOT = "10"
              MOVE "ARACTVTY READ" TO WS-FILE-ERROR-ID
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
       986-CHECK-GLSENT-OPEN-STATUS.
      *
           IF GLSENT-STATUS NOT = "00"
              MOVE "GLSENT OPEN" TO WS-FILE-ERROR-ID
              MOVE GLSENT-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       987-CHECK-GLSENT-CLOSE-STATUS.
      *
           IF GLSENT-STATUS NOT = "00"
              MOVE "GLSENT CLOSE" TO WS-FILE-ERROR-ID
              MOVE GLSENT-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       988-CHECK-GLSENT-READ-STATUS.
      *
      * "23" (key not found) is not an error here - the caller's
      * INVALID KEY / NOT INVALID KEY clause already branched on it.
      *
           IF GLSENT-STATUS NOT = "00" AND GLSENT-STATUS NOT = "23"
              MOVE "GLSENT READ" TO WS-FILE-ERROR-ID
              MOVE GLSENT-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       989-CHECK-GLSENT-WRITE-STATUS.
      *
           IF GLSENT-STATUS NOT = "00"
              MOVE "GLSENT WRITE" TO WS-FILE-ERROR-ID
              MOVE GLSENT-STATUS TO WS-FILE-ERROR-STATUS
              PERFORM 999-ABEND-FILE-ERROR
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
       996-ABEND-ACCOUNT-MAP-OVERFLOW.
      *
           DISPLAY "RPT0031 - GLACCTS HAS MORE THAN " WS-MAP-MAX
                   " ACCOUNTS - INCREASE WS-MAP-MAX AND RERUN".
           MOVE 16 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
      *****************************************************************
      *
      *****************************************************************
       997-STOP-DATE-ALREADY-SENT.
      *
      * The GLSENT record just read says when the date went and how
      * many posting runs it covered. A posting run logged on the
      * date since then has activity the GL has not had - that is
      * reported for accounting to journal by hand, never resent.
      *
           MOVE SPACE TO WS-HOLD-REASON-TEXT.
           STRING "POSTING DATE ALREADY SENT TO GL ON "
                     DELIMITED BY SIZE
                  GS-SENT-DATE (7:2) "/" GS-SENT-DATE (5:2) "/"
                  GS-SENT-DATE (1:4) DELIMITED BY SIZE
                  " - NOT RESENT" DELIMITED BY SIZE
              INTO WS-HOLD-REASON-TEXT.
           PERFORM 420-PRINT-HOLD-REASON.
           IF WS-POSTING-RUN-COUNT > GS-POSTING-RUN-COUNT
              MOVE "RUNS LOGGED SINCE DATE WAS SENT - JOURNAL BY HAND"
                    TO WS-HOLD-REASON-TEXT
              PERFORM 420-PRINT-HOLD-REASON
           END-IF.
           PERFORM 998-STOP-JOURNAL-HELD.
      *
      *****************************************************************
      *
      *****************************************************************
       998-STOP-JOURNAL-HELD.
      *
      * Nothing is written to GLINTF and the date is not marked
      * sent - the proof report says why, and the run is repeated
      * for the same date once the cause is put right.
      *
           MOVE "JOURNAL HELD - NOTHING RELEASED TO GL" TO
                 PVL-VERDICT-TEXT.
           PERFORM 430-PRINT-VERDICT.
           DISPLAY "RPT0031 - GL JOURNAL HELD - NOTHING RELEASED".
           CLOSE GLPROOF
                 GLINTF
                 GLSENT.
           MOVE 8 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
      *****************************************************************
      *
      *****************************************************************
       999-ABEND-FILE-ERROR.
      *
           DISPLAY "RPT0031 - FATAL FILE ERROR: " WS-FILE-ERROR-ID
                   " - FILE STATUS " WS-FILE-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           MOVE "ABND" TO WS-RUN-FINAL-STATUS.
           PERFORM 800-WRITE-RUN-HISTORY.
           STOP RUN.
      *
