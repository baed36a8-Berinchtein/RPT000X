      * Used by:     RPT0001 (validation/merge pass), RPT0002
      *              (customer master maintenance program), RPT0003
      *              (year-end rollover), RPT0004 (credit exposure
      *              report), RPT0034 (nightly credit review),
      *              RPT0037 (customer change approval run), RPT0038
      *              (daily sales and AR roll-forward proof)
      *
      * 21/08/2026   Added CX-CREDIT-LIMIT and CX-AR-BALANCE so credit
      *              exposure no longer has to be tracked outside the
      *              these fields and the reconcile pass leaves them
      *              untouched. RPT0026 addresses its dunning letters
      *              from this block.
      * 15/10/2026   Added the CX-CREDIT-HOLD-BLOCK. RPT0034's nightly
      *              credit review puts a customer on hold (code H)
      *              when an open ARDETAIL item is over 90 days old
      *              or CX-AR-BALANCE is over a non-zero
      *              CX-CREDIT-LIMIT, and releases it (code R) once
      *              both have cleared; the reason is the condition
      *              that caused the hold and the date is the day of
      *              the last hold or release. A blank code, on a
      *              record written before this field existed or on a
      *              customer never held, counts as not on hold.
      *              RPT0016 suspends new invoices for a customer on
      *              hold unless the batch carries an override.
      *****************************************************************
       01 CUSTOMER-INDEX-RECORD.
          05 CX-BRANCH-NUMBER       PIC 9(2).
             10 CX-POSTAL-CODE      PIC X(10).
             10 CX-CONTACT-NAME     PIC X(20).
             10 CX-PHONE-NUMBER     PIC X(12).
          05 CX-CREDIT-HOLD-BLOCK.
             10 CX-CREDIT-HOLD-CODE PIC X.
                88 CX-ON-CREDIT-HOLD                  VALUE "H".
                88 CX-NOT-ON-CREDIT-HOLD              VALUES " " "R".
             10 CX-CREDIT-HOLD-REASON PIC X.
                88 CX-HOLD-PAST-DUE                   VALUE "P".
                88 CX-HOLD-OVER-LIMIT                 VALUE "L".
                88 CX-HOLD-PAST-DUE-AND-OVER          VALUE "B".
             10 CX-CREDIT-HOLD-DATE PIC 9(8).
          05 FILLER                 PIC X.
