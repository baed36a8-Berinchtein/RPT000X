      * normal end or abend - with its name, date/time, record
      * counts and final status, so the whole batch suite's recent
      * history reads in one place.
      * Used by:     RPT0001 through RPT0038 (writers), RPT0013
      *              (run history report), RPT0024 (run-sequence
      *              guard, which also reads the history it and the
      *              others write), RPT0031 (GL interface, which
      *              reads the posting runs each GL date covers)
      *****************************************************************
       01 RUN-HISTORY-RECORD.
          05 RH-PROGRAM-ID          PIC X(8).
