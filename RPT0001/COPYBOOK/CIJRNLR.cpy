      *              maintenance), RPT0003 (year-end rollover),
      *              RPT0012 (bulk reassignment), RPT0014 (AR
      *              posting), RPT0016 (sales invoice posting),
      *              RPT0023 (forward recovery rebuild), RPT0029
      *              (lockbox cash import), RPT0032 (customer change
      *              history inquiry), RPT0034 (nightly credit
      *              review), RPT0037 (customer change approval
      *              run)
      *
      * The images are sized well ahead of the master record's
      * current length so a CUSTIDXR layout change does not force a
