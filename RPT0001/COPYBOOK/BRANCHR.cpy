      *              RPT0020 (branch names on monthly subtotals),
      *              RPT0022 (branch names on the quota rollup),
      *              RPT0027 (region grouping and branch names on
      *              the regional executive summary), RPT0033
      *              (nightly referential integrity check)
      *****************************************************************
       01 BRANCH-RECORD.
          05 BR-BRANCH-NUMBER       PIC 9(2).
