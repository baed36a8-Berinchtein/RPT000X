      * carrying the pair's annual sales target, so quota tracking
      * lives in the system instead of a month-stale spreadsheet.
      * Used by:     RPT0021 (quota master maintenance program),
      *              RPT0022 (actual-versus-quota variance report),
      *              RPT0033 (nightly referential integrity check)
      *****************************************************************
       01 QUOTA-RECORD.
          05 QU-QUOTA-KEY.
