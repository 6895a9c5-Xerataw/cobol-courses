       program-id. RateEdit.
      *****************************************************************
      *  First step of the daily cycle: edits EXRATE-FILE before
      *  GetMyBalance, WarehouseExtract and EligibilityReport are
      *  allowed to load it.  The file must open with an "ASOF" header
      *  carrying today's date, must price every currency actually
      *  present on CUSTOMER-MASTER, and every rate must be a positive
      *  figure; any failure sets return code 8 so the downstream jobs
      *  are held instead of running the day on stale or truncated
      *  rates.  A rate that moved more than the tolerance against the
      *  prior day's file (EXRATEPV) is flagged and sets return code 4
      *  for the operator to review without stopping the cycle.
      *****************************************************************
       environment division.
       input-output section.
