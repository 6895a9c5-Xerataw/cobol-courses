      *****************************************************************
      *  MONPARM.cpy
      *  Transaction-monitoring parameter record, one per currency,
      *  read by TxnMonitor at start-up.  Amounts are in the
      *  currency's own units, so each currency carries its own
      *  reporting threshold.
      *    LARGE-CASH      a single cash movement over this amount
      *                    is a large-cash alert and is filed
      *    STRUCT-FLOOR    a cash credit at or above this and not
      *                    over LARGE-CASH is "just below" the
      *                    threshold; STRUCT-COUNT of them inside
      *                    STRUCT-DAYS is a structuring alert
      *    VELOCITY-DAYS   the account's own history the day is
      *                    judged against; a day whose volume is at
      *                    least VELOCITY-MIN and over VELOCITY-
      *                    FACTOR times the average day of that
      *                    history is a velocity alert
      *    INOUT-DAYS      money in of at least INOUT-MIN inside
      *                    the window, with INOUT-PCT per cent or
      *                    more of it gone out again by a debit on
      *                    the day, is an in-and-out alert
      *  A currency with no record here is not monitored.
      *****************************************************************
       01  MONITOR-PARM-RECORD.
           05  MN-CURRENCY-CODE        pic x(3).
           05  MN-LARGE-CASH           pic 9(9)v99.
           05  MN-STRUCT-FLOOR         pic 9(9)v99.
           05  MN-STRUCT-COUNT         pic 9(3).
           05  MN-STRUCT-DAYS          pic 9(3).
           05  MN-VELOCITY-DAYS        pic 9(3).
           05  MN-VELOCITY-FACTOR      pic 9(3).
           05  MN-VELOCITY-MIN         pic 9(9)v99.
           05  MN-INOUT-DAYS           pic 9(3).
           05  MN-INOUT-PCT            pic 9(3).
           05  MN-INOUT-MIN            pic 9(9)v99.
