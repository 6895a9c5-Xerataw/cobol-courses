      *****************************************************************
      *  CASEREC.cpy
      *  Monitoring case record, keyed by customer id, the business
      *  date the alert was raised, the alert type and the archive
      *  position of the movement that triggered it - zero for the
      *  patterns that span days - so a restarted monitoring run
      *  lands on the cases it already raised instead of raising
      *  them twice.  TxnMonitor raises cases open; CaseMaint
      *  records the analyst's disposition, who made it and when,
      *  and freezes the account where that is the disposition;
      *  CaseReport lists the cases and files the large-cash ones,
      *  stamping the filing date.  A case is never deleted: the
      *  file is the record of what was reviewed and when.
      *****************************************************************
       01  CASE-RECORD.
           05  CS-KEY.
               10  CS-CUST-ID          pic x(10).
               10  CS-RAISED-DATE      pic 9(8).
               10  CS-ALERT-TYPE       pic x(1).
                   88  CS-LARGE-CASH   value "L".
                   88  CS-STRUCTURING  value "S".
                   88  CS-VELOCITY     value "V".
                   88  CS-IN-AND-OUT   value "I".
               10  CS-TRIGGER-SEQ      pic 9(7).
           05  CS-CURRENCY-CODE        pic x(3).
      *  The figure that tripped the alert and the one it was judged
      *  against: the movement and the threshold; the below-threshold
      *  credits' total and the threshold they sat under; the day's
      *  volume and the history's average day; the money out and the
      *  money in.
           05  CS-AMOUNT               pic S9(9)v99.
           05  CS-BASIS                pic S9(9)v99.
           05  CS-MOVE-COUNT           pic 9(5).
           05  CS-REFERENCE            pic x(16).
           05  CS-STATUS               pic x(1).
               88  CASE-OPEN           value "O".
               88  CASE-CLOSED         value "C".
           05  CS-DISPOSITION          pic x(1).
               88  CS-NO-ACTION        value "N".
               88  CS-ESCALATED        value "E".
               88  CS-FROZEN           value "F".
           05  CS-NOTE                 pic x(30).
           05  CS-WORKED-BY            pic x(8).
           05  CS-WORKED-DATE          pic 9(8).
           05  CS-FILED-DATE           pic 9(8).
