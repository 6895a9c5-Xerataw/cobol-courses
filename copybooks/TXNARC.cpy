      *  TXNARC.cpy
      *  Keyed movement-history archive record, written by
      *  HistoryArchive from the flat TXNHIST file and read back by
      *  MonthlyStatement, HistoryInquiry, TxnMonitor, and
      *  PostTransactions to find the movement a reversal undoes.  The
      *  key is customer id, movement date and the record's position in
      *  the file being rolled, so one customer's month is a keyed
      *  start-and-read instead of a scan of every movement ever posted,
      *  and a re-run of the roll lands on the same keys and is rejected
      *  as duplicates instead of doubled up.  The movement reference
      *  and the reference a reversal undoes are carried over from
      *  TXNHIST as written.
      *****************************************************************
       01  TXN-ARCHIVE-RECORD.
           05  XA-KEY.
           05  XA-AMOUNT               pic S9(9)v99.
           05  XA-CURRENCY-CODE        pic x(3).
           05  XA-DAYS-BILLED          pic 9(3).
           05  XA-REFERENCE            pic x(16).
           05  XA-REVERSES-REF         pic x(16).
