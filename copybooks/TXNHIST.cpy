      *  HistoryArchive rolls the day's records into the keyed
      *  TXNHARC archive each night and empties this file;
      *  MonthlyStatement and HistoryInquiry read the archive, so the
      *  flat file carries only the movements not yet rolled.  Every
      *  record carries the movement reference it was assigned at
      *  origin (see MOVEREF).  A reversal is written under the
      *  description of the movement it undoes, with the opposite
      *  sign, and names that movement's reference in
      *  TH-REVERSES-REF, so it nets against the same type on the GL
      *  feed and the statement can link the two; the field is
      *  spaces on every other record.
      *****************************************************************
       01  TXN-HISTORY-RECORD.
           05  TH-CUST-ID              pic x(10).
      *  CUST-DAYS-NEGATIVE, so the monthly statement can still show
      *  days overdrawn after the reset.  Zero on every other record.
           05  TH-DAYS-BILLED          pic 9(3).
           05  TH-REFERENCE            pic x(16).
           05  TH-REVERSES-REF         pic x(16).
