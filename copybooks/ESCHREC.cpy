      *****************************************************************
      *  ESCHREC.cpy
      *  Unclaimed-property record, one per account, keyed by customer
      *  id.  Escheatment writes it when the due-diligence letter goes
      *  out, carrying the last-activity date the letter was sent
      *  against and the date turnover falls due; activity or
      *  maintenance on the account before then stops the clock, and a
      *  later dormancy starts a fresh letter on the same record.  At
      *  turnover it records the amount, currency and movement reference
      *  sent to the escheat liability account, and the date the holder
      *  report carried it.  EscheatMaint records the owner's reclaims
      *  from the state against it: the amount reclaimed to date, and
      *  the date, claim reference and operator of the latest, with
      *  every reclaim kept on the ESCHRCL register.  A record is never
      *  deleted: the file is the history of what was noticed, turned
      *  over and reclaimed.
      *****************************************************************
       01  ESCHEAT-RECORD.
           05  ES-CUST-ID              pic x(10).
           05  ES-STATUS               pic x(1).
               88  ES-LETTER-SENT      value "L".
               88  ES-CLOCK-STOPPED    value "S".
               88  ES-TURNED-OVER      value "T".
               88  ES-RECLAIMED        value "R".
           05  ES-LAST-ACTIVITY        pic 9(8).
           05  ES-DUE-DATE             pic 9(8).
           05  ES-LETTER-DATE          pic 9(8).
           05  ES-STOPPED-DATE         pic 9(8).
           05  ES-TURNOVER-DATE        pic 9(8).
           05  ES-CURRENCY-CODE        pic x(3).
           05  ES-AMOUNT               pic S9(9)v99.
           05  ES-REFERENCE            pic x(16).
           05  ES-REPORTED-DATE        pic 9(8).
           05  ES-RECLAIMED-AMOUNT     pic S9(9)v99.
           05  ES-RECLAIM-DATE         pic 9(8).
           05  ES-CLAIM-REF            pic x(16).
           05  ES-WORKED-BY            pic x(8).
