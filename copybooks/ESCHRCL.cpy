      *****************************************************************
      *  ESCHRCL.cpy
      *  Escheat reclaim register, one entry per reclaim an owner
      *  has made from the state, keyed by customer id and the
      *  state's claim reference.  EscheatMaint writes an entry as
      *  it records each reclaim and refuses a claim reference
      *  already on file for the account, so a resubmitted card deck
      *  cannot count the same claim twice; the amount, the date and
      *  the operator who keyed it are kept for every part reclaim,
      *  not only the latest.  Entries are never deleted.
      *****************************************************************
       01  ESCHEAT-RECLAIM-RECORD.
           05  EC-KEY.
               10  EC-CUST-ID          pic x(10).
               10  EC-CLAIM-REF        pic x(16).
           05  EC-AMOUNT               pic S9(9)v99.
           05  EC-CURRENCY-CODE        pic x(3).
           05  EC-RECLAIM-DATE         pic 9(8).
           05  EC-WORKED-BY            pic x(8).
