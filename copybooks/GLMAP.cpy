      *****************************************************************
      *  GLMAP.cpy
      *  General-ledger mapping record, one per movement type and
      *  currency: the TXNHIST description a movement is written under
      *  (CREDIT, DEBIT, TRANSFER OUT, INTEREST, TAX WITHHELD, MAINT
      *  ADJUST and so on) and the GL account pair GLFeed posts the
      *  day's movements of that type to.  The pair is given as it posts
      *  for movements that raise customer balances - debit the contra
      *  account, credit the deposit account - and a type whose day nets
      *  to a fall in balances posts the same pair the other way round,
      *  so one mapping serves a type that can move either way, such as
      *  a balance correction.  GLReconcile reads the same file to tell
      *  the deposit side of each entry from the contra side.  A
      *  movement type with no mapping for its currency holds the feed.
      *  A reversal is written under the description of the movement it
      *  undoes, with the sign turned, so it nets against that type and
      *  needs no mapping of its own.  TAX WITHHELD, the backup
      *  withholding MonthEndAccrual takes from interest, is mapped with
      *  the withholding payable account as its contra side; since it
      *  only ever lowers balances it posts debit deposits, credit
      *  withholding payable.  ESCHEAT, the balance Escheatment turns
      *  over to the state, is mapped the same way with the escheat
      *  liability account as its contra side.
      *****************************************************************
       01  GL-MAP-RECORD.
           05  GM-MOVEMENT-TYPE        pic x(14).
           05  GM-CURRENCY-CODE        pic x(3).
           05  GM-DEBIT-ACCOUNT        pic x(10).
           05  GM-CREDIT-ACCOUNT       pic x(10).
