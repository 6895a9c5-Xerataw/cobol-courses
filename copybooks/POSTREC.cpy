      *****************************************************************
      *  POSTREC.cpy
      *  Posting record as PostTransactions reads it off POSTTXN:
      *  written by the branches' keyed input, StandingOrderGen,
      *  ClearingGateway and the suspense re-queue, and held whole on
      *  the suspense file when the posting run rejects it, so every
      *  program that touches a posting agrees on its shape.
      *  PT-SOURCE names where the posting came from; it is appended
      *  after the original 35 bytes, so a keyed card cut to the old
      *  length reads as spaces there and counts as keyed input.  An
      *  outbound payment ("O") carries the beneficiary's bank,
      *  account and name behind it for the partner's payment file,
      *  and a returned outbound payment ("P") comes back carrying
      *  the same; every other posting type leaves them spaces.
      *  PT-REFERENCE is the posting's movement reference (see
      *  MOVEREF); the generators fill it, and a keyed card left
      *  blank there is given one by the posting run.  A reversal
      *  ("R") names the reference of the movement it undoes in
      *  PT-REVERSES-REF, and for a transfer the account that took
      *  the other side in PT-TO-CUST-ID; its amount and currency
      *  are taken from the original, not the card.
      *****************************************************************
       01  POSTING-RECORD.
           05  PT-TYPE                 pic x(1).
           05  PT-CUST-ID              pic x(10).
           05  PT-TO-CUST-ID           pic x(10).
           05  PT-AMOUNT               pic S9(9)v99.
           05  PT-CURRENCY-CODE        pic x(3).
           05  PT-SOURCE               pic x(1).
               88  PT-FROM-KEYED       value "K" " ".
               88  PT-FROM-STORDER     value "S".
               88  PT-FROM-CLEARING    value "G".
           05  PT-BENE-BANK            pic x(11).
           05  PT-BENE-ACCOUNT         pic x(20).
           05  PT-BENE-NAME            pic x(30).
           05  PT-REFERENCE            pic x(16).
           05  PT-REVERSES-REF         pic x(16).
