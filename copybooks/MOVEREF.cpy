      *****************************************************************
      *  MOVEREF.cpy
      *  Movement reference, assigned once where a money movement
      *  originates and carried unchanged on POSTTXN, SUSPENSE,
      *  TXNHIST, TXNHARC and the posting journal, so one movement
      *  can be named - disputed, traced or reversed - on its own.
      *  It is the originating program's letter, the business date
      *  it was assigned on, and a sequence the originator keeps
      *  unique within that date:
      *    K  keyed input - given its reference by PostTransactions
      *       from the card's position on the night's posting file
      *    S  StandingOrderGen       G  ClearingGateway
      *    P  OutboundReturns        A  MonthEndAccrual
      *    C  CustomerMaint          M  AccountMerge
      *    B  BackoutChanges         E  Escheatment
      *  Both sides of a transfer or a merge share the one
      *  reference.  A posting rejected to suspense keeps the
      *  reference it was given, through repair and re-queue, so a
      *  movement is known by one reference however late it posts.
      *****************************************************************
       01  MOVEMENT-REFERENCE.
           05  RF-ORIGIN               pic x(1).
           05  RF-DATE                 pic 9(8).
           05  RF-SEQ                  pic 9(7).
