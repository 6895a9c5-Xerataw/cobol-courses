       program-id. BalanceProof.
      *****************************************************************
      *  Nightly integrity proof of CUSTOMER-MASTER, account by
      *  account, where GLReconcile proves the history to the ledger:
      *  the balance on the BALSNAPP snapshot plus every movement on
      *  the keyed TXNHARC archive dated after the snapshot's as-of
      *  business date, up to the open one, must equal tonight's
           05  BS-HDR-DATE          pic 9(8).

       fd  CHANGE-JOURNAL
           record contains 459 characters.
           copy CHGJRNL.

       fd  PROOF-REPORT
                   not at end
      *  Same window the movements were summed over, so an ad hoc
      *  run between cycles shows up on its break's suspect list.
      *  Relationship changes never touch a balance.
                       if CJ-CUST-ID = CUST-ID
                               and CJ-FILE-CUSTMSTR
                               and CJ-DATE > WS-SNAP-DATE
                               and CJ-DATE not > WS-TODAY
                           perform note-touching-program
