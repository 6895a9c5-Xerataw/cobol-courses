      *  the master fields plus the USD-equivalent balance, converted
      *  with the same-day EXRATE table exactly the way GetMyBalance
      *  does it.  An account whose currency has no same-day rate is
      *  still extracted, flagged "N" with a zero equivalent, instead of
      *  being dropped from the feed.  The feed is wrapped in a header
      *  record carrying the extract date and a trailer carrying the
      *  record count and a hash total of CUST-BALANCE, so the receiving
      *  side can prove the transmission complete before loading a byte.
      *****************************************************************
       environment division.
       input-output section.
