      *****************************************************************
      *  SUSPREC.cpy
      *  Posting-suspense record, keyed by the business date the
      *  posting run rejected the item and its position on that
      *  night's POSTTXN, so a restarted posting run that rejects the
      *  same item again lands on the same key instead of suspending
      *  it twice.  PostTransactions writes one for every reject with
      *  the reason it printed on the posting journal and the whole
      *  original POSTING-RECORD; SuspenseMaint repairs, re-queues or
      *  writes the item off, SuspenseRequeue puts re-queued items
      *  back on the next night's posting file, and SuspenseAging
      *  lists what is still open.  Working an item is a status
      *  change, never a delete, so the item and who worked it survive
      *  for audit.  The posting image is held last, so it can grow
      *  with POSTING-RECORD without moving anything in front of it.
      *****************************************************************
       01  SUSPENSE-RECORD.
           05  SP-KEY.
               10  SP-REJECT-DATE      pic 9(8).
               10  SP-POSTING-SEQ      pic 9(7).
           05  SP-SOURCE               pic x(1).
               88  SP-FROM-KEYED       value "K".
               88  SP-FROM-STORDER     value "S".
               88  SP-FROM-CLEARING    value "G".
           05  SP-REASON               pic x(36).
           05  SP-STATUS               pic x(1).
               88  SP-OPEN             value "O".
               88  SP-REQUEUED         value "Q".
               88  SP-REPOSTED         value "P".
               88  SP-WRITTEN-OFF      value "W".
           05  SP-REPAIR-COUNT         pic 9(3).
           05  SP-WORKED-DATE          pic 9(8).
           05  SP-WORKED-BY            pic x(8).
           05  SP-APPROVED-BY          pic x(8).
           05  SP-REPOSTED-DATE        pic 9(8).
           05  SP-POSTING-IMAGE        pic x(129).
