      *****************************************************************
      *  OUTPAY.cpy
      *  Outbound-payment queue record, keyed by the business date the
      *  posting run debited the customer and the payment's position
      *  on that night's POSTTXN - the same key the suspense file
      *  uses, so a restarted posting run that applies the payment
      *  again lands on the same key instead of queueing it twice.
      *  The key goes to the clearing partner as our item reference
      *  and comes back on their returns.  PostTransactions queues the
      *  item, OutboundPayments sends it on the partner's payment
      *  file, and OutboundReturns marks it returned and re-credits
      *  the customer.  The item is never deleted, so what was paid,
      *  to whom and what came back survive for audit.
      *****************************************************************
       01  OUTBOUND-PAYMENT-RECORD.
           05  OP-KEY.
               10  OP-QUEUE-DATE       pic 9(8).
               10  OP-POSTING-SEQ      pic 9(7).
           05  OP-CUST-ID              pic x(10).
           05  OP-AMOUNT               pic S9(9)v99.
           05  OP-CURRENCY-CODE        pic x(3).
           05  OP-BENE-BANK            pic x(11).
           05  OP-BENE-ACCOUNT         pic x(20).
           05  OP-BENE-NAME            pic x(30).
           05  OP-STATUS               pic x(1).
               88  OP-QUEUED           value "Q".
               88  OP-SENT             value "S".
               88  OP-RETURNED         value "R".
           05  OP-SENT-DATE            pic 9(8).
           05  OP-RETURN-DATE          pic 9(8).
           05  OP-RETURN-REASON        pic x(4).
