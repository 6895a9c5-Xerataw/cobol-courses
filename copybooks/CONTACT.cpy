      *****************************************************************
      *  CONTACT.cpy
      *  Customer contact and alert-preference record, one per
      *  account, keyed by customer id and maintained by CustomerMaint
      *  "N" cards under the same journaling as the master.  It is
      *  kept apart from CUSTOMER-RECORD so the master, and the
      *  200-byte images the change journal holds of it, do not grow
      *  by an e-mail address.  CN-CHANNEL is how the messaging
      *  vendor reaches the customer - e-mail, SMS or both - or N for
      *  a customer who has opted out of every alert.  Each flag in
      *  CN-ALERT-FLAGS opts in to one family of events; the status
      *  flag covers an account frozen, closed or swept dormant.  The
      *  two amounts are in the account's own currency: the balance
      *  below which a low-balance alert is raised, and the single
      *  debit at or above which a large-debit alert is raised; zero
      *  raises neither.  AlertFeed sends an event only when the
      *  channel is open and its flag is Y.
      *****************************************************************
       01  CONTACT-RECORD.
           05  CN-CUST-ID              pic x(10).
           05  CN-EMAIL-ADDRESS        pic x(50).
           05  CN-MOBILE-NUMBER        pic x(15).
           05  CN-CHANNEL              pic x(1).
               88  CN-BY-EMAIL         value "E".
               88  CN-BY-SMS           value "S".
               88  CN-BY-BOTH          value "B".
               88  CN-OPTED-OUT        value "N".
               88  CN-CHANNEL-VALID    value "E" "S" "B" "N".
           05  CN-ALERT-FLAGS.
               10  CN-WANT-LOW-BALANCE pic x(1).
                   88  CN-ALERT-LOW-BALANCE value "Y".
               10  CN-WANT-OVERDRAWN   pic x(1).
                   88  CN-ALERT-OVERDRAWN   value "Y".
               10  CN-WANT-LARGE-DEBIT pic x(1).
                   88  CN-ALERT-LARGE-DEBIT value "Y".
               10  CN-WANT-HOLDS       pic x(1).
                   88  CN-ALERT-HOLDS       value "Y".
               10  CN-WANT-STATUS      pic x(1).
                   88  CN-ALERT-STATUS      value "Y".
               10  CN-WANT-RETURNS     pic x(1).
                   88  CN-ALERT-RETURNS     value "Y".
           05  CN-LOW-BALANCE-AMOUNT   pic 9(9)v99.
           05  CN-LARGE-DEBIT-AMOUNT   pic 9(9)v99.
           05  CN-CHANGED-DATE         pic 9(8).
