      *****************************************************************
      *  ACCTREL.cpy
      *  Account relationship record: one per party linked to an
      *  account other than its holder of record, keyed by customer
      *  id and a party sequence CustomerMaint assigns in turn, with
      *  an alternate path on the party's name so an account can be
      *  found by anyone on it.  The holder named on CUSTOMER-MASTER
      *  is the account's primary party and is not repeated here;
      *  AR-PRIMARY is the role a party list shows for that holder.
      *  A joint holder owns the account with the primary; a
      *  signatory may operate it, a beneficiary takes it on death,
      *  and a power of attorney acts for the holder.  Each party
      *  carries its own date of birth for the age-based checks, and
      *  its own mailing address where it differs from the
      *  account's.  Ending a relationship is a status change, not a
      *  delete, so who stood on an account when survives for audit.
      *****************************************************************
       01  ACCOUNT-RELATION-RECORD.
           05  AR-KEY.
               10  AR-CUST-ID          pic x(10).
               10  AR-PARTY-SEQ        pic 9(2).
           05  AR-ROLE                 pic x(1).
               88  AR-PRIMARY          value "P".
               88  AR-JOINT            value "J".
               88  AR-SIGNATORY        value "S".
               88  AR-BENEFICIARY      value "B".
               88  AR-POWER-OF-ATTORNEY value "A".
               88  AR-ROLE-VALID       value "J" "S" "B" "A".
           05  AR-STATUS               pic x(1).
               88  AR-ACTIVE           value "A".
               88  AR-ENDED            value "E".
           05  AR-PARTY-NAME           pic x(30).
           05  AR-DATE-OF-BIRTH        pic 9(8).
           05  AR-ADDRESS-LINE-1       pic x(30).
           05  AR-ADDRESS-LINE-2       pic x(30).
           05  AR-ADDRESS-CITY         pic x(20).
           05  AR-POSTAL-CODE          pic x(10).
           05  AR-TAX-ID               pic x(9).
           05  AR-START-DATE           pic 9(8).
           05  AR-END-DATE             pic 9(8).
