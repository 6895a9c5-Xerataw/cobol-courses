      *****************************************************************
      *  ODFACIL.cpy
      *  Arranged overdraft facility, one per account, keyed by
      *  customer id.  Set up, changed and cancelled by OverdraftMaint
      *  under dual control; PostTransactions, CustomerMaint and
      *  AccountMerge refuse to take an account below minus the limit
      *  of a facility in force, and GetMyBalance reports every
      *  account overdrawn beyond it.  A facility is in force from its
      *  start date through its expiry date; a zero expiry date means
      *  it stands until cancelled.  Cancelling is a status change,
      *  not a delete, so the facility and who approved it survive for
      *  audit.  An account with no facility in force has an arranged
      *  limit of zero.
      *****************************************************************
       01  OVERDRAFT-FACILITY-RECORD.
           05  OF-CUST-ID              pic x(10).
           05  OF-LIMIT                pic 9(9)v99.
           05  OF-START-DATE           pic 9(8).
           05  OF-EXPIRY-DATE          pic 9(8).
           05  OF-STATUS               pic x(1).
               88  FACILITY-ACTIVE     value "A".
               88  FACILITY-CANCELLED  value "X".
           05  OF-ENTERED-BY           pic x(8).
           05  OF-APPROVED-BY          pic x(8).
           05  OF-CHANGED-DATE         pic 9(8).
