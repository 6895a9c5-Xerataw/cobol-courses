      *****************************************************************
      *  ALRTEVT.cpy
      *  Alert event record: one per customer-facing event raised
      *  anywhere in the day - a balance below the customer's
      *  threshold or newly overdrawn (GetMyBalance), a large debit
      *  (PostTransactions), a hold placed or released (HoldMaint),
      *  an account frozen or closed (CustomerMaint) or swept dormant
      *  (DormancySweep), and a clearing item returned
      *  (ClearingGateway).  Written through the AlertWrite
      *  subprogram, stamped with the business date and time, and
      *  read by AlertFeed, which applies the customer's preferences
      *  and empties the file once the vendor feed is cut.  AE-AMOUNT
      *  is in the account's own currency: the balance for a balance
      *  or status event, the movement, hold or item amount for the
      *  others.  AE-REFERENCE carries what the event concerns - the
      *  movement reference of a debit, the hold id, or the partner's
      *  return reason code.
      *****************************************************************
       01  ALERT-EVENT-RECORD.
           05  AE-DATE                 pic 9(8).
           05  AE-TIME                 pic 9(8).
           05  AE-PROGRAM-NAME         pic x(16).
           05  AE-CUST-ID              pic x(10).
           05  AE-EVENT-TYPE           pic x(2).
               88  AE-LOW-BALANCE      value "LB".
               88  AE-OVERDRAWN        value "OD".
               88  AE-LARGE-DEBIT      value "LD".
               88  AE-HOLD-PLACED      value "HP".
               88  AE-HOLD-RELEASED    value "HR".
               88  AE-FROZEN           value "FZ".
               88  AE-CLOSED           value "CL".
               88  AE-DORMANT          value "DM".
               88  AE-ITEM-RETURNED    value "RT".
           05  AE-AMOUNT               pic S9(9)v99.
           05  AE-REFERENCE            pic x(16).
           05  filler                  pic x(9).
