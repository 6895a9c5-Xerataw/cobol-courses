      *  flags customers who are age 65+ with a balance under the
      *  special-rate threshold, something GetMyAge and GetMyBalance
      *  can't do on their own since neither sees the other's field.
      *  The age is the eldest holder's, through HolderAge, so a joint
      *  account qualifies on a senior joint holder as well as on its
      *  primary; the line shows which (P or J).
      *****************************************************************
       environment division.
       input-output section.

       01  WS-TODAY                 pic 9(8).
       01  WS-EFFECTIVE-AGE         pic 9(3).
       01  WS-HOLDER-ROLE           pic x(1).
       01  WS-HOLDER-NAME           pic x(30).

       01  WS-RECORD-COUNT          pic 9(7) value zero.
       01  WS-QUALIFIED-COUNT       pic 9(7) value zero.
           05  filler               pic x(2) value spaces.
           05  DL-AGE               pic zz9.
           05  filler               pic x(2) value spaces.
           05  DL-ROLE              pic x(1).
           05  filler               pic x(2) value spaces.
           05  DL-BALANCE           pic -(8)9.99.
           05  filler               pic x(3) value spaces.
           05  DL-MESSAGE           pic x(30)
       process-customer.
           add 1 to WS-RECORD-COUNT
           perform resolve-age
           move "P" to WS-HOLDER-ROLE
           move CUST-NAME to WS-HOLDER-NAME
           call "HolderAge" using CUST-ID WS-TODAY WS-EFFECTIVE-AGE
               WS-HOLDER-ROLE WS-HOLDER-NAME
           perform lookup-exchange-rate
           if not RATE-WAS-FOUND
               add 1 to WS-UNCONVERTED-COUNT
                   add 1 to WS-QUALIFIED-COUNT
                   move CUST-ID to DL-CUST-ID
                   move WS-EFFECTIVE-AGE to DL-AGE
                   move WS-HOLDER-ROLE to DL-ROLE
                   move WS-USD-EQUIV to DL-BALANCE
                   move spaces to ELIGIBILITY-LINE
                   move WS-DETAIL-LINE to ELIGIBILITY-LINE
