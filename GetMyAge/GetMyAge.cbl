      *****************************************************************
      *  Reads CUSTOMER-MASTER and writes an AGE-REPORT line for every
      *  customer, so age-eligibility checks run as a batch job instead
      *  of one ACCEPT at a terminal.  A joint account is judged on its
      *  eldest holder through HolderAge, and the line names the holder
      *  the judgement was made on and whether that is the primary (P)
      *  or a joint holder (J).
      *****************************************************************
       environment division.
       input-output section.
       01  WS-TODAY                pic 9(8).
       01  WS-EFFECTIVE-AGE        pic 9(3).

      *  The holder the account is judged on: the primary unless
      *  HolderAge finds an older joint holder.
       01  WS-HOLDER-ROLE          pic x(1).
       01  WS-HOLDER-NAME          pic x(30).

       01  WS-DETAIL-LINE.
           05  DL-CUST-ID          pic x(10).
           05  filler              pic x(2) value spaces.
           05  DL-AGE              pic zz9.
           05  filler              pic x(2) value spaces.
           05  DL-ROLE             pic x(1).
           05  filler              pic x(2) value spaces.
           05  DL-ELIGIBILITY      pic x(20).
           05  filler              pic x(2) value spaces.
           05  DL-HOLDER-NAME      pic x(30).

       01  WS-ERROR-LINE.
           05  EL-CUST-ID          pic x(10).
           call "ValidateAge" using WS-AGE-INPUT WS-AGE-OUTPUT
               WS-AGE-VALID
           if AGE-IS-VALID
               move "P" to WS-HOLDER-ROLE
               move CUST-NAME to WS-HOLDER-NAME
               call "HolderAge" using CUST-ID WS-TODAY WS-AGE-OUTPUT
                   WS-HOLDER-ROLE WS-HOLDER-NAME
               perform write-age-detail
           else
               perform write-age-error
       write-age-detail.
           move CUST-ID to DL-CUST-ID
           move WS-AGE-OUTPUT to DL-AGE
           move WS-HOLDER-ROLE to DL-ROLE
           move WS-HOLDER-NAME to DL-HOLDER-NAME
           if WS-AGE-OUTPUT >= 65
               move "SENIOR" to DL-ELIGIBILITY
           else
