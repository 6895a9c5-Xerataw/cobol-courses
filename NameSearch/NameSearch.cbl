      *  the id.  Each NAMEREQ card carries one name; every account
      *  carrying exactly that name (duplicates included) is listed on
      *  NAMERPT with its id, date of birth, balance and status, the
      *  details a branch needs to pick the right account.  The name
      *  is then looked up on the ACCTREL party-name path too, so an
      *  account is found by any party on it - joint holder,
      *  signatory, beneficiary or power of attorney - with the
      *  party's role and date of birth and the account's balance
      *  and status.  The holder of record shows as role P.
      *****************************************************************
       environment division.
       input-output section.
               organization is line sequential
               file status is WS-NAMERPT-STATUS.

           select ACCOUNT-RELATIONS assign to "ACCTREL"
               organization is indexed
               access mode is dynamic
               record key is AR-KEY
               alternate record key is AR-PARTY-NAME
                   with duplicates
               file status is WS-ACCTREL-STATUS.

       data division.
       file section.
       fd  CUSTOMER-MASTER.
           record contains 80 characters.
       01  NAME-REPORT-LINE         pic x(80).

       fd  ACCOUNT-RELATIONS.
           copy ACCTREL.

       working-storage section.
       01  WS-CUSTMSTR-STATUS       pic xx.
           88  CUSTMSTR-OK          value "00".
       01  WS-NAMERPT-STATUS        pic xx.
           88  NAMERPT-OK           value "00".

       01  WS-ACCTREL-STATUS        pic xx.
           88  ACCTREL-OK           value "00".

      *  No relationship file on the run means no account has a
      *  party beyond its holder.
       01  WS-RELATIONS-OPEN        pic x value "N".
           88  RELATIONS-ARE-OPEN   value "Y".

       01  WS-REQ-EOF-SWITCH        pic x value "N".
           88  END-OF-REQUESTS      value "Y".

       01  WS-DETAIL-LINE.
           05  DL-CUST-ID           pic x(10).
           05  filler               pic x(2) value spaces.
           05  DL-ROLE              pic x(1).
           05  filler               pic x(2) value spaces.
           05  DL-DATE-OF-BIRTH     pic 9(8).
           05  filler               pic x(2) value spaces.
           05  DL-BALANCE           pic -(8)9.99.
               display "NAMESEARCH: NAMERPT OPEN FAILED, STATUS "
                   WS-NAMERPT-STATUS
               stop run
           end-if
           open input ACCOUNT-RELATIONS
           if ACCTREL-OK
               move "Y" to WS-RELATIONS-OPEN
           end-if.

      *  Positions on the alternate key at the requested name and
                       end-if
               end-read
           end-perform
           if RELATIONS-ARE-OPEN
               perform search-party-names
           end-if
           if WS-FOUND-COUNT = zero
               move spaces to NAME-REPORT-LINE
               move WS-NONE-LINE to NAME-REPORT-LINE
       write-match-line.
           add 1 to WS-FOUND-COUNT
           move CUST-ID to DL-CUST-ID
           move "P" to DL-ROLE
           move CUST-DATE-OF-BIRTH to DL-DATE-OF-BIRTH
           move CUST-BALANCE to DL-BALANCE
           move CUST-CURRENCY-CODE to DL-CURRENCY
           move WS-DETAIL-LINE to NAME-REPORT-LINE
           write NAME-REPORT-LINE.

      *  The same walk along the party-name path, once the master's
      *  own holders are listed.  Only standing relationships count;
      *  a party whose link has ended is no longer on the account.
       search-party-names.
           move "N" to WS-SCAN-SWITCH
           move NR-NAME to AR-PARTY-NAME
           start ACCOUNT-RELATIONS key not < AR-PARTY-NAME
               invalid key
                   set END-OF-SCAN to true
           end-start
           perform until END-OF-SCAN
               read ACCOUNT-RELATIONS next
                   at end
                       set END-OF-SCAN to true
                   not at end
                       if AR-PARTY-NAME = NR-NAME
                           if AR-ACTIVE
                               perform write-party-match-line
                           end-if
                       else
                           set END-OF-SCAN to true
                       end-if
               end-read
           end-perform.

      *  The balance and status are the account's, read by key from
      *  the master; an account missing from it is still listed.
       write-party-match-line.
           move AR-CUST-ID to CUST-ID
           read CUSTOMER-MASTER
               invalid key
                   move zero to CUST-BALANCE
                   move spaces to CUST-CURRENCY-CODE
                   move spaces to CUST-STATUS
           end-read
           add 1 to WS-FOUND-COUNT
           move AR-CUST-ID to DL-CUST-ID
           move AR-ROLE to DL-ROLE
           move AR-DATE-OF-BIRTH to DL-DATE-OF-BIRTH
           move CUST-BALANCE to DL-BALANCE
           move CUST-CURRENCY-CODE to DL-CURRENCY
           move CUST-STATUS to DL-STATUS
           move spaces to NAME-REPORT-LINE
           move WS-DETAIL-LINE to NAME-REPORT-LINE
           write NAME-REPORT-LINE.

       close-files.
           close CUSTOMER-MASTER
           close NAME-REQUEST-FILE
           close NAME-REPORT
           if RELATIONS-ARE-OPEN
               close ACCOUNT-RELATIONS
           end-if.
