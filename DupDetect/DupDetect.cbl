      *  Each pair is listed on DUPRPT with both ids and balances so
      *  the branches can decide which account to merge.  Closed
      *  accounts are left out; a closed duplicate is already
      *  resolved.  Joint holders on ACCTREL are people on the
      *  account too, so a second pass walks the relationship file
      *  along its party-name path and pairs each active joint
      *  holder with any holder of record, or any other joint
      *  holder, of the same name and date of birth on a different
      *  open account.  Each side of a pair shows its role, P for
      *  the holder of record and J for a joint holder.
      *  Signatories, beneficiaries and powers of attorney do not
      *  own the account and are not paired.
      *****************************************************************
       environment division.
       input-output section.
               organization is line sequential
               file status is WS-DUPRPT-STATUS.

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
           record contains 100 characters.
       01  DUPLICATE-REPORT-LINE    pic x(100).

       fd  ACCOUNT-RELATIONS.
           copy ACCTREL.

       working-storage section.
       01  WS-CUSTMSTR-STATUS       pic xx.
           88  CUSTMSTR-OK          value "00".
       01  WS-DUPRPT-STATUS         pic xx.
           88  DUPRPT-OK            value "00".

       01  WS-ACCTREL-STATUS        pic xx.
           88  ACCTREL-OK           value "00".

      *  No relationship file on the run means no joint holders to
      *  pair; the holder pass still runs.
       01  WS-RELATIONS-OPEN        pic x value "N".
           88  RELATIONS-ARE-OPEN   value "Y".

       01  WS-EOF-SWITCH            pic x value "N".
           88  END-OF-CUSTMSTR      value "Y".

       01  WS-REL-EOF-SWITCH        pic x value "N".
           88  END-OF-PARTIES       value "Y".

       01  WS-HOLDER-SCAN-SWITCH    pic x value "N".
           88  END-OF-HOLDERS       value "Y".

       01  WS-PARTY-ACCOUNT-SWITCH  pic x value "N".
           88  PARTY-ACCOUNT-OPEN   value "Y".

       01  WS-RECORD-COUNT          pic 9(7) value zero.
       01  WS-PARTY-COUNT           pic 9(7) value zero.
       01  WS-PAIR-COUNT            pic 9(7) value zero.

      *  The person being checked, a holder of record in the first
      *  pass and a joint holder in the second, with the balance of
      *  the account they stand on.
       01  WS-CANDIDATE.
           05  WS-CD-NAME           pic x(30).
           05  WS-CD-CUST-ID        pic x(10).
           05  WS-CD-ROLE           pic x(1).
           05  WS-CD-DOB            pic 9(8).
           05  WS-CD-BALANCE        pic S9(9)v99.
           05  WS-CD-CURRENCY       pic x(3).

      *  Every record seen so far under the current CUST-NAME.  The
      *  name path brings same-name records back in write order, not
      *  date-of-birth order, so each fresh record is compared against
      *  the whole group, not just the record before it; otherwise a
      *  1990/1985/1990 run of birth dates would hide a real pair.
      *  In the joint-holder pass the group starts with the open
      *  accounts' holders of record under the name, so a joint
      *  holder is checked against them and every joint holder
      *  before it.
       01  WS-GROUP-NAME            pic x(30) value low-values.
       01  WS-GROUP-MAX             pic 9(3) value 100.
       01  WS-GROUP-COUNT           pic 9(3) value zero.
           05  WS-GROUP-ENTRY       occurs 0 to 100 times
                                     depending on WS-GROUP-COUNT.
               10  WS-GR-CUST-ID    pic x(10).
               10  WS-GR-ROLE       pic x(1).
               10  WS-GR-DOB        pic 9(8).
               10  WS-GR-BALANCE    pic S9(9)v99.
               10  WS-GR-CURRENCY   pic x(3).
           05  PL-NAME              pic x(30).
           05  filler               pic x(1) value spaces.
           05  PL-DOB               pic 9(8).
           05  filler               pic x(1) value spaces.
           05  PL-CUST-ID-1         pic x(10).
           05  filler               pic x(1) value spaces.
           05  PL-ROLE-1            pic x(1).
           05  filler               pic x(1) value spaces.
           05  PL-BALANCE-1         pic -(8)9.99.
           05  filler               pic x(1) value spaces.
           05  PL-CURRENCY-1        pic x(3).
           05  filler               pic x(2) value spaces.
           05  PL-CUST-ID-2         pic x(10).
           05  filler               pic x(1) value spaces.
           05  PL-ROLE-2            pic x(1).
           05  filler               pic x(1) value spaces.
           05  PL-BALANCE-2         pic -(8)9.99.
           05  filler               pic x(1) value spaces.
           05  PL-CURRENCY-2        pic x(3).
                       end-if
               end-read
           end-perform
           if RELATIONS-ARE-OPEN
               perform check-joint-holders
           end-if
           perform close-files
           display "DUPDETECT: " WS-RECORD-COUNT " account(s) read, "
               WS-PARTY-COUNT " joint holder(s) read, "
               WS-PAIR-COUNT " suspected duplicate pair(s)"
           stop run.

               display "DUPDETECT: DUPRPT OPEN FAILED, STATUS "
                   WS-DUPRPT-STATUS
               stop run
           end-if
           open input ACCOUNT-RELATIONS
           if ACCTREL-OK
               move "Y" to WS-RELATIONS-OPEN
           end-if.

      *  Reading along the name path puts same-name records next to
               move CUST-NAME to WS-GROUP-NAME
               move zero to WS-GROUP-COUNT
           end-if
           perform load-holder-candidate
           perform compare-against-group
           perform add-to-group.

       load-holder-candidate.
           move CUST-NAME to WS-CD-NAME
           move CUST-ID to WS-CD-CUST-ID
           move "P" to WS-CD-ROLE
           move CUST-DATE-OF-BIRTH to WS-CD-DOB
           move CUST-BALANCE to WS-CD-BALANCE
           move CUST-CURRENCY-CODE to WS-CD-CURRENCY.

      *  Two people on the same account are not a duplicate account,
      *  however alike their names and birth dates.
       compare-against-group.
           move zero to WS-CMP-IDX
           perform until WS-CMP-IDX >= WS-GROUP-COUNT
               add 1 to WS-CMP-IDX
               if WS-CD-DOB = WS-GR-DOB (WS-CMP-IDX)
                       and WS-CD-CUST-ID not =
                           WS-GR-CUST-ID (WS-CMP-IDX)
                   perform write-pair-line
               end-if
           end-perform.
       add-to-group.
           if WS-GROUP-COUNT < WS-GROUP-MAX
               add 1 to WS-GROUP-COUNT
               move WS-CD-CUST-ID to WS-GR-CUST-ID (WS-GROUP-COUNT)
               move WS-CD-ROLE to WS-GR-ROLE (WS-GROUP-COUNT)
               move WS-CD-DOB to WS-GR-DOB (WS-GROUP-COUNT)
               move WS-CD-BALANCE to WS-GR-BALANCE (WS-GROUP-COUNT)
               move WS-CD-CURRENCY to WS-GR-CURRENCY (WS-GROUP-COUNT)
           end-if.

      *  Second pass, once every holder of record has been seen: the
      *  relationship file's name path brings each name's joint
      *  holders together the way the master's does its holders.
       check-joint-holders.
           move low-values to WS-GROUP-NAME
           move zero to WS-GROUP-COUNT
           move low-values to AR-PARTY-NAME
           start ACCOUNT-RELATIONS key not < AR-PARTY-NAME
               invalid key
                   set END-OF-PARTIES to true
           end-start
           perform until END-OF-PARTIES
               read ACCOUNT-RELATIONS next
                   at end
                       set END-OF-PARTIES to true
                   not at end
                       if AR-ACTIVE and AR-JOINT
                           perform check-joint-holder
                       end-if
               end-read
           end-perform.

      *  A joint holder on a closed or missing account is left out,
      *  as a closed holder of record is.
       check-joint-holder.
           if AR-PARTY-NAME not = WS-GROUP-NAME
               move AR-PARTY-NAME to WS-GROUP-NAME
               move zero to WS-GROUP-COUNT
               perform load-name-holders
           end-if
           move "N" to WS-PARTY-ACCOUNT-SWITCH
           move AR-CUST-ID to CUST-ID
           read CUSTOMER-MASTER
               invalid key
                   continue
               not invalid key
                   if not CUST-CLOSED
                       set PARTY-ACCOUNT-OPEN to true
                   end-if
           end-read
           if PARTY-ACCOUNT-OPEN
               add 1 to WS-PARTY-COUNT
               move AR-PARTY-NAME to WS-CD-NAME
               move AR-CUST-ID to WS-CD-CUST-ID
               move AR-ROLE to WS-CD-ROLE
               move AR-DATE-OF-BIRTH to WS-CD-DOB
               move CUST-BALANCE to WS-CD-BALANCE
               move CUST-CURRENCY-CODE to WS-CD-CURRENCY
               perform compare-against-group
               perform add-to-group
           end-if.

      *  The open accounts held of record under the new name start
      *  the group; they were paired among themselves in the first
      *  pass and are not compared again.
       load-name-holders.
           move "N" to WS-HOLDER-SCAN-SWITCH
           move WS-GROUP-NAME to CUST-NAME
           start CUSTOMER-MASTER key not < CUST-NAME
               invalid key
                   set END-OF-HOLDERS to true
           end-start
           perform until END-OF-HOLDERS
               read CUSTOMER-MASTER next
                   at end
                       set END-OF-HOLDERS to true
                   not at end
                       if CUST-NAME not = WS-GROUP-NAME
                           set END-OF-HOLDERS to true
                       else
                           if not CUST-CLOSED
                               perform load-holder-candidate
                               perform add-to-group
                           end-if
                       end-if
               end-read
           end-perform.

       write-pair-line.
           add 1 to WS-PAIR-COUNT
           move WS-CD-NAME to PL-NAME
           move WS-CD-DOB to PL-DOB
           move WS-GR-CUST-ID (WS-CMP-IDX) to PL-CUST-ID-1
           move WS-GR-ROLE (WS-CMP-IDX) to PL-ROLE-1
           move WS-GR-BALANCE (WS-CMP-IDX) to PL-BALANCE-1
           move WS-GR-CURRENCY (WS-CMP-IDX) to PL-CURRENCY-1
           move WS-CD-CUST-ID to PL-CUST-ID-2
           move WS-CD-ROLE to PL-ROLE-2
           move WS-CD-BALANCE to PL-BALANCE-2
           move WS-CD-CURRENCY to PL-CURRENCY-2
           move spaces to DUPLICATE-REPORT-LINE
           move WS-PAIR-LINE to DUPLICATE-REPORT-LINE
           write DUPLICATE-REPORT-LINE.

       close-files.
           close CUSTOMER-MASTER
           close DUPLICATE-REPORT
           if RELATIONS-ARE-OPEN
               close ACCOUNT-RELATIONS
           end-if.
