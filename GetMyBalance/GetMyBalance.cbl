      *****************************************************************
      *  Reads CUSTOMER-MASTER and writes a BALANCE-REPORT line for
      *  every account, formatted for that account's own currency, with
      *  a same-day USD-equivalent computed from EXRATE-FILE.  Every
      *  overdrawn account goes to OVERDRAFT-EXCEPTIONS with its
      *  arranged limit from the ODFACIL facility file and where it
      *  stands against it - within the limit, beyond it, overdrawn
      *  on a facility that has expired, or overdrawn with none
      *  arranged - and each day spent beyond the arranged limit is
      *  tallied in CUST-DAYS-UNARRANGED for the month-end accrual to
      *  price at the unarranged rate.  The first read each business
      *  date raises an alert event through AlertWrite when the
      *  account has newly gone overdrawn, or when it stands in
      *  credit below the low-balance threshold the customer keeps
      *  on CONTACT.
      *****************************************************************
       environment division.
       input-output section.
               organization is line sequential
               file status is WS-OPERPARM-STATUS.

           select OVERDRAFT-FACILITY assign to "ODFACIL"
               organization is indexed
               access mode is dynamic
               record key is OF-CUST-ID
               file status is WS-ODFACIL-STATUS.

           select CONTACT-FILE assign to "CONTACT"
               organization is indexed
               access mode is dynamic
               record key is CN-CUST-ID
               file status is WS-CONTACT-STATUS.

       data division.
       file section.
       fd  CUSTOMER-MASTER.
           record contains 8 characters.
       01  OPERATOR-PARM-RECORD     pic x(8).

       fd  OVERDRAFT-FACILITY.
           copy ODFACIL.

       fd  CONTACT-FILE.
           copy CONTACT.

       working-storage section.
       01  WS-CUSTMSTR-STATUS       pic xx.
           88  CUSTMSTR-OK          value "00".
           88  OPERPARM-OK          value "00".

       01  WS-OVERDRAFT-COUNT       pic 9(7) value zero.
       01  WS-BEYOND-LIMIT-COUNT    pic 9(7) value zero.

       01  WS-ODFACIL-STATUS        pic xx.
           88  ODFACIL-OK           value "00".

      *  No facility file on the run means no account has an arranged
      *  overdraft: every overdrawn account is unarranged.
       01  WS-FACILITIES-OPEN       pic x value "N".
           88  FACILITIES-ARE-OPEN  value "Y".

      *  The account's facility as it stands on the run date: its
      *  limit and floor when in force, and whether an active one has
      *  run past its expiry - reported apart from having none, since
      *  a lapsed facility is usually a renewal somebody missed.
       01  WS-ARRANGED-LIMIT        pic 9(9)v99 value zero.
       01  WS-ARRANGED-FLOOR        pic S9(9)v99 value zero.
       01  WS-FACILITY-STATE        pic x value "N".
           88  FACILITY-IN-FORCE    value "A".
           88  FACILITY-EXPIRED     value "E".
           88  FACILITY-NONE        value "N".

       01  WS-CONTACT-STATUS        pic xx.
           88  CONTACT-OK           value "00".

      *  No contact file on the run means no customer has set a
      *  low-balance threshold; overdrawn events are still raised.
       01  WS-CONTACTS-OPEN         pic x value "N".
           88  CONTACTS-ARE-OPEN    value "Y".

      *  Alert event raised for the messaging vendor's feed.
       01  WS-ALERT-EVENT           pic x(2).
       01  WS-ALERT-AMOUNT          pic S9(9)v99 value zero.
       01  WS-ALERT-REFERENCE       pic x(16) value spaces.
       01  WS-ALERT-COUNT           pic 9(7) value zero.

       01  WS-AUDIT-OPERATOR-ID     pic x(8).
       01  WS-AUDIT-DATE            pic 9(8).
      *  written through JournalWrite so a bad run can be reversed by
      *  BackoutChanges instead of a full-file restore.
       01  WS-JRNL-PROGRAM          pic x(16) value "GETMYBALANCE".
       01  WS-JRNL-FILE             pic x(8) value "CUSTMSTR".
       01  WS-JRNL-ACTION           pic x(1) value "R".
       01  WS-JRNL-BEFORE           pic x(200).
       01  WS-JRNL-AFTER            pic x(200).
      *  Run-control identity for the nightly cycle: the balance run
      *  reads the master only after the day's postings are in and
      *  the accrual step has had its turn - a pass-through on any
      *  night that is not month-end - and escheat turnovers have
      *  closed their accounts, stamped through CycleStamp.
       01  WS-CYCLE-STEP            pic x(16) value "GETMYBALANCE".
       01  WS-CYCLE-PRED            pic x(16) value "ESCHEATMENT".
       01  WS-CYCLE-FUNCTION        pic x(1).
       01  WS-CYCLE-RESULT          pic x(1).

           05  filler               pic x(3) value spaces.
           05  OD-DAYS-LABEL        pic x(14) value "DAYS NEGATIVE:".
           05  OD-DAYS-NEGATIVE     pic zz9.
           05  filler               pic x(2) value spaces.
           05  filler               pic x(6) value "LIMIT".
           05  OD-LIMIT             pic z(8)9.99.
           05  filler               pic x(2) value spaces.
           05  OD-LIMIT-STATUS      pic x(13).

       procedure division.
       main-logic.
               WS-CYCLE-PRED WS-CYCLE-RESULT
           display "GETMYBALANCE: " WS-RECORD-COUNT
               " account(s) processed, " WS-OVERDRAFT-COUNT
               " overdraft(s), " WS-BEYOND-LIMIT-COUNT
               " beyond arranged limit"
           display "GETMYBALANCE: " WS-ALERT-COUNT
               " balance alert event(s) raised"
           stop run.

      *  Reads the operator id the job runs under from a one-record
           if HOLDFILE-OK
               move "Y" to WS-HOLDS-OPEN
           end-if
           open input OVERDRAFT-FACILITY
           if ODFACIL-OK
               move "Y" to WS-FACILITIES-OPEN
           end-if
           open input CONTACT-FILE
           if CONTACT-OK
               move "Y" to WS-CONTACTS-OPEN
           end-if
           open output BALANCE-REPORT
           if not BALRPT-OK
               display "GETMYBALANCE: BALRPT OPEN FAILED, STATUS "

       process-customer.
           add 1 to WS-RECORD-COUNT
           perform find-overdraft-facility
           perform update-days-negative
           move CUST-ID to DL-CUST-ID
           perform lookup-currency-info
      *  negative balance, and resets once the account recovers, so
      *  OVERDRAFT-EXCEPTIONS shows how long an account has actually
      *  been overdrawn. CUST-LAST-BAL-DATE guards against a same-day
      *  rerun double-counting a day already tallied.  A day spent
      *  below the arranged floor counts in CUST-DAYS-UNARRANGED as
      *  well, and the two reset together.  CUST-OVERDRAWN-SWITCH
      *  records which side of zero the run found the account on.
       update-days-negative.
           move CUSTOMER-RECORD to WS-JRNL-BEFORE
           if CUST-LAST-BAL-DATE not = WS-AUDIT-DATE
               perform raise-balance-alert
           end-if
           if CUST-BALANCE < 0
               if CUST-LAST-BAL-DATE not = WS-AUDIT-DATE
                   add 1 to CUST-DAYS-NEGATIVE
                   if CUST-BALANCE < WS-ARRANGED-FLOOR
                       add 1 to CUST-DAYS-UNARRANGED
                   end-if
               end-if
               set CUST-WAS-OVERDRAWN to true
           else
               move zero to CUST-DAYS-NEGATIVE
               move zero to CUST-DAYS-UNARRANGED
               set CUST-WAS-IN-CREDIT to true
           end-if
           move WS-AUDIT-DATE to CUST-LAST-BAL-DATE
           rewrite CUSTOMER-RECORD
           move CUSTOMER-RECORD to WS-JRNL-AFTER
           call "JournalWrite" using WS-JRNL-PROGRAM WS-JRNL-ACTION
               CUST-ID WS-JRNL-BEFORE WS-JRNL-AFTER
               WS-AUDIT-OPERATOR-ID WS-JRNL-FILE.

      *  Runs before the day's counters and switch move, so a negative
      *  balance on an account the last run found in credit means it
      *  went overdrawn since then.  The month-end accrual zeroes
      *  CUST-DAYS-NEGATIVE when it bills the days, so that counter
      *  cannot tell a new overdraft from one carried over; it is looked
      *  at only on a record the run has not yet switched.  A balance in
      *  credit but below the customer's threshold is raised each
      *  business date it stays there, not only on the day it crosses.
       raise-balance-alert.
           move spaces to WS-ALERT-EVENT
           if CUST-BALANCE < 0
               if CUST-WAS-IN-CREDIT
                       or (CUST-OVERDRAWN-SWITCH = space
                           and CUST-DAYS-NEGATIVE = zero)
                   move "OD" to WS-ALERT-EVENT
               end-if
           else
               perform find-low-balance-threshold
               if CN-LOW-BALANCE-AMOUNT > zero
                       and CUST-BALANCE < CN-LOW-BALANCE-AMOUNT
                   move "LB" to WS-ALERT-EVENT
               end-if
           end-if
           if WS-ALERT-EVENT not = spaces
               move CUST-BALANCE to WS-ALERT-AMOUNT
               call "AlertWrite" using WS-JRNL-PROGRAM WS-ALERT-EVENT
                   CUST-ID WS-ALERT-AMOUNT WS-ALERT-REFERENCE
               add 1 to WS-ALERT-COUNT
           end-if.

       find-low-balance-threshold.
           move zero to CN-LOW-BALANCE-AMOUNT
           if CONTACTS-ARE-OPEN
               move CUST-ID to CN-CUST-ID
               read CONTACT-FILE
                   invalid key
                       move zero to CN-LOW-BALANCE-AMOUNT
               end-read
           end-if.

       write-audit-entry.
           move WS-AUDIT-DATE to AL-DATE
           move CUST-ID to OD-CUST-ID
           move CUST-BALANCE to OD-BALANCE
           move CUST-DAYS-NEGATIVE to OD-DAYS-NEGATIVE
           move WS-ARRANGED-LIMIT to OD-LIMIT
           evaluate true
               when CUST-BALANCE not < WS-ARRANGED-FLOOR
                   move "WITHIN LIMIT" to OD-LIMIT-STATUS
               when FACILITY-IN-FORCE
                   move "BEYOND LIMIT" to OD-LIMIT-STATUS
               when FACILITY-EXPIRED
                   move "LIMIT EXPIRED" to OD-LIMIT-STATUS
               when other
                   move "UNARRANGED" to OD-LIMIT-STATUS
           end-evaluate
           if CUST-BALANCE < WS-ARRANGED-FLOOR
               add 1 to WS-BEYOND-LIMIT-COUNT
           end-if
           move spaces to OVERDRAFT-LINE
           move WS-OVERDRAFT-DETAIL to OVERDRAFT-LINE
           write OVERDRAFT-LINE.

      *  The facility counts only while active and inside its dates;
      *  a zero expiry stands until cancelled.  An active facility
      *  past its expiry lends nothing - the floor is zero, as with
      *  none - but is flagged so the report can say so.  The expired
      *  limit is still shown, for the renewal.
       find-overdraft-facility.
           move zero to WS-ARRANGED-LIMIT
           move zero to WS-ARRANGED-FLOOR
           set FACILITY-NONE to true
           if FACILITIES-ARE-OPEN
               move CUST-ID to OF-CUST-ID
               read OVERDRAFT-FACILITY
                   invalid key
                       continue
                   not invalid key
                       perform classify-facility
               end-read
           end-if.

       classify-facility.
           if FACILITY-ACTIVE
                   and OF-START-DATE not > WS-AUDIT-DATE
               if OF-EXPIRY-DATE = zero
                       or OF-EXPIRY-DATE not < WS-AUDIT-DATE
                   set FACILITY-IN-FORCE to true
                   move OF-LIMIT to WS-ARRANGED-LIMIT
                   compute WS-ARRANGED-FLOOR = OF-LIMIT * -1
               else
                   set FACILITY-EXPIRED to true
                   move OF-LIMIT to WS-ARRANGED-LIMIT
               end-if
           end-if.

      *  Sums the customer's active holds, skipping released ones and
      *  ones already expired on the run date; a zero expiry stands
      *  until released.  Same edit PostTransactions debits against.
           if HOLDS-ARE-OPEN
               close HOLD-FILE
           end-if
           if FACILITIES-ARE-OPEN
               close OVERDRAFT-FACILITY
           end-if
           close EXRATE-FILE
           close BALANCE-REPORT
           close OVERDRAFT-EXCEPTIONS
           close AUDIT-LOG
           if CONTACTS-ARE-OPEN
               close CONTACT-FILE
           end-if.
