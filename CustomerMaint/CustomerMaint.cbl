       identification division.
       program-id. CustomerMaint.
      *****************************************************************
      *  Applies add/change/inquire/close/freeze/reactivate transactions
      *  to CUSTOMER-MASTER, keyed by customer id, reusing the same age
      *  edit GetMyAge relies on so the master file can't be corrected
      *  into an invalid state either.  A balance keyed below zero must
      *  sit inside the account's arranged overdraft facility on
      *  ODFACIL, the floor the posting run holds every debit to.  A
      *  balance re-key that moves the balance goes to the movement
      *  history under a reference of its own, "C", the business date
      *  and the card's place in the night's maintenance file.  The card
      *  also carries the customer's TIN and withholding status for the
      *  year-end interest reporting.  The same card file maintains the
      *  parties linked to an account on ACCTREL - joint holders,
      *  signatories, beneficiaries and powers of attorney - with their
      *  own name, date of birth, address and TIN: "L" links a party
      *  under the next free party sequence, "M" changes one and "U"
      *  ends the relationship.  Party changes are journaled through
      *  JournalWrite like the master's, so BackoutChanges reverses them
      *  with the rest of the run, and an "I" inquiry lists the parties
      *  under the account.  An "N" card keeps the customer's contact
      *  details and alert preferences on CONTACT - e-mail address,
      *  mobile number, channel, the events the customer wants to hear
      *  about and the low-balance and large-debit thresholds -
      *  replacing whatever was held; it is journaled the same way.
      *  Party and contact cards re-stamp the account's last activity as
      *  a "C" card does.  Freezing or closing an account raises an
      *  alert event through AlertWrite for the nightly feed to the
      *  messaging vendor.
      *****************************************************************
       environment division.
       input-output section.
               record key is OS-OPERATOR-ID
               file status is WS-OPERSEC-STATUS.

           select OVERDRAFT-FACILITY assign to "ODFACIL"
               organization is indexed
               access mode is dynamic
               record key is OF-CUST-ID
               file status is WS-ODFACIL-STATUS.

           select ACCOUNT-RELATIONS assign to "ACCTREL"
               organization is indexed
               access mode is dynamic
               record key is AR-KEY
               alternate record key is AR-PARTY-NAME
                   with duplicates
               file status is WS-ACCTREL-STATUS.

           select CONTACT-FILE assign to "CONTACT"
               organization is indexed
               access mode is dynamic
               record key is CN-CUST-ID
               file status is WS-CONTACT-STATUS.

       data division.
       file section.
       fd  CUSTOMER-MASTER.
           copy CUSTREC.

       fd  TRANSACTION-FILE
           record contains 166 characters.
       01  TRANSACTION-RECORD.
           05  TXN-TYPE             pic x(1).
           05  TXN-CUST-ID          pic x(10).
           05  TXN-NAME             pic x(30).
           05  TXN-DATE-OF-BIRTH    pic 9(8).
           05  TXN-ACCOUNT-FIELDS.
               10  TXN-AGE          pic x(3).
               10  TXN-BALANCE      pic S9(9)v99.
               10  TXN-CURRENCY-CODE pic x(3).
      *  A party card ("L", "M", "U") carries the party sequence and
      *  role where an account card carries its age and balance; the
      *  party's name, date of birth, address and TIN sit where the
      *  holder's do.
           05  TXN-PARTY-FIELDS redefines TXN-ACCOUNT-FIELDS.
               10  TXN-PARTY-SEQ    pic x(2).
               10  TXN-PARTY-ROLE   pic x(1).
               10  filler           pic x(14).
           05  TXN-ADDRESS-LINE-1   pic x(30).
           05  TXN-ADDRESS-LINE-2   pic x(30).
           05  TXN-ADDRESS-CITY     pic x(20).
           05  TXN-POSTAL-CODE      pic x(10).
           05  TXN-TAX-ID           pic x(9).
           05  TXN-WITHHOLD-STATUS  pic x(1).
      *  A contact card ("N") carries the whole of the customer's
      *  contact and alert-preference record after the account id.
       01  TXN-CONTACT-RECORD.
           05  filler               pic x(11).
           05  TXN-EMAIL-ADDRESS    pic x(50).
           05  TXN-MOBILE-NUMBER    pic x(15).
           05  TXN-CHANNEL          pic x(1).
           05  TXN-ALERT-FLAGS.
               10  TXN-WANT-LOW-BALANCE pic x(1).
               10  TXN-WANT-OVERDRAWN   pic x(1).
               10  TXN-WANT-LARGE-DEBIT pic x(1).
               10  TXN-WANT-HOLDS       pic x(1).
               10  TXN-WANT-STATUS      pic x(1).
               10  TXN-WANT-RETURNS     pic x(1).
           05  TXN-LOW-BALANCE-AMOUNT pic 9(9)v99.
           05  TXN-LARGE-DEBIT-AMOUNT pic 9(9)v99.
           05  filler               pic x(61).

       fd  MAINTENANCE-REPORT
           record contains 80 characters.
       01  MAINTENANCE-LINE         pic x(80).

       fd  TXN-HISTORY
           record contains 81 characters.
           copy TXNHIST.

      *  Central currency reference: code, display symbol, minor-unit
       fd  OPERATOR-SECURITY.
           copy OPERSEC.

       fd  OVERDRAFT-FACILITY.
           copy ODFACIL.

       fd  ACCOUNT-RELATIONS.
           copy ACCTREL.

       fd  CONTACT-FILE.
           copy CONTACT.

       working-storage section.
       01  WS-CUSTMSTR-STATUS       pic xx.
           88  CUSTMSTR-OK          value "00".
      *  balance still proves across after a maintenance correction.
       01  WS-OLD-BALANCE           pic S9(9)v99 value zero.
       01  WS-HIST-AMOUNT           pic S9(9)v99 value zero.
           copy MOVEREF.

       01  WS-EOF-SWITCH            pic x value "N".
           88  END-OF-TRANSACTIONS  value "Y".
      *  than being written to CUSTOMER-MASTER and surfacing as a
      *  garbled amount downstream in GetMyBalance and its reports.
       01  WS-MAX-BALANCE           pic S9(9)v99 value 9999999.99.

       01  WS-BALANCE-VALID         pic x.
           88  BALANCE-IS-VALID     value "Y".
           88  BALANCE-PAST-FLOOR   value "O".

       01  WS-ODFACIL-STATUS        pic xx.
           88  ODFACIL-OK           value "00".

      *  No facility file on the run means no account has an arranged
      *  overdraft: every floor is zero.
       01  WS-FACILITIES-OPEN       pic x value "N".
           88  FACILITIES-ARE-OPEN  value "Y".

      *  The floor a keyed balance is held to: minus the limit of the
      *  account's facility in force today, zero with none.
       01  WS-ARRANGED-FLOOR        pic S9(9)v99 value zero.

       01  WS-CURRENCY-VALID        pic x.
           88  CURRENCY-IS-VALID    value "Y".

       01  WS-TAX-VALID             pic x.
           88  TAX-IS-VALID         value "Y".
           88  TAX-ID-INVALID       value "I".

       01  WS-ACCTREL-STATUS        pic xx.
           88  ACCTREL-OK           value "00".
           88  ACCTREL-NOT-FOUND    value "35".

       01  WS-REL-EOF-SWITCH        pic x.
           88  END-OF-PARTIES       value "Y".

      *  Party card edits: the reason a link or change is refused,
      *  and the sequence a new link is given - one past the highest
      *  the account has used, ended parties included, so a sequence
      *  is never reused.
       01  WS-PARTY-VALID           pic x.
           88  PARTY-IS-VALID       value "Y".
           88  PARTY-IS-PRIMARY     value "P".
           88  PARTY-ROLE-INVALID   value "R".
           88  PARTY-NAME-MISSING   value "N".
           88  PARTY-BIRTH-INVALID  value "D".
       01  WS-PARTY-ON-FILE         pic x value "N".
           88  PARTY-ALREADY-LINKED value "Y".
       01  WS-PARTY-SEQ             pic 9(2) value zero.
       01  WS-PARTY-AGE             pic 9(3) value zero.
       01  WS-PARTY-MAX-SEQ         pic 9(2) value 99.
       01  WS-YEAR-AGO              pic 9(8) value zero.

       01  WS-CONTACT-STATUS        pic xx.
           88  CONTACT-OK           value "00".
           88  CONTACT-NOT-FOUND    value "35".

      *  Contact card edits: the reason a card is refused, and
      *  whether the customer already has a record to replace.
       01  WS-CONTACT-VALID         pic x.
           88  CONTACT-IS-VALID     value "Y".
           88  CONTACT-CHANNEL-BAD  value "C".
           88  CONTACT-EMAIL-MISSING value "E".
           88  CONTACT-MOBILE-MISSING value "M".
           88  CONTACT-FLAG-BAD     value "F".
           88  CONTACT-AMOUNT-BAD   value "A".
       01  WS-CONTACT-ON-FILE       pic x value "N".
           88  CONTACT-ALREADY-HELD value "Y".
       01  WS-FLAG-SUB              pic 9(1) value zero.

      *  Alert event raised for the messaging vendor's feed.
       01  WS-ALERT-EVENT           pic x(2).
       01  WS-ALERT-AMOUNT          pic S9(9)v99 value zero.
       01  WS-ALERT-REFERENCE       pic x(16) value spaces.

      *  Supported currencies, loaded from the CURREF reference file
      *  at start-up - the same file the reporting programs format
      *  with, so a customer can't be added or changed into a
      *  written through JournalWrite so a bad run can be reversed by
      *  BackoutChanges instead of a full-file restore.
       01  WS-JRNL-PROGRAM          pic x(16) value "CUSTOMERMAINT".
       01  WS-JRNL-FILE             pic x(8).
       01  WS-JRNL-ACTION           pic x(1).
       01  WS-JRNL-BEFORE           pic x(200).
       01  WS-JRNL-AFTER            pic x(200).
           05  filler               pic x(2) value spaces.
           05  IL-CURRENCY          pic x(3).

       01  WS-PARTY-LINE.
           05  filler               pic x(4) value spaces.
           05  PL-PARTY-SEQ         pic 9(2).
           05  filler               pic x(2) value spaces.
           05  PL-ROLE              pic x(1).
           05  filler               pic x(2) value spaces.
           05  PL-NAME              pic x(30).
           05  filler               pic x(2) value spaces.
           05  PL-DATE-OF-BIRTH     pic 9(8).
           05  filler               pic x(2) value spaces.
           05  PL-STATUS            pic x(5).

       01  WS-CONTACT-LINE.
           05  filler               pic x(4) value spaces.
           05  NL-CHANNEL           pic x(1).
           05  filler               pic x(1) value spaces.
           05  NL-ALERT-FLAGS       pic x(6).
           05  filler               pic x(1) value spaces.
           05  NL-MOBILE-NUMBER     pic x(15).
           05  filler               pic x(1) value spaces.
           05  NL-EMAIL-ADDRESS     pic x(50).

       01  WS-THRESHOLD-LINE.
           05  filler               pic x(13) value spaces.
           05  filler               pic x(5) value "LOW  ".
           05  NL-LOW-BALANCE       pic z(8)9.99.
           05  filler               pic x(2) value spaces.
           05  filler               pic x(6) value "LARGE ".
           05  NL-LARGE-DEBIT       pic z(8)9.99.

       01  WS-PARTY-LINKED-MESSAGE.
           05  filler               pic x(25)
               value "PARTY LINKED AS SEQUENCE ".
           05  PM-PARTY-SEQ         pic 9(2).

       procedure division.
       main-logic.
      *  A resubmitted night must not apply the day's maintenance
      *  cycle was opened for.
           call "CycleDate" using WS-TODAY WS-CAL-MONTH-END
               WS-CAL-RESULT
           compute WS-YEAR-AGO = WS-TODAY - 10000
           perform check-operator-authority
           perform open-files
           perform load-currency-table
                   WS-CURREF-STATUS
               stop run
           end-if
           open input OVERDRAFT-FACILITY
           if ODFACIL-OK
               move "Y" to WS-FACILITIES-OPEN
           end-if
           open output MAINTENANCE-REPORT
           if not MAINTRPT-OK
               display "CUSTOMERMAINT: MAINTRPT OPEN FAILED, STATUS "
               display "CUSTOMERMAINT: TXNHIST OPEN FAILED, STATUS "
                   WS-TXNHIST-STATUS
               stop run
           end-if
      *  Only file not found creates the relationship file; any
      *  other open failure stops the run.
           open i-o ACCOUNT-RELATIONS
           if ACCTREL-NOT-FOUND
               open output ACCOUNT-RELATIONS
               if ACCTREL-OK
                   close ACCOUNT-RELATIONS
                   open i-o ACCOUNT-RELATIONS
               end-if
           end-if
           if not ACCTREL-OK
               display "CUSTOMERMAINT: ACCTREL OPEN FAILED, STATUS "
                   WS-ACCTREL-STATUS
               stop run
           end-if
      *  Only file not found creates the contact file; any other open
      *  failure stops the run.
           open i-o CONTACT-FILE
           if CONTACT-NOT-FOUND
               open output CONTACT-FILE
               if CONTACT-OK
                   close CONTACT-FILE
                   open i-o CONTACT-FILE
               end-if
           end-if
           if not CONTACT-OK
               display "CUSTOMERMAINT: CONTACT OPEN FAILED, STATUS "
                   WS-CONTACT-STATUS
               stop run
           end-if.

       load-currency-table.
                   perform freeze-customer
               when "R"
                   perform reactivate-customer
               when "L"
                   perform link-party
               when "M"
                   perform change-party
               when "U"
                   perform end-party
               when "N"
                   perform maintain-contact
               when other
                   perform reject-unknown-type
           end-evaluate.

       add-customer.
           move zero to WS-OLD-BALANCE
           call "ValidateAge" using TXN-AGE WS-AGE-OUTPUT WS-AGE-VALID
           perform validate-balance-and-currency
           perform validate-tax-fields
           if not AGE-IS-VALID
               move "*** REJECTED - INVALID AGE 0-120 ***"
                   to RL-MESSAGE
               perform write-reject-line
           else
               if not BALANCE-IS-VALID
                   perform set-balance-reject-message
                   perform write-reject-line
               else
                   if not CURRENCY-IS-VALID
                           to RL-MESSAGE
                       perform write-reject-line
                   else
                       if not TAX-IS-VALID
                           perform set-tax-reject-message
                           perform write-reject-line
                       else
                           perform store-new-customer
                       end-if
                   end-if
               end-if
           end-if.

       store-new-customer.
           move TXN-CUST-ID to CUST-ID
           move TXN-NAME to CUST-NAME
           move TXN-DATE-OF-BIRTH to CUST-DATE-OF-BIRTH
           move WS-AGE-OUTPUT to CUST-AGE
           move TXN-BALANCE to CUST-BALANCE
           move TXN-CURRENCY-CODE to CUST-CURRENCY-CODE
           move zero to CUST-DAYS-NEGATIVE
           move zero to CUST-DAYS-UNARRANGED
           move zero to CUST-LAST-BAL-DATE
           move WS-TODAY to CUST-LAST-MOVE-DATE
           move "A" to CUST-STATUS
           set CUST-WAS-IN-CREDIT to true
           move TXN-ADDRESS-LINE-1 to CUST-ADDRESS-LINE-1
           move TXN-ADDRESS-LINE-2 to CUST-ADDRESS-LINE-2
           move TXN-ADDRESS-CITY to CUST-ADDRESS-CITY
           move TXN-POSTAL-CODE to CUST-POSTAL-CODE
           move TXN-TAX-ID to CUST-TAX-ID
           if TXN-WITHHOLD-STATUS = space
               move "N" to CUST-WITHHOLD-STATUS
           else
               move TXN-WITHHOLD-STATUS to CUST-WITHHOLD-STATUS
           end-if
           write CUSTOMER-RECORD
               invalid key
                   move "*** REJECTED - DUPLICATE ID ***"
                       to RL-MESSAGE
                   perform write-reject-line
               not invalid key
                   move spaces to WS-JRNL-BEFORE
                   move "W" to WS-JRNL-ACTION
                   perform journal-master-change
                   move "ADDED" to RL-MESSAGE
                   perform write-result-line
           end-write.

       change-customer.
           move TXN-CUST-ID to CUST-ID
           read CUSTOMER-MASTER
           move CUST-BALANCE to WS-OLD-BALANCE
           call "ValidateAge" using TXN-AGE WS-AGE-OUTPUT WS-AGE-VALID
           perform validate-balance-and-currency
           perform validate-tax-fields
           if not AGE-IS-VALID
               move "*** REJECTED - INVALID AGE 0-120 ***"
                   to RL-MESSAGE
               perform write-reject-line
           else
               if not BALANCE-IS-VALID
                   perform set-balance-reject-message
                   perform write-reject-line
               else
                   if not CURRENCY-IS-VALID
                           to RL-MESSAGE
                       perform write-reject-line
                   else
                       if not TAX-IS-VALID
                           perform set-tax-reject-message
                           perform write-reject-line
                       else
                           perform store-customer-change
                       end-if
                   end-if
               end-if
           end-if.

      *  The tax fields are kept unless the card carries them: a
      *  blank TIN or withholding status on a "C" card leaves what is
      *  on file, so a name or address change need not re-key them.
       store-customer-change.
           move TXN-NAME to CUST-NAME
           move TXN-DATE-OF-BIRTH to CUST-DATE-OF-BIRTH
           move WS-AGE-OUTPUT to CUST-AGE
           move TXN-BALANCE to CUST-BALANCE
           move TXN-CURRENCY-CODE to CUST-CURRENCY-CODE
           move TXN-ADDRESS-LINE-1 to CUST-ADDRESS-LINE-1
           move TXN-ADDRESS-LINE-2 to CUST-ADDRESS-LINE-2
           move TXN-ADDRESS-CITY to CUST-ADDRESS-CITY
           move TXN-POSTAL-CODE to CUST-POSTAL-CODE
           if TXN-TAX-ID not = spaces
               move TXN-TAX-ID to CUST-TAX-ID
           end-if
           if TXN-WITHHOLD-STATUS not = space
               move TXN-WITHHOLD-STATUS to CUST-WITHHOLD-STATUS
           end-if
           move WS-TODAY to CUST-LAST-MOVE-DATE
           rewrite CUSTOMER-RECORD
               invalid key
                   move "*** REJECTED - REWRITE FAILED ***"
                       to RL-MESSAGE
                   perform write-reject-line
               not invalid key
                   move "R" to WS-JRNL-ACTION
                   perform journal-master-change
                   compute WS-HIST-AMOUNT =
                       CUST-BALANCE - WS-OLD-BALANCE
                   if WS-HIST-AMOUNT not = zero
                       perform write-history-record
                   end-if
                   move "CHANGED" to RL-MESSAGE
                   perform write-result-line
           end-rewrite.

       inquire-customer.
           move TXN-CUST-ID to CUST-ID
           read CUSTOMER-MASTER
                   perform write-reject-line
               not invalid key
                   perform write-inquiry-line
                   perform list-account-parties
                   perform list-account-contact
           end-read.

      *  A "D" transaction used to physically delete the record, which

      *  An account only closes flat: closing one still carrying money
      *  would drop that balance from the balance run, statements and
      *  accrual while the general ledger still carries it.
      *  The branch posts the balance away first, then closes.
       close-customer.
           if not APPROVAL-IS-VALID
                       not invalid key
                           move "R" to WS-JRNL-ACTION
                           perform journal-master-change
                           move "CL" to WS-ALERT-EVENT
                           perform raise-status-alert
                           move "CLOSED" to RL-MESSAGE
                           perform write-result-line
                   end-rewrite
                       not invalid key
                           move "R" to WS-JRNL-ACTION
                           perform journal-master-change
                           move "FZ" to WS-ALERT-EVENT
                           perform raise-status-alert
                           move "FROZEN" to RL-MESSAGE
                           perform write-result-line
                   end-rewrite
               end-rewrite
           end-if.

      *  A keyed balance below the arranged floor is refused only
      *  when the card takes the account lower than it stands: a
      *  name or address change on an account already overdrawn past
      *  its facility still goes through, and so does a re-key that
      *  brings it part of the way back.
       validate-balance-and-currency.
           move "Y" to WS-BALANCE-VALID
           perform find-arranged-floor
           if TXN-BALANCE > WS-MAX-BALANCE
               move "N" to WS-BALANCE-VALID
           else
               if TXN-BALANCE < WS-ARRANGED-FLOOR
                       and TXN-BALANCE < WS-OLD-BALANCE
                   move "O" to WS-BALANCE-VALID
               end-if
           end-if
           move "N" to WS-CURRENCY-VALID
           set CT-IDX to 1
                   end-if
           end-search.

      *  A TIN, when the card carries one, is nine digits; the
      *  withholding status is N (not withheld), B (backup
      *  withholding) or E (exempt payee), or blank for no change.
       validate-tax-fields.
           move "Y" to WS-TAX-VALID
           if TXN-TAX-ID not = spaces
                   and TXN-TAX-ID is not numeric
               move "I" to WS-TAX-VALID
           end-if
           if TXN-WITHHOLD-STATUS not = space
                   and TXN-WITHHOLD-STATUS not = "N"
                   and TXN-WITHHOLD-STATUS not = "B"
                   and TXN-WITHHOLD-STATUS not = "E"
               move "S" to WS-TAX-VALID
           end-if.

       set-tax-reject-message.
           if TAX-ID-INVALID
               move "*** REJECTED - TAX ID NOT 9 DIGITS ***"
                   to RL-MESSAGE
           else
               move "*** REJECTED - BAD WITHHOLDING STATUS ***"
                   to RL-MESSAGE
           end-if.

       set-balance-reject-message.
           if BALANCE-PAST-FLOOR
               move "*** REJECTED - PAST ARRANGED OVERDRAFT ***"
                   to RL-MESSAGE
           else
               move "*** REJECTED - BALANCE OUT OF RANGE ***"
                   to RL-MESSAGE
           end-if.

      *  The account's facility counts only while active and inside
      *  its dates; a zero expiry stands until cancelled.  An account
      *  being added has none yet, so its floor is zero.
       find-arranged-floor.
           move zero to WS-ARRANGED-FLOOR
           if FACILITIES-ARE-OPEN
               move TXN-CUST-ID to OF-CUST-ID
               read OVERDRAFT-FACILITY
                   invalid key
                       continue
                   not invalid key
                       if FACILITY-ACTIVE
                               and OF-START-DATE not > WS-TODAY
                               and (OF-EXPIRY-DATE = zero
                                   or OF-EXPIRY-DATE not < WS-TODAY)
                           compute WS-ARRANGED-FLOOR = OF-LIMIT * -1
                       end-if
               end-read
           end-if.

       reject-unknown-type.
           move "*** REJECTED - UNKNOWN TRANSACTION TYPE ***"
               to RL-MESSAGE

       journal-master-change.
           move CUSTOMER-RECORD to WS-JRNL-AFTER
           move "CUSTMSTR" to WS-JRNL-FILE
           call "JournalWrite" using WS-JRNL-PROGRAM WS-JRNL-ACTION
               CUST-ID WS-JRNL-BEFORE WS-JRNL-AFTER
               WS-OPERATOR-ID WS-JRNL-FILE.

      *  An "L" card links a party to an open account.  The holder on
      *  the master is the account's primary party, so a card naming
      *  the primary role is refused, and so is a second active link
      *  of the same person in any role.
       link-party.
           move TXN-CUST-ID to CUST-ID
           read CUSTOMER-MASTER
               invalid key
                   move "*** REJECTED - CUSTOMER NOT FOUND ***"
                       to RL-MESSAGE
                   perform write-reject-line
               not invalid key
                   perform apply-link
           end-read.

       apply-link.
           perform validate-party-fields
           perform find-next-party-seq
           evaluate true
               when CUST-CLOSED
                   move "*** REJECTED - ACCOUNT CLOSED ***"
                       to RL-MESSAGE
                   perform write-reject-line
               when not PARTY-IS-VALID
                   perform set-party-reject-message
                   perform write-reject-line
               when not TAX-IS-VALID
                   perform set-tax-reject-message
                   perform write-reject-line
               when PARTY-ALREADY-LINKED
                   move "*** REJECTED - PARTY ALREADY ON ACCOUNT ***"
                       to RL-MESSAGE
                   perform write-reject-line
               when WS-PARTY-SEQ not < WS-PARTY-MAX-SEQ
                   move "*** REJECTED - NO PARTY SEQUENCE LEFT ***"
                       to RL-MESSAGE
                   perform write-reject-line
               when other
                   perform store-new-party
           end-evaluate.

       store-new-party.
           add 1 to WS-PARTY-SEQ
           move TXN-CUST-ID to AR-CUST-ID
           move WS-PARTY-SEQ to AR-PARTY-SEQ
           move TXN-PARTY-ROLE to AR-ROLE
           set AR-ACTIVE to true
           move TXN-NAME to AR-PARTY-NAME
           move TXN-DATE-OF-BIRTH to AR-DATE-OF-BIRTH
           move TXN-ADDRESS-LINE-1 to AR-ADDRESS-LINE-1
           move TXN-ADDRESS-LINE-2 to AR-ADDRESS-LINE-2
           move TXN-ADDRESS-CITY to AR-ADDRESS-CITY
           move TXN-POSTAL-CODE to AR-POSTAL-CODE
           move TXN-TAX-ID to AR-TAX-ID
           move WS-TODAY to AR-START-DATE
           move zero to AR-END-DATE
           write ACCOUNT-RELATION-RECORD
               invalid key
                   move "*** REJECTED - PARTY WRITE FAILED ***"
                       to RL-MESSAGE
                   perform write-reject-line
               not invalid key
                   move spaces to WS-JRNL-BEFORE
                   move "W" to WS-JRNL-ACTION
                   perform journal-relation-change
                   move WS-PARTY-SEQ to PM-PARTY-SEQ
                   move WS-PARTY-LINKED-MESSAGE to RL-MESSAGE
                   perform write-result-line
                   perform stamp-account-activity
           end-write.

      *  Walks the account's parties by key for the highest sequence
      *  used and for an active link of the same name and date of
      *  birth.
       find-next-party-seq.
           move zero to WS-PARTY-SEQ
           move "N" to WS-PARTY-ON-FILE
           perform position-account-parties
           perform until END-OF-PARTIES
               read ACCOUNT-RELATIONS next
                   at end
                       set END-OF-PARTIES to true
                   not at end
                       if AR-CUST-ID not = TXN-CUST-ID
                           set END-OF-PARTIES to true
                       else
                           move AR-PARTY-SEQ to WS-PARTY-SEQ
                           if AR-ACTIVE
                                   and AR-PARTY-NAME = TXN-NAME
                                   and AR-DATE-OF-BIRTH =
                                       TXN-DATE-OF-BIRTH
                               move "Y" to WS-PARTY-ON-FILE
                           end-if
                       end-if
               end-read
           end-perform.

       position-account-parties.
           move "N" to WS-REL-EOF-SWITCH
           move TXN-CUST-ID to AR-CUST-ID
           move zero to AR-PARTY-SEQ
           start ACCOUNT-RELATIONS key not < AR-KEY
               invalid key
                   set END-OF-PARTIES to true
           end-start.

      *  An "M" card replaces the party's name, date of birth and
      *  address; a blank role or TIN keeps what is on file, the way
      *  a "C" card treats the holder's TIN.
       change-party.
           if TXN-PARTY-SEQ is not numeric
               move "*** REJECTED - PARTY NOT FOUND ***" to RL-MESSAGE
               perform write-reject-line
           else
               move TXN-CUST-ID to AR-CUST-ID
               move TXN-PARTY-SEQ to AR-PARTY-SEQ
               read ACCOUNT-RELATIONS
                   invalid key
                       move "*** REJECTED - PARTY NOT FOUND ***"
                           to RL-MESSAGE
                       perform write-reject-line
                   not invalid key
                       perform apply-party-change
               end-read
           end-if.

       apply-party-change.
           if TXN-PARTY-ROLE = space
               move AR-ROLE to TXN-PARTY-ROLE
           end-if
           perform validate-party-fields
           evaluate true
               when AR-ENDED
                   move "*** REJECTED - RELATIONSHIP ENDED ***"
                       to RL-MESSAGE
                   perform write-reject-line
               when not PARTY-IS-VALID
                   perform set-party-reject-message
                   perform write-reject-line
               when not TAX-IS-VALID
                   perform set-tax-reject-message
                   perform write-reject-line
               when other
                   perform store-party-change
           end-evaluate.

       store-party-change.
           move ACCOUNT-RELATION-RECORD to WS-JRNL-BEFORE
           move TXN-PARTY-ROLE to AR-ROLE
           move TXN-NAME to AR-PARTY-NAME
           move TXN-DATE-OF-BIRTH to AR-DATE-OF-BIRTH
           move TXN-ADDRESS-LINE-1 to AR-ADDRESS-LINE-1
           move TXN-ADDRESS-LINE-2 to AR-ADDRESS-LINE-2
           move TXN-ADDRESS-CITY to AR-ADDRESS-CITY
           move TXN-POSTAL-CODE to AR-POSTAL-CODE
           if TXN-TAX-ID not = spaces
               move TXN-TAX-ID to AR-TAX-ID
           end-if
           rewrite ACCOUNT-RELATION-RECORD
               invalid key
                   move "*** REJECTED - REWRITE FAILED ***"
                       to RL-MESSAGE
                   perform write-reject-line
               not invalid key
                   move "R" to WS-JRNL-ACTION
                   perform journal-relation-change
                   move "PARTY CHANGED" to RL-MESSAGE
                   perform write-result-line
                   perform stamp-account-activity
           end-rewrite.

      *  A "U" card ends the relationship as of the business date;
      *  the record stays on file to show who stood on the account
      *  and when.
       end-party.
           if TXN-PARTY-SEQ is not numeric
               move "*** REJECTED - PARTY NOT FOUND ***" to RL-MESSAGE
               perform write-reject-line
           else
               move TXN-CUST-ID to AR-CUST-ID
               move TXN-PARTY-SEQ to AR-PARTY-SEQ
               read ACCOUNT-RELATIONS
                   invalid key
                       move "*** REJECTED - PARTY NOT FOUND ***"
                           to RL-MESSAGE
                       perform write-reject-line
                   not invalid key
                       perform apply-party-end
               end-read
           end-if.

       apply-party-end.
           if AR-ENDED
               move "*** REJECTED - RELATIONSHIP ALREADY ENDED ***"
                   to RL-MESSAGE
               perform write-reject-line
           else
               move ACCOUNT-RELATION-RECORD to WS-JRNL-BEFORE
               set AR-ENDED to true
               move WS-TODAY to AR-END-DATE
               rewrite ACCOUNT-RELATION-RECORD
                   invalid key
                       move "*** REJECTED - REWRITE FAILED ***"
                           to RL-MESSAGE
                       perform write-reject-line
                   not invalid key
                       move "R" to WS-JRNL-ACTION
                       perform journal-relation-change
                       move "RELATIONSHIP ENDED" to RL-MESSAGE
                       perform write-result-line
                       perform stamp-account-activity
               end-rewrite
           end-if.

      *  A party needs a role other than primary, a name, and a date
      *  of birth no later than today and no more than 120 years
      *  back - the same ceiling ValidateAge holds the holder's age
      *  to.  The TIN, when the card carries one, is edited as the
      *  holder's is.
       validate-party-fields.
           move "Y" to WS-PARTY-VALID
           move zero to WS-PARTY-AGE
           if TXN-DATE-OF-BIRTH is numeric
                   and TXN-DATE-OF-BIRTH > zero
                   and TXN-DATE-OF-BIRTH not > WS-TODAY
               call "CalcAge" using TXN-DATE-OF-BIRTH WS-TODAY
                   WS-PARTY-AGE
           end-if
           evaluate true
               when TXN-PARTY-ROLE = "P"
                   move "P" to WS-PARTY-VALID
               when TXN-PARTY-ROLE not = "J" and not = "S"
                       and not = "B" and not = "A"
                   move "R" to WS-PARTY-VALID
               when TXN-NAME = spaces
                   move "N" to WS-PARTY-VALID
               when TXN-DATE-OF-BIRTH is not numeric
                       or TXN-DATE-OF-BIRTH = zero
                       or TXN-DATE-OF-BIRTH > WS-TODAY
                   move "D" to WS-PARTY-VALID
               when WS-PARTY-AGE = zero
                       and TXN-DATE-OF-BIRTH not > WS-YEAR-AGO
                   move "D" to WS-PARTY-VALID
           end-evaluate
           move "Y" to WS-TAX-VALID
           if TXN-TAX-ID not = spaces
                   and TXN-TAX-ID is not numeric
               move "I" to WS-TAX-VALID
           end-if.

       set-party-reject-message.
           evaluate true
               when PARTY-IS-PRIMARY
                   move "*** REJECTED - PRIMARY IS THE HOLDER ***"
                       to RL-MESSAGE
               when PARTY-ROLE-INVALID
                   move "*** REJECTED - BAD PARTY ROLE ***"
                       to RL-MESSAGE
               when PARTY-NAME-MISSING
                   move "*** REJECTED - PARTY NAME MISSING ***"
                       to RL-MESSAGE
               when other
                   move "*** REJECTED - BAD PARTY DATE OF BIRTH ***"
                       to RL-MESSAGE
           end-evaluate.

      *  Every party ever linked is listed under the inquiry,
      *  ended ones included.
       list-account-parties.
           perform position-account-parties
           perform until END-OF-PARTIES
               read ACCOUNT-RELATIONS next
                   at end
                       set END-OF-PARTIES to true
                   not at end
                       if AR-CUST-ID not = TXN-CUST-ID
                           set END-OF-PARTIES to true
                       else
                           perform write-party-line
                       end-if
               end-read
           end-perform.

       write-party-line.
           move AR-PARTY-SEQ to PL-PARTY-SEQ
           move AR-ROLE to PL-ROLE
           move AR-PARTY-NAME to PL-NAME
           move AR-DATE-OF-BIRTH to PL-DATE-OF-BIRTH
           if AR-ENDED
               move "ENDED" to PL-STATUS
           else
               move spaces to PL-STATUS
           end-if
           move spaces to MAINTENANCE-LINE
           move WS-PARTY-LINE to MAINTENANCE-LINE
           write MAINTENANCE-LINE.

      *  A party change is journaled under the account's id with the
      *  relationship record as its images, marked with the file it
      *  belongs to so BackoutChanges restores it there.
       journal-relation-change.
           move ACCOUNT-RELATION-RECORD to WS-JRNL-AFTER
           move "ACCTREL" to WS-JRNL-FILE
           call "JournalWrite" using WS-JRNL-PROGRAM WS-JRNL-ACTION
               AR-CUST-ID WS-JRNL-BEFORE WS-JRNL-AFTER
               WS-OPERATOR-ID WS-JRNL-FILE.

      *  Party and contact maintenance is the customer dealing with
      *  the account, so it re-stamps the account's last activity the
      *  way a "C" card does, and a running escheat clock stops on
      *  the next pass.  The stamp is journaled as a master change of
      *  its own after the party or contact entry, so BackoutChanges
      *  unwinds both.
       stamp-account-activity.
           move TXN-CUST-ID to CUST-ID
           read CUSTOMER-MASTER
               invalid key
                   continue
               not invalid key
                   if CUST-LAST-MOVE-DATE not = WS-TODAY
                       move CUSTOMER-RECORD to WS-JRNL-BEFORE
                       move WS-TODAY to CUST-LAST-MOVE-DATE
                       rewrite CUSTOMER-RECORD
                           invalid key
                               move "*** ACTIVITY DATE NOT STAMPED ***"
                                   to RL-MESSAGE
                               perform write-reject-line
                           not invalid key
                               move "R" to WS-JRNL-ACTION
                               perform journal-master-change
                       end-rewrite
                   end-if
           end-read.

      *  An "N" card replaces the customer's whole contact record, so
      *  a blank field on the card clears what was held.  The account
      *  must be on file and open; the preferences of a closed account
      *  go nowhere.
       maintain-contact.
           move TXN-CUST-ID to CUST-ID
           read CUSTOMER-MASTER
               invalid key
                   move "*** REJECTED - CUSTOMER NOT FOUND ***"
                       to RL-MESSAGE
                   perform write-reject-line
               not invalid key
                   perform apply-contact
           end-read.

       apply-contact.
           perform validate-contact-fields
           evaluate true
               when CUST-CLOSED
                   move "*** REJECTED - ACCOUNT CLOSED ***"
                       to RL-MESSAGE
                   perform write-reject-line
               when not CONTACT-IS-VALID
                   perform set-contact-reject-message
                   perform write-reject-line
               when other
                   perform store-contact
           end-evaluate.

       store-contact.
           move "N" to WS-CONTACT-ON-FILE
           move TXN-CUST-ID to CN-CUST-ID
           read CONTACT-FILE
               invalid key
                   continue
               not invalid key
                   move "Y" to WS-CONTACT-ON-FILE
           end-read
           if CONTACT-ALREADY-HELD
               move CONTACT-RECORD to WS-JRNL-BEFORE
           else
               move spaces to WS-JRNL-BEFORE
           end-if
           move TXN-CUST-ID to CN-CUST-ID
           move TXN-EMAIL-ADDRESS to CN-EMAIL-ADDRESS
           move TXN-MOBILE-NUMBER to CN-MOBILE-NUMBER
           move TXN-CHANNEL to CN-CHANNEL
           move TXN-ALERT-FLAGS to CN-ALERT-FLAGS
           move TXN-LOW-BALANCE-AMOUNT to CN-LOW-BALANCE-AMOUNT
           move TXN-LARGE-DEBIT-AMOUNT to CN-LARGE-DEBIT-AMOUNT
           move WS-TODAY to CN-CHANGED-DATE
           if CONTACT-ALREADY-HELD
               perform rewrite-contact
           else
               perform write-contact
           end-if.

       write-contact.
           write CONTACT-RECORD
               invalid key
                   move "*** REJECTED - CONTACT WRITE FAILED ***"
                       to RL-MESSAGE
                   perform write-reject-line
               not invalid key
                   move "W" to WS-JRNL-ACTION
                   perform journal-contact-change
                   move "CONTACT ADDED" to RL-MESSAGE
                   perform write-result-line
                   perform stamp-account-activity
           end-write.

       rewrite-contact.
           rewrite CONTACT-RECORD
               invalid key
                   move "*** REJECTED - REWRITE FAILED ***"
                       to RL-MESSAGE
                   perform write-reject-line
               not invalid key
                   move "R" to WS-JRNL-ACTION
                   perform journal-contact-change
                   move "CONTACT CHANGED" to RL-MESSAGE
                   perform write-result-line
                   perform stamp-account-activity
           end-rewrite.

      *  The channel is E (e-mail), S (SMS), B (both) or N (opted
      *  out of every alert); the channel chosen needs its address.
      *  A blank alert flag is taken as N.  A low-balance or
      *  large-debit alert asked for needs its threshold.
       validate-contact-fields.
           move "Y" to WS-CONTACT-VALID
           move TXN-CHANNEL to CN-CHANNEL
           move 1 to WS-FLAG-SUB
           perform until WS-FLAG-SUB > 6
               perform edit-alert-flag
               add 1 to WS-FLAG-SUB
           end-perform
           evaluate true
               when not CN-CHANNEL-VALID
                   move "C" to WS-CONTACT-VALID
               when (CN-BY-EMAIL or CN-BY-BOTH)
                       and TXN-EMAIL-ADDRESS = spaces
                   move "E" to WS-CONTACT-VALID
               when (CN-BY-SMS or CN-BY-BOTH)
                       and TXN-MOBILE-NUMBER = spaces
                   move "M" to WS-CONTACT-VALID
               when CONTACT-FLAG-BAD
                   continue
               when TXN-LOW-BALANCE-AMOUNT is not numeric
                       or TXN-LARGE-DEBIT-AMOUNT is not numeric
                   move "A" to WS-CONTACT-VALID
               when TXN-WANT-LOW-BALANCE = "Y"
                       and TXN-LOW-BALANCE-AMOUNT = zero
                   move "A" to WS-CONTACT-VALID
               when TXN-WANT-LARGE-DEBIT = "Y"
                       and TXN-LARGE-DEBIT-AMOUNT = zero
                   move "A" to WS-CONTACT-VALID
           end-evaluate.

       edit-alert-flag.
           evaluate TXN-ALERT-FLAGS (WS-FLAG-SUB:1)
               when space
                   move "N" to TXN-ALERT-FLAGS (WS-FLAG-SUB:1)
               when "Y"
               when "N"
                   continue
               when other
                   move "F" to WS-CONTACT-VALID
           end-evaluate.

       set-contact-reject-message.
           evaluate true
               when CONTACT-CHANNEL-BAD
                   move "*** REJECTED - BAD ALERT CHANNEL ***"
                       to RL-MESSAGE
               when CONTACT-EMAIL-MISSING
                   move "*** REJECTED - E-MAIL ADDRESS MISSING ***"
                       to RL-MESSAGE
               when CONTACT-MOBILE-MISSING
                   move "*** REJECTED - MOBILE NUMBER MISSING ***"
                       to RL-MESSAGE
               when CONTACT-FLAG-BAD
                   move "*** REJECTED - ALERT FLAG NOT Y OR N ***"
                       to RL-MESSAGE
               when other
                   move "*** REJECTED - BAD ALERT THRESHOLD ***"
                       to RL-MESSAGE
           end-evaluate.

      *  The contact record, if the customer has one, is listed under
      *  the inquiry after the parties: channel, the six alert flags,
      *  the addresses, then the two thresholds.
       list-account-contact.
           move TXN-CUST-ID to CN-CUST-ID
           read CONTACT-FILE
               invalid key
                   continue
               not invalid key
                   perform write-contact-lines
           end-read.

       write-contact-lines.
           move CN-CHANNEL to NL-CHANNEL
           move CN-ALERT-FLAGS to NL-ALERT-FLAGS
           move CN-MOBILE-NUMBER to NL-MOBILE-NUMBER
           move CN-EMAIL-ADDRESS to NL-EMAIL-ADDRESS
           move spaces to MAINTENANCE-LINE
           move WS-CONTACT-LINE to MAINTENANCE-LINE
           write MAINTENANCE-LINE
           move CN-LOW-BALANCE-AMOUNT to NL-LOW-BALANCE
           move CN-LARGE-DEBIT-AMOUNT to NL-LARGE-DEBIT
           move spaces to MAINTENANCE-LINE
           move WS-THRESHOLD-LINE to MAINTENANCE-LINE
           write MAINTENANCE-LINE.

      *  A contact change is journaled under the account's id with
      *  the contact record as its images, marked with its file so
      *  BackoutChanges restores it there.
       journal-contact-change.
           move CONTACT-RECORD to WS-JRNL-AFTER
           move "CONTACT" to WS-JRNL-FILE
           call "JournalWrite" using WS-JRNL-PROGRAM WS-JRNL-ACTION
               CN-CUST-ID WS-JRNL-BEFORE WS-JRNL-AFTER
               WS-OPERATOR-ID WS-JRNL-FILE.

      *  A freeze or closure is raised as an alert event carrying the
      *  balance; whether the customer hears of it is AlertFeed's
      *  decision, on the contact preferences.
       raise-status-alert.
           move CUST-BALANCE to WS-ALERT-AMOUNT
           move spaces to WS-ALERT-REFERENCE
           call "AlertWrite" using WS-JRNL-PROGRAM WS-ALERT-EVENT
               CUST-ID WS-ALERT-AMOUNT WS-ALERT-REFERENCE.

       write-history-record.
           move CUST-ID to TH-CUST-ID
           move WS-HIST-AMOUNT to TH-AMOUNT
           move CUST-CURRENCY-CODE to TH-CURRENCY-CODE
           move zero to TH-DAYS-BILLED
           move "C" to RF-ORIGIN
           move WS-TODAY to RF-DATE
           move WS-TRANS-COUNT to RF-SEQ
           move MOVEMENT-REFERENCE to TH-REFERENCE
           move spaces to TH-REVERSES-REF
           write TXN-HISTORY-RECORD.

       write-result-line.
           close CURRENCY-REF-FILE
           close TRANSACTION-FILE
           close MAINTENANCE-REPORT
           close TXN-HISTORY
           close ACCOUNT-RELATIONS
           close CONTACT-FILE
           if FACILITIES-ARE-OPEN
               close OVERDRAFT-FACILITY
           end-if.
