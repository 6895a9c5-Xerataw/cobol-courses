      *  CUST-BALANCE on CUSTOMER-MASTER so a money movement no longer
      *  needs a full CustomerMaint "C" re-key of the whole record.
      *  Postings are edited against the account's own currency and the
      *  same balance ceiling CustomerMaint enforces, and no debit,
      *  transfer or standing order may take an account below minus
      *  the limit of its arranged overdraft facility on ODFACIL -
      *  zero for an account with none in force.  Every account
      *  touched gets an opening balance, each movement, and a closing
      *  balance on the posting journal so the tellers can prove out
      *  their drawers against it.  The journal breaks on change of
      *  postings, POSTTXN is no longer in strict CUST-ID sequence,
      *  so an account may open and close more than one journal
      *  group - each group re-reads the master and re-sums the
      *  holds, and each commits its own restart checkpoint.  Every
      *  posting that rejects is also written, whole, to the keyed
      *  SUSPENSE file with its reason, the business date and where
      *  it came from, so the item can be repaired and re-queued
      *  through SuspenseMaint instead of re-keyed from the journal.
      *  An outbound payment ("O") to a beneficiary at another bank
      *  is edited and applied as a debit, then queued on the keyed
      *  OUTPAY file for OutboundPayments to send to the clearing
      *  partner; one the partner returns comes back as a "P" posting
      *  and is credited back as a returned payment.  Every posting
      *  carries a movement reference from where it originated; a
      *  keyed card that arrives without one is given "K", the
      *  business date and its position on tonight's file before
      *  anything else is done with it, so even a reject goes to
      *  suspense under the reference it will post with.  The
      *  reference is printed on the journal and written to TXNHIST
      *  with the movement.  A reversal ("R") names the reference of
      *  one archived movement on the posting account and undoes
      *  exactly that movement - the original's amount, with the
      *  opposite sign, under the original's description - and, for
      *  a transfer, the other account's leg with it; the REVREG
      *  register refuses a second reversal of the same movement.
      *  A debit, outbound payment or transfer out at or above the
      *  large-debit threshold the customer keeps on CONTACT raises an
      *  alert event through AlertWrite for the nightly feed.
      *****************************************************************
       environment division.
       input-output section.
               record key is OS-OPERATOR-ID
               file status is WS-OPERSEC-STATUS.

           select SUSPENSE-FILE assign to "SUSPENSE"
               organization is indexed
               access mode is dynamic
               record key is SP-KEY
               file status is WS-SUSPENSE-STATUS.

           select OVERDRAFT-FACILITY assign to "ODFACIL"
               organization is indexed
               access mode is dynamic
               record key is OF-CUST-ID
               file status is WS-ODFACIL-STATUS.

           select OUTBOUND-PAYMENT assign to "OUTPAY"
               organization is indexed
               access mode is dynamic
               record key is OP-KEY
               file status is WS-OUTPAY-STATUS.

           select TXN-ARCHIVE assign to "TXNHARC"
               organization is indexed
               access mode is dynamic
               record key is XA-KEY
               file status is WS-TXNHARC-STATUS.

           select REVERSAL-REGISTER assign to "REVREG"
               organization is indexed
               access mode is dynamic
               record key is RR-ORIG-REFERENCE
               file status is WS-REVREG-STATUS.

           select CONTACT-FILE assign to "CONTACT"
               organization is indexed
               access mode is dynamic
               record key is CN-CUST-ID
               file status is WS-CONTACT-STATUS.

       data division.
       file section.
       fd  CUSTOMER-MASTER.
           copy CUSTREC.

       fd  POSTING-FILE
           record contains 129 characters.
           copy POSTREC.

       fd  HOLD-FILE.
           copy HOLDREC.

       fd  POSTING-JOURNAL
           record contains 100 characters.
       01  POSTING-JOURNAL-LINE     pic x(100).

       fd  TXN-HISTORY
           record contains 81 characters.
           copy TXNHIST.

      *  One-record control files: the operator id the job was
       fd  OPERATOR-SECURITY.
           copy OPERSEC.

       fd  SUSPENSE-FILE.
           copy SUSPREC.

       fd  OVERDRAFT-FACILITY.
           copy ODFACIL.

       fd  OUTBOUND-PAYMENT.
           copy OUTPAY.

       fd  TXN-ARCHIVE.
           copy TXNARC.

       fd  REVERSAL-REGISTER.
           copy REVREG.

       fd  CONTACT-FILE.
           copy CONTACT.

      *  One-record checkpoint, the way GetMyAge checkpoints
      *  CP-LAST-CUST-ID to AGERSTRT: the count of posting records
      *  applied through the last account group committed, the
       01  WS-TRANS-COUNT           pic 9(7) value zero.
       01  WS-REJECT-COUNT          pic 9(7) value zero.

       01  WS-SUSPENSE-STATUS       pic xx.
           88  SUSPENSE-OK          value "00".
           88  SUSPENSE-DUPLICATE   value "22".
           88  SUSPENSE-NOT-FOUND   value "35".

       01  WS-OUTPAY-STATUS         pic xx.
           88  OUTPAY-OK            value "00".
           88  OUTPAY-DUPLICATE     value "22".
           88  OUTPAY-NOT-FOUND     value "35".

       01  WS-RESTART-STATUS        pic xx.
           88  RESTART-OK           value "00".

       01  WS-TXNHARC-STATUS        pic xx.
           88  TXNHARC-OK           value "00".

       01  WS-REVREG-STATUS         pic xx.
           88  REVREG-OK            value "00".
           88  REVREG-DUPLICATE     value "22".
           88  REVREG-NOT-FOUND     value "35".

      *  No archive on the run means nothing has been archived that
      *  could be reversed: every reversal tonight rejects.
       01  WS-ARCHIVE-OPEN          pic x value "N".
           88  ARCHIVE-IS-OPEN      value "Y".
       01  WS-ARC-EOF-SWITCH        pic x.
           88  END-OF-ARCHIVE       value "Y".

      *  Reference work area: built here for a keyed card, and used
      *  to take the date out of a reference a reversal names.
           copy MOVEREF.

      *  A movement looked up on the archive by account and
      *  reference, and what a reversal found there: the original
      *  on the posting account and, for a transfer, the other
      *  account's leg.
       01  WS-FIND-CUST-ID          pic x(10).
       01  WS-FIND-REFERENCE        pic x(16).
       01  WS-FIND-SWITCH           pic x.
           88  MOVEMENT-WAS-FOUND   value "Y".
       01  WS-FOUND-DESC            pic x(14).
       01  WS-FOUND-AMOUNT          pic S9(9)v99.
       01  WS-FOUND-CURRENCY        pic x(3).
       01  WS-FOUND-REVERSES        pic x(16).
       01  WS-ORIG-DESC             pic x(14).
       01  WS-ORIG-AMOUNT           pic S9(9)v99.
       01  WS-ORIG-CURRENCY         pic x(3).
       01  WS-OTHER-DESC            pic x(14).
       01  WS-OTHER-AMOUNT          pic S9(9)v99.
       01  WS-OTHER-LEG             pic x value "N".
           88  OTHER-LEG-NEEDED     value "Y".
       01  WS-REVERSAL-DESC         pic x(14).

      *  Restart bookkeeping: the absolute position in POSTING-FILE
      *  of the record being read, and how many records the
      *  checkpoint says were already applied by the failed run.  A
       01  WS-IS-RESTART            pic x value "N".
           88  IS-RESTARTED-RUN     value "Y".

      *  Same balance ceiling CustomerMaint applies on add and
      *  change, so a posting can't push an account anywhere a keyed
      *  maintenance transaction would have been rejected for.
       01  WS-MAX-BALANCE           pic S9(9)v99 value 9999999.99.

       01  WS-ODFACIL-STATUS        pic xx.
           88  ODFACIL-OK           value "00".

      *  No facility file on the run means no account has an arranged
      *  overdraft: every floor is zero.
       01  WS-FACILITIES-OPEN       pic x value "N".
           88  FACILITIES-ARE-OPEN  value "Y".

      *  The balance floor for the account the journal is open on:
      *  minus the limit of its facility when one is in force on the
      *  posting date, zero otherwise.  Looked up once as the account
      *  group starts and held for the group, like the hold total.
       01  WS-ARRANGED-FLOOR        pic S9(9)v99 value zero.

       01  WS-CONTACT-STATUS        pic xx.
           88  CONTACT-OK           value "00".

      *  No contact file on the run means no customer has asked to
      *  hear of a large debit.
       01  WS-CONTACTS-OPEN         pic x value "N".
           88  CONTACTS-ARE-OPEN    value "Y".

      *  The large-debit threshold for the account the journal is
      *  open on, looked up as the group starts like the floor; zero
      *  raises no event.
       01  WS-LARGE-DEBIT-AMOUNT    pic 9(9)v99 value zero.
       01  WS-ALERT-EVENT           pic x(2) value "LD".
       01  WS-ALERT-AMOUNT          pic S9(9)v99 value zero.
       01  WS-ALERT-REFERENCE       pic x(16) value spaces.

      *  Control-break hold: the account the journal is currently open
      *  on, and its running balance, carried between postings so the
      *  written through JournalWrite so a bad posting run can be
      *  reversed by BackoutChanges instead of a full-file restore.
       01  WS-JRNL-PROGRAM          pic x(16) value "POSTTRANSACTIONS".
       01  WS-JRNL-FILE             pic x(8) value "CUSTMSTR".
       01  WS-JRNL-ACTION           pic x(1) value "R".
       01  WS-JRNL-BEFORE           pic x(200).
       01  WS-JRNL-AFTER            pic x(200).
       01  WS-REJECT-REASON         pic x(36).

      *  Run-control identity for the nightly cycle: postings run
      *  after the standing-order generator, the clearing gateway and
      *  the suspense re-queue have finished building the posting
      *  file, stamped through CycleStamp.
       01  WS-CYCLE-STEP            pic x(16) value "POSTTRANSACTIONS".
       01  WS-CYCLE-PRED            pic x(16) value "SUSPREQUEUE".
       01  WS-CYCLE-FUNCTION        pic x(1).
       01  WS-CYCLE-RESULT          pic x(1).

       01  WS-MOVEMENT-LINE.
           05  ML-CUST-ID           pic x(10).
           05  filler               pic x(2) value spaces.
           05  ML-REFERENCE         pic x(16).
           05  filler               pic x(2) value spaces.
           05  ML-DESC              pic x(14).
           05  filler               pic x(2) value spaces.
           05  ML-AMOUNT            pic -(8)9.99.
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
           if IS-RESTARTED-RUN
               open extend POSTING-JOURNAL
           else
                   "STATUS " WS-TXNHIST-STATUS
               stop run
           end-if
      *  The output fallback runs only for "file not found": any
      *  other failed open is an error, not a first run, and falling
      *  through to open output would wipe every unworked item.
           open i-o SUSPENSE-FILE
           if SUSPENSE-NOT-FOUND
               open output SUSPENSE-FILE
               if SUSPENSE-OK
                   close SUSPENSE-FILE
                   open i-o SUSPENSE-FILE
               end-if
           end-if
           if not SUSPENSE-OK
               display "POSTTRANSACTIONS: SUSPENSE OPEN FAILED, "
                   "STATUS " WS-SUSPENSE-STATUS
               stop run
           end-if
      *  The same for the outbound-payment queue: only "file not
      *  found" creates it; anything else would wipe unsent payments.
           open i-o OUTBOUND-PAYMENT
           if OUTPAY-NOT-FOUND
               open output OUTBOUND-PAYMENT
               if OUTPAY-OK
                   close OUTBOUND-PAYMENT
                   open i-o OUTBOUND-PAYMENT
               end-if
           end-if
           if not OUTPAY-OK
               display "POSTTRANSACTIONS: OUTPAY OPEN FAILED, "
                   "STATUS " WS-OUTPAY-STATUS
               stop run
           end-if
           open input TXN-ARCHIVE
           if TXNHARC-OK
               move "Y" to WS-ARCHIVE-OPEN
           end-if
      *  And for the reversal register: only "file not found"
      *  creates it; anything else would forget what was reversed.
           open i-o REVERSAL-REGISTER
           if REVREG-NOT-FOUND
               open output REVERSAL-REGISTER
               if REVREG-OK
                   close REVERSAL-REGISTER
                   open i-o REVERSAL-REGISTER
               end-if
           end-if
           if not REVREG-OK
               display "POSTTRANSACTIONS: REVREG OPEN FAILED, "
                   "STATUS " WS-REVREG-STATUS
               stop run
           end-if
      *  The posting date is the open business date from the
      *  calendar, so history and activity stamps from a
      *  post-midnight run still carry the date the cycle ran as.

       process-posting.
           add 1 to WS-TRANS-COUNT
           if PT-REFERENCE = spaces
               perform assign-keyed-reference
           end-if
           if PT-CUST-ID not = WS-CURRENT-CUST-ID
               perform close-out-account
               perform start-account
                       perform post-debit
                   when "T"
                       perform post-transfer
                   when "O"
                       perform post-outbound-payment
                   when "P"
                       perform post-payment-return
                   when "R"
                       perform post-reversal
                   when other
                       move "*** UNKNOWN POSTING TYPE ***"
                           to WS-REJECT-REASON
               end-evaluate
           end-if.

      *  A keyed card is referenced by where it sits on tonight's
      *  posting file, the same position the suspense key uses, so a
      *  restarted run gives a card the reference it had before.
       assign-keyed-reference.
           move "K" to RF-ORIGIN
           move WS-POSTING-DATE to RF-DATE
           move WS-READ-COUNT to RF-SEQ
           move MOVEMENT-REFERENCE to PT-REFERENCE.

      *  Opens the journal on a new account: reads the master record
      *  and shows where the balance stood before today's movements.
      *  A posting for an id not on the master leaves the account
                   move "Y" to WS-ACCOUNT-HELD
                   move CUST-BALANCE to WS-RUNNING-BALANCE
                   perform sum-active-holds
                   perform find-arranged-floor
                   perform find-large-debit-threshold
                   move CUST-ID to OL-CUST-ID
                   move CUST-BALANCE to OL-BALANCE
                   move CUST-CURRENCY-CODE to OL-CURRENCY
               perform write-movement-line
               compute WS-HISTORY-AMOUNT = PT-AMOUNT * -1
               perform write-history-record
               perform check-large-debit
           else
               perform write-reject-line
           end-if.

      *  An outbound payment leaves the bank: it is edited exactly as
      *  a debit is - holds, arranged overdraft, operator limit - and
      *  once applied is queued on OUTPAY under tonight's date and
      *  its place on the posting file, for OutboundPayments to send.
      *  One with no beneficiary bank or account could never be sent,
      *  so it rejects before it moves any money.
       post-outbound-payment.
           if PT-BENE-BANK = spaces or PT-BENE-ACCOUNT = spaces
               move "*** NO BENEFICIARY DETAILS ***"
                   to WS-REJECT-REASON
               perform write-reject-line
           else
               perform apply-outbound-payment
           end-if.

       apply-outbound-payment.
           compute WS-NEW-BALANCE = CUST-BALANCE - PT-AMOUNT
           perform validate-posting
           if POSTING-IS-VALID
               move CUSTOMER-RECORD to WS-JRNL-BEFORE
               move WS-NEW-BALANCE to CUST-BALANCE
               perform record-account-activity
               rewrite CUSTOMER-RECORD
               perform journal-master-rewrite
               move CUST-BALANCE to WS-RUNNING-BALANCE
               move "PAYMENT OUT" to ML-DESC
               move spaces to ML-MESSAGE
               string "TO " PT-BENE-BANK " " PT-BENE-ACCOUNT
                   delimited by size into ML-MESSAGE
               perform write-movement-line
               compute WS-HISTORY-AMOUNT = PT-AMOUNT * -1
               perform write-history-record
               perform check-large-debit
               perform queue-outbound-payment
           else
               perform write-reject-line
           end-if.

      *  A restarted run re-applying the payment finds its key already
      *  queued, so the payment is sent once.  Any other failure to
      *  queue it stops the run: the account has already been debited.
       queue-outbound-payment.
           move WS-POSTING-DATE to OP-QUEUE-DATE
           move WS-READ-COUNT to OP-POSTING-SEQ
           move PT-CUST-ID to OP-CUST-ID
           move PT-AMOUNT to OP-AMOUNT
           move PT-CURRENCY-CODE to OP-CURRENCY-CODE
           move PT-BENE-BANK to OP-BENE-BANK
           move PT-BENE-ACCOUNT to OP-BENE-ACCOUNT
           move PT-BENE-NAME to OP-BENE-NAME
           set OP-QUEUED to true
           move zero to OP-SENT-DATE
           move zero to OP-RETURN-DATE
           move spaces to OP-RETURN-REASON
           write OUTBOUND-PAYMENT-RECORD
               invalid key
                   if not (OUTPAY-DUPLICATE and IS-RESTARTED-RUN)
                       display "POSTTRANSACTIONS: OUTPAY WRITE FAILED, "
                           "STATUS " WS-OUTPAY-STATUS
                       move 8 to return-code
                       stop run
                   end-if
           end-write.

      *  A returned outbound payment, queued by OutboundReturns from
      *  the partner's returns file, puts the money back: a credit
      *  under its own history description, so the statement shows
      *  the payment went out and came back.
       post-payment-return.
           compute WS-NEW-BALANCE = CUST-BALANCE + PT-AMOUNT
           perform validate-posting
           if POSTING-IS-VALID
               move CUSTOMER-RECORD to WS-JRNL-BEFORE
               move WS-NEW-BALANCE to CUST-BALANCE
               perform record-account-activity
               rewrite CUSTOMER-RECORD
               perform journal-master-rewrite
               move CUST-BALANCE to WS-RUNNING-BALANCE
               move "PAYMENT RETURN" to ML-DESC
               move spaces to ML-MESSAGE
               string "FROM " PT-BENE-BANK " " PT-BENE-ACCOUNT
                   delimited by size into ML-MESSAGE
               perform write-movement-line
               move PT-AMOUNT to WS-HISTORY-AMOUNT
               perform write-history-record
           else
               perform write-reject-line
           end-if.

      *  A reversal undoes one movement already rolled to the
      *  archive, named by its reference on the posting account: the
      *  original's amount goes back with the opposite sign, under
      *  the original's own description so the GL feed nets it
      *  against the same accounts, and the history record names the
      *  reference it undoes.  A transfer is undone on both accounts
      *  in one posting, the card naming the other account in
      *  PT-TO-CUST-ID; that leg is applied first and, as for a
      *  transfer, a failure on either side leaves both untouched.
      *  A reversal is a correction, so it is held to the open-account,
      *  currency, ceiling and operator-limit edits but not to the
      *  arranged floor or the holds.  Once applied it is entered on
      *  REVREG, and a second reversal of the same movement - a
      *  re-keyed card, or a restarted run re-applying the group in
      *  flight - rejects instead of undoing it twice.
       post-reversal.
           perform edit-reversal
           if POSTING-IS-VALID
               compute WS-NEW-BALANCE = CUST-BALANCE - WS-ORIG-AMOUNT
               perform validate-posting
           end-if
           if POSTING-IS-VALID and OTHER-LEG-NEEDED
               perform reverse-other-leg
               perform reread-held-account
           end-if
           if POSTING-IS-VALID
               perform apply-reversal
           else
               perform write-reject-line
           end-if.

       edit-reversal.
           move "Y" to WS-POSTING-VALID
           move "N" to WS-OTHER-LEG
           if PT-REVERSES-REF = spaces
               move "N" to WS-POSTING-VALID
               move "*** NO ORIGINAL REFERENCE ***"
                   to WS-REJECT-REASON
           else
               perform check-not-reversed
           end-if.

       check-not-reversed.
           move PT-REVERSES-REF to RR-ORIG-REFERENCE
           read REVERSAL-REGISTER
               invalid key
                   perform find-reversal-original
               not invalid key
                   move "N" to WS-POSTING-VALID
                   move "*** ALREADY REVERSED ***" to WS-REJECT-REASON
           end-read.

       find-reversal-original.
           move PT-CUST-ID to WS-FIND-CUST-ID
           move PT-REVERSES-REF to WS-FIND-REFERENCE
           perform find-archived-movement
           if not MOVEMENT-WAS-FOUND
               move "N" to WS-POSTING-VALID
               move "*** ORIGINAL NOT ON ARCHIVE ***"
                   to WS-REJECT-REASON
           else
               move WS-FOUND-DESC to WS-ORIG-DESC
               move WS-FOUND-AMOUNT to WS-ORIG-AMOUNT
               move WS-FOUND-CURRENCY to WS-ORIG-CURRENCY
               perform edit-reversal-original
           end-if.

      *  Only a movement a customer could dispute or the bank could
      *  misapply is reversible here.  A merge closed an account, a
      *  backout is itself a correction, and an outbound payment and
      *  its return run through the clearing partner; an escheat
      *  turnover closed the account and the owner reclaims from the
      *  state.  None of those is undone by a posting.  The amount and
      *  currency on the card are replaced by the original's.
       edit-reversal-original.
           evaluate true
               when WS-FOUND-REVERSES not = spaces
                   move "N" to WS-POSTING-VALID
                   move "*** A REVERSAL IS NOT REVERSIBLE ***"
                       to WS-REJECT-REASON
               when WS-ORIG-DESC = "TRANSFER OUT" or "TRANSFER IN"
                   perform find-transfer-other-leg
               when WS-ORIG-DESC = "CREDIT" or "DEBIT" or "INTEREST"
                       or "OVERDRAFT FEE" or "MAINT ADJUST"
                       or "TAX WITHHELD"
                   continue
               when other
                   move "N" to WS-POSTING-VALID
                   move "*** MOVEMENT NOT REVERSIBLE ***"
                       to WS-REJECT-REASON
           end-evaluate
           if POSTING-IS-VALID
               if WS-ORIG-AMOUNT < zero
                   compute PT-AMOUNT = WS-ORIG-AMOUNT * -1
               else
                   move WS-ORIG-AMOUNT to PT-AMOUNT
               end-if
               move WS-ORIG-CURRENCY to PT-CURRENCY-CODE
           end-if.

      *  The other leg must be on the named account's archive under
      *  the same reference, for the opposite amount, and not itself
      *  a reversal.
       find-transfer-other-leg.
           if PT-TO-CUST-ID = spaces or PT-TO-CUST-ID = PT-CUST-ID
               move "N" to WS-POSTING-VALID
               move "*** TRANSFER PARTNER NOT GIVEN ***"
                   to WS-REJECT-REASON
           else
               move PT-TO-CUST-ID to WS-FIND-CUST-ID
               perform find-archived-movement
               if MOVEMENT-WAS-FOUND
                       and WS-FOUND-REVERSES = spaces
                       and WS-FOUND-AMOUNT + WS-ORIG-AMOUNT = zero
                   move "Y" to WS-OTHER-LEG
                   move WS-FOUND-DESC to WS-OTHER-DESC
                   move WS-FOUND-AMOUNT to WS-OTHER-AMOUNT
               else
                   move "N" to WS-POSTING-VALID
                   move "*** PARTNER LEG NOT ON ARCHIVE ***"
                       to WS-REJECT-REASON
               end-if
           end-if.

      *  Looks for the movement with reference WS-FIND-REFERENCE on
      *  account WS-FIND-CUST-ID.  A movement posts no earlier than
      *  the date its reference was assigned, so the scan starts on
      *  that date rather than at the account's first movement.
       find-archived-movement.
           move "N" to WS-FIND-SWITCH
           if ARCHIVE-IS-OPEN
               perform position-archive
               perform until END-OF-ARCHIVE
                   read TXN-ARCHIVE next
                       at end
                           set END-OF-ARCHIVE to true
                       not at end
                           perform match-archived-movement
                   end-read
               end-perform
           end-if.

       position-archive.
           move "N" to WS-ARC-EOF-SWITCH
           move WS-FIND-REFERENCE to MOVEMENT-REFERENCE
           move WS-FIND-CUST-ID to XA-CUST-ID
           if RF-DATE is numeric
               move RF-DATE to XA-DATE
           else
               move zero to XA-DATE
           end-if
           move zero to XA-SEQ
           start TXN-ARCHIVE key not < XA-KEY
               invalid key
                   set END-OF-ARCHIVE to true
           end-start.

       match-archived-movement.
           if XA-CUST-ID not = WS-FIND-CUST-ID
               set END-OF-ARCHIVE to true
           else
               if XA-REFERENCE = WS-FIND-REFERENCE
                   move "Y" to WS-FIND-SWITCH
                   move XA-DESC to WS-FOUND-DESC
                   move XA-AMOUNT to WS-FOUND-AMOUNT
                   move XA-CURRENCY-CODE to WS-FOUND-CURRENCY
                   move XA-REVERSES-REF to WS-FOUND-REVERSES
                   set END-OF-ARCHIVE to true
               end-if
           end-if.

      *  The other account's leg of a transfer being reversed, edited
      *  the way the incoming side of a transfer is.
       reverse-other-leg.
           move PT-TO-CUST-ID to CUST-ID
           read CUSTOMER-MASTER
               invalid key
                   move "N" to WS-POSTING-VALID
                   move "*** TRANSFER PARTNER NOT FOUND ***"
                       to WS-REJECT-REASON
               not invalid key
                   perform apply-other-leg-reversal
           end-read.

       apply-other-leg-reversal.
           if CUST-FROZEN or CUST-CLOSED
               move "N" to WS-POSTING-VALID
               move "*** PARTNER NOT OPEN TO MOVEMENT ***"
                   to WS-REJECT-REASON
           else
               perform apply-other-leg-open
           end-if.

       apply-other-leg-open.
           if CUST-CURRENCY-CODE not = WS-ORIG-CURRENCY
               move "N" to WS-POSTING-VALID
               move "*** PARTNER CURRENCY MISMATCH ***"
                   to WS-REJECT-REASON
           else
               if CUST-BALANCE - WS-OTHER-AMOUNT > WS-MAX-BALANCE
                   move "N" to WS-POSTING-VALID
                   move "*** PARTNER OVER MAXIMUM BALANCE ***"
                       to WS-REJECT-REASON
               else
                   move CUSTOMER-RECORD to WS-JRNL-BEFORE
                   subtract WS-OTHER-AMOUNT from CUST-BALANCE
                   perform record-account-activity
                   rewrite CUSTOMER-RECORD
                   perform journal-master-rewrite
                   move PT-TO-CUST-ID to ML-CUST-ID
                   move PT-REFERENCE to ML-REFERENCE
                   move "REVERSAL" to ML-DESC
                   move PT-AMOUNT to ML-AMOUNT
                   move spaces to ML-MESSAGE
                   string "OF " PT-REVERSES-REF " " WS-OTHER-DESC
                       delimited by size into ML-MESSAGE
                   move spaces to POSTING-JOURNAL-LINE
                   move WS-MOVEMENT-LINE to POSTING-JOURNAL-LINE
                   write POSTING-JOURNAL-LINE
                   compute WS-HISTORY-AMOUNT = WS-OTHER-AMOUNT * -1
                   move WS-OTHER-DESC to WS-REVERSAL-DESC
                   perform write-reversal-history
               end-if
           end-if.

       apply-reversal.
           move CUSTOMER-RECORD to WS-JRNL-BEFORE
           move WS-NEW-BALANCE to CUST-BALANCE
           perform record-account-activity
           rewrite CUSTOMER-RECORD
           perform journal-master-rewrite
           move CUST-BALANCE to WS-RUNNING-BALANCE
           move "REVERSAL" to ML-DESC
           move spaces to ML-MESSAGE
           string "OF " PT-REVERSES-REF " " WS-ORIG-DESC
               delimited by size into ML-MESSAGE
           perform write-movement-line
           compute WS-HISTORY-AMOUNT = WS-ORIG-AMOUNT * -1
           move WS-ORIG-DESC to WS-REVERSAL-DESC
           perform write-reversal-history
           perform register-reversal.

      *  Written under the description of the movement undone, with
      *  that movement's reference alongside the reversal's own.
       write-reversal-history.
           move CUST-ID to TH-CUST-ID
           move WS-POSTING-DATE to TH-DATE
           move WS-REVERSAL-DESC to TH-DESC
           move WS-HISTORY-AMOUNT to TH-AMOUNT
           move CUST-CURRENCY-CODE to TH-CURRENCY-CODE
           move zero to TH-DAYS-BILLED
           move PT-REFERENCE to TH-REFERENCE
           move PT-REVERSES-REF to TH-REVERSES-REF
           write TXN-HISTORY-RECORD.

      *  The register is what refuses a second reversal of the same
      *  movement, so an entry that cannot be written stops the run;
      *  only a restarted run re-applying the reversal may find it
      *  already there.
       register-reversal.
           move PT-REVERSES-REF to RR-ORIG-REFERENCE
           move PT-REFERENCE to RR-REVERSAL-REFERENCE
           move PT-CUST-ID to RR-CUST-ID
           move WS-POSTING-DATE to RR-REVERSAL-DATE
           move WS-ORIG-DESC to RR-ORIG-DESC
           move WS-HISTORY-AMOUNT to RR-AMOUNT
           write REVERSAL-REGISTER-RECORD
               invalid key
                   if not (REVREG-DUPLICATE and IS-RESTARTED-RUN)
                       display "POSTTRANSACTIONS: REVREG WRITE FAILED, "
                           "STATUS " WS-REVREG-STATUS
                       move 8 to return-code
                       stop run
                   end-if
           end-write.

      *  A transfer debits the posting account and credits the target
      *  account in one transaction.  The outgoing side is edited
      *  first against the held account, then the incoming side is
               perform write-movement-line
               compute WS-HISTORY-AMOUNT = PT-AMOUNT * -1
               perform write-history-record
               perform check-large-debit
           else
               perform write-reject-line
           end-if.
                   rewrite CUSTOMER-RECORD
                   perform journal-master-rewrite
                   move PT-TO-CUST-ID to ML-CUST-ID
                   move PT-REFERENCE to ML-REFERENCE
                   move "TRANSFER IN" to ML-DESC
                   move PT-AMOUNT to ML-AMOUNT
                   move spaces to ML-MESSAGE
      *  (a frozen or closed account takes no postings), the amount
      *  must be a positive figure, the posting currency must match
      *  the account's own currency, and the resulting balance must
      *  stay under the ceiling CustomerMaint enforces on keyed
      *  maintenance and, for anything but a credit, above the
      *  account's arranged overdraft floor.
       validate-posting.
           move "Y" to WS-POSTING-VALID
           move spaces to WS-REJECT-REASON
                   move "*** CURRENCY MISMATCH ***" to WS-REJECT-REASON
               else
                   if WS-NEW-BALANCE > WS-MAX-BALANCE
                       move "N" to WS-POSTING-VALID
                       move "*** BALANCE LIMIT BREACHED ***"
                           to WS-REJECT-REASON
                   else
                       perform validate-posting-floor
                   end-if
               end-if
           end-if.

      *  The arranged-overdraft edit: a debit, a standing order or
      *  the outgoing side of a transfer may take the account no
      *  further below zero than its facility allows, and neither may
      *  an outbound payment.  A credit - a returned payment included
      *  - is never refused for leaving an account overdrawn; it only
      *  brings the account back up.  Nor is a reversal: it puts the
      *  account back where it would have been without the movement
      *  it undoes.
       validate-posting-floor.
           if PT-TYPE not = "C" and not = "P" and not = "R"
                   and WS-NEW-BALANCE < WS-ARRANGED-FLOOR
               move "N" to WS-POSTING-VALID
               move "*** PAST ARRANGED OVERDRAFT ***"
                   to WS-REJECT-REASON
           else
               perform validate-posting-holds
           end-if.

      *  The available-balance edit: a debit, an outbound payment or
      *  the outgoing side of a transfer must leave at least the
      *  account's active hold total behind, over and above the
      *  arranged floor, so money already promised to a card
      *  settlement or a garnishment cannot be debited away before
      *  it clears.  An account with
      *  no holds keeps its full arranged overdraft room.  A
      *  reversal corrects a movement and is not held to them.
       validate-posting-holds.
           if PT-TYPE not = "C" and not = "P" and not = "R"
                   and WS-HOLD-TOTAL > zero
                   and WS-NEW-BALANCE
                       < WS-ARRANGED-FLOOR + WS-HOLD-TOTAL
               move "N" to WS-POSTING-VALID
               move "*** DEBIT BREAKS FUNDS HOLD ***"
                   to WS-REJECT-REASON
               end-if
           end-if.

      *  The account's arranged overdraft floor on the posting date.
      *  A facility counts only while active and inside its dates; a
      *  zero expiry stands until cancelled.  A cancelled, expired or
      *  not-yet-started facility, or none at all, leaves the floor
      *  at zero.
       find-arranged-floor.
           move zero to WS-ARRANGED-FLOOR
           if FACILITIES-ARE-OPEN
               move WS-CURRENT-CUST-ID to OF-CUST-ID
               read OVERDRAFT-FACILITY
                   invalid key
                       continue
                   not invalid key
                       if FACILITY-ACTIVE
                               and OF-START-DATE not > WS-POSTING-DATE
                               and (OF-EXPIRY-DATE = zero
                                   or OF-EXPIRY-DATE
                                       not < WS-POSTING-DATE)
                           compute WS-ARRANGED-FLOOR = OF-LIMIT * -1
                       end-if
               end-read
           end-if.

      *  Only the customer's own threshold counts: one without a
      *  contact record, or with no large-debit amount set, has none.
       find-large-debit-threshold.
           move zero to WS-LARGE-DEBIT-AMOUNT
           if CONTACTS-ARE-OPEN
               move WS-CURRENT-CUST-ID to CN-CUST-ID
               read CONTACT-FILE
                   invalid key
                       continue
                   not invalid key
                       if CN-LARGE-DEBIT-AMOUNT is numeric
                           move CN-LARGE-DEBIT-AMOUNT
                               to WS-LARGE-DEBIT-AMOUNT
                       end-if
               end-read
           end-if.

      *  The event carries the movement's own amount and reference,
      *  so the customer can tell which debit it was.
       check-large-debit.
           if WS-LARGE-DEBIT-AMOUNT > zero
                   and PT-AMOUNT not < WS-LARGE-DEBIT-AMOUNT
               move PT-AMOUNT to WS-ALERT-AMOUNT
               move PT-REFERENCE to WS-ALERT-REFERENCE
               call "AlertWrite" using WS-JRNL-PROGRAM WS-ALERT-EVENT
                   CUST-ID WS-ALERT-AMOUNT WS-ALERT-REFERENCE
           end-if.

      *  Money moving on an account is activity by definition: every
      *  applied posting stamps CUST-LAST-MOVE-DATE - the date the
      *  dormancy sweep ages, which the nightly balance run never
           move CUSTOMER-RECORD to WS-JRNL-AFTER
           call "JournalWrite" using WS-JRNL-PROGRAM WS-JRNL-ACTION
               CUST-ID WS-JRNL-BEFORE WS-JRNL-AFTER
               WS-OPERATOR-ID WS-JRNL-FILE.

      *  One movement-history record per applied posting, signed in
      *  the account's own currency, for the monthly statements.
           move WS-HISTORY-AMOUNT to TH-AMOUNT
           move CUST-CURRENCY-CODE to TH-CURRENCY-CODE
           move zero to TH-DAYS-BILLED
           move PT-REFERENCE to TH-REFERENCE
           move spaces to TH-REVERSES-REF
           write TXN-HISTORY-RECORD.

       write-movement-line.
           move PT-CUST-ID to ML-CUST-ID
           move PT-REFERENCE to ML-REFERENCE
           move PT-AMOUNT to ML-AMOUNT
           move spaces to POSTING-JOURNAL-LINE
           move WS-MOVEMENT-LINE to POSTING-JOURNAL-LINE
           add 1 to WS-REJECT-COUNT
           move "REJECTED" to ML-DESC
           move WS-REJECT-REASON to ML-MESSAGE
           perform write-movement-line
           perform write-suspense-item.

      *  Every reject goes to suspense as it was read, keyed by the
      *  business date and its position on tonight's posting file.
      *  A restarted run re-rejecting an item from the group in
      *  flight finds the key already there; the item is suspended
      *  once, so the duplicate is simply not written again.  Any
      *  other failure stops the run rather than lose the item.
       write-suspense-item.
           move WS-POSTING-DATE to SP-REJECT-DATE
           move WS-READ-COUNT to SP-POSTING-SEQ
           if PT-FROM-KEYED
               move "K" to SP-SOURCE
           else
               move PT-SOURCE to SP-SOURCE
           end-if
           move WS-REJECT-REASON to SP-REASON
           set SP-OPEN to true
           move zero to SP-REPAIR-COUNT
           move zero to SP-WORKED-DATE
           move spaces to SP-WORKED-BY
           move spaces to SP-APPROVED-BY
           move zero to SP-REPOSTED-DATE
           move POSTING-RECORD to SP-POSTING-IMAGE
           write SUSPENSE-RECORD
               invalid key
                   if not (SUSPENSE-DUPLICATE and IS-RESTARTED-RUN)
                       display "POSTTRANSACTIONS: SUSPENSE WRITE "
                           "FAILED, STATUS " WS-SUSPENSE-STATUS
                       move 8 to return-code
                       stop run
                   end-if
           end-write.

       close-files.
           close CUSTOMER-MASTER
           if HOLDS-ARE-OPEN
               close HOLD-FILE
           end-if
           if FACILITIES-ARE-OPEN
               close OVERDRAFT-FACILITY
           end-if
           close POSTING-JOURNAL
           close TXN-HISTORY
           close SUSPENSE-FILE
           close OUTBOUND-PAYMENT
           if ARCHIVE-IS-OPEN
               close TXN-ARCHIVE
           end-if
           close REVERSAL-REGISTER
           if CONTACTS-ARE-OPEN
               close CONTACT-FILE
           end-if.
