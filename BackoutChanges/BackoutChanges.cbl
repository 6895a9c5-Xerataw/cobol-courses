      *****************************************************************
      *  Selective reversal of a named run's CUSTOMER-MASTER changes
      *  using the before/after images on the change journal, so a bad
      *  batch no longer forces a full-file restore that loses the day's
      *  good updates.  The BACKREQ card names the program and run date
      *  to reverse, optionally narrowed to one customer id.  Matching
      *  journal entries are applied newest first: an add is deleted, a
      *  rewrite gets its before image back, a delete is re-written.
      *  The journal is streamed - counted once, then re-scanned from
      *  the top for each entry working backwards - so a run of any size
      *  can be reversed without an in-storage table.  The changed-since
      *  check ignores CUST-DAYS-NEGATIVE, CUST-DAYS-UNARRANGED,
      *  CUST-LAST-BAL-DATE and CUST-OVERDRAWN-SWITCH, which the nightly
      *  balance run re-dates on every account; without that a
      *  maintenance backout run the morning after would skip every
      *  record, and the restore carries the current values of those
      *  fields forward for the same reason.  A record whose other
      *  fields have moved on since the run is skipped with a warning,
      *  every reversal is itself journaled, and reversals that change a
      *  balance are written to the movement history so the monthly
      *  statement still proves across.  Each of those movements takes a
      *  movement reference of its own, "B", the run date and a sequence
      *  carried from run to run on the one-record BACKSEQ control file,
      *  since backouts are submitted on demand and two runs may fall on
      *  one date.  Journal entries marked for the ACCTREL relationship
      *  file are reversed there in the same newest-first pass, under
      *  the same changed-since rule, so a maintenance run's party links
      *  come out with its master changes.  Entries marked for the
      *  CONTACT file are reversed against the customer's contact and
      *  alert-preference record the same way.
      *****************************************************************
       environment division.
       input-output section.
               record key is OS-OPERATOR-ID
               file status is WS-OPERSEC-STATUS.

           select REFERENCE-CONTROL assign to "BACKSEQ"
               organization is line sequential
               file status is WS-BACKSEQ-STATUS.

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

       fd  CHANGE-JOURNAL
           record contains 459 characters.
           copy CHGJRNL.

       fd  BACKOUT-REQUEST
       01  BACKOUT-REPORT-LINE      pic x(80).

       fd  TXN-HISTORY
           record contains 81 characters.
           copy TXNHIST.

      *  One-record control files: the operator id the job was
       fd  OPERATOR-SECURITY.
           copy OPERSEC.

      *  One-record control: the date and the last movement
      *  reference sequence a backout run used on it.
       fd  REFERENCE-CONTROL
           record contains 15 characters.
       01  REFERENCE-CONTROL-RECORD.
           05  RC-DATE              pic 9(8).
           05  RC-LAST-SEQ          pic 9(7).

       fd  ACCOUNT-RELATIONS.
           copy ACCTREL.

       fd  CONTACT-FILE.
           copy CONTACT.

       working-storage section.
       01  WS-CUSTMSTR-STATUS       pic xx.
           88  CUSTMSTR-OK          value "00".
       01  WS-ENTRY-FOUND           pic x value "N".
           88  ENTRY-WAS-FOUND      value "Y".
       01  WS-ENT-ACTION            pic x(1).
       01  WS-ENT-FILE-ID           pic x(8).
           88  ENT-FOR-ACCTREL      value "ACCTREL".
           88  ENT-FOR-CONTACT      value "CONTACT".
       01  WS-ENT-CUST-ID           pic x(10).
       01  WS-ENT-BEFORE            pic x(200).
       01  WS-ENT-AFTER             pic x(200).
       01  WS-JRNL-BEFORE           pic x(200).
       01  WS-JRNL-AFTER            pic x(200).
       01  WS-JRNL-PROGRAM          pic x(16) value "BACKOUTCHANGES".
       01  WS-JRNL-FILE             pic x(8).

       01  WS-ACCTREL-STATUS        pic xx.
           88  ACCTREL-OK           value "00".

      *  No relationship file on the run is only a problem if the
      *  named run changed one; those entries are then skipped.
       01  WS-RELATIONS-OPEN        pic x value "N".
           88  RELATIONS-ARE-OPEN   value "Y".
       01  WS-JRNL-ACTION           pic x(1).

       01  WS-CONTACT-STATUS        pic xx.
           88  CONTACT-OK           value "00".

      *  Likewise the contact file.
       01  WS-CONTACTS-OPEN         pic x value "N".
           88  CONTACTS-ARE-OPEN    value "Y".

       01  WS-OPERPARM-STATUS       pic xx.
           88  OPERPARM-OK          value "00".


       01  WS-HIST-AMOUNT           pic S9(10)v99 value zero.

       01  WS-BACKSEQ-STATUS        pic xx.
           88  BACKSEQ-OK           value "00".

      *  Reference for the next balance movement the backout writes;
      *  the sequence picks up where the last run on the same date
      *  left it.
           copy MOVEREF.

      *  Work copies of the customer record used by the changed-since
      *  check, so the balance-run bookkeeping fields can be blanked
      *  on both sides before the images are compared.
       procedure division.
       main-logic.
           perform get-processing-date
           perform get-reference-base
           perform check-operator-authority
           perform open-files
           perform read-request
               display "BACKOUTCHANGES: TXNHIST OPEN FAILED, STATUS "
                   WS-TXNHIST-STATUS
               stop run
           end-if
           open i-o ACCOUNT-RELATIONS
           if ACCTREL-OK
               move "Y" to WS-RELATIONS-OPEN
           end-if
           open i-o CONTACT-FILE
           if CONTACT-OK
               move "Y" to WS-CONTACTS-OPEN
           end-if.

       read-request.
               if WS-SEEN-COUNT = WS-TARGET-IDX
                   set ENTRY-WAS-FOUND to true
                   move CJ-ACTION to WS-ENT-ACTION
                   move CJ-FILE-ID to WS-ENT-FILE-ID
                   move CJ-CUST-ID to WS-ENT-CUST-ID
                   move CJ-BEFORE-IMAGE to WS-ENT-BEFORE
                   move CJ-AFTER-IMAGE to WS-ENT-AFTER
       reverse-one-entry.
           move WS-ENT-ACTION to RL-ACTION
           move WS-ENT-CUST-ID to RL-CUST-ID
           evaluate true
               when ENT-FOR-ACCTREL
                   move "ACCTREL" to WS-JRNL-FILE
                   perform reverse-relation-entry
               when ENT-FOR-CONTACT
                   move "CONTACT" to WS-JRNL-FILE
                   perform reverse-contact-entry
               when other
                   move "CUSTMSTR" to WS-JRNL-FILE
                   perform reverse-master-entry
           end-evaluate.

       reverse-master-entry.
           evaluate WS-ENT-ACTION
               when "W"
                   perform reverse-a-write
                   perform write-result-line
           end-evaluate.

      *  The changed-since check: current record against the run's after
      *  image, with CUST-DAYS-NEGATIVE, CUST-DAYS-UNARRANGED,
      *  CUST-LAST-BAL-DATE and CUST-OVERDRAWN-SWITCH blanked on both
      *  sides, since the nightly balance run re-dates every open
      *  account and that bookkeeping is no reason to refuse a reversal.
       compare-current-to-after.
           move WS-CURRENT-IMAGE to CMP-CURRENT-RECORD
           move WS-ENT-AFTER to CMP-JOURNAL-RECORD
           move zero to CMPC-DAYS-NEGATIVE
           move zero to CMPC-DAYS-UNARRANGED
           move zero to CMPC-LAST-BAL-DATE
           move space to CMPC-OVERDRAWN-SWITCH
           move zero to CMPJ-DAYS-NEGATIVE
           move zero to CMPJ-DAYS-UNARRANGED
           move zero to CMPJ-LAST-BAL-DATE
           move space to CMPJ-OVERDRAWN-SWITCH
           if CMP-CURRENT-RECORD = CMP-JOURNAL-RECORD
               move "Y" to WS-IMAGES-MATCH
           else
           end-read.

      *  The restore puts back only what the changed-since compare
      *  vouched for: the current CUST-DAYS-NEGATIVE,
      *  CUST-DAYS-UNARRANGED, CUST-LAST-BAL-DATE and
      *  CUST-OVERDRAWN-SWITCH are carried into the restored record,
      *  since the compare ignored them and reverting them would throw
      *  away the negative-day tallies recorded since the run and re-arm
      *  GetMyBalance's same-day-rerun guard into double counting.
       restore-if-unchanged.
           move CUSTOMER-RECORD to WS-CURRENT-IMAGE
           perform compare-current-to-after
               move WS-CURRENT-IMAGE to CMP-CURRENT-RECORD
               move WS-ENT-BEFORE to CUSTOMER-RECORD
               move CMPC-DAYS-NEGATIVE to CUST-DAYS-NEGATIVE
               move CMPC-DAYS-UNARRANGED to CUST-DAYS-UNARRANGED
               move CMPC-LAST-BAL-DATE to CUST-LAST-BAL-DATE
               move CMPC-OVERDRAWN-SWITCH to CUST-OVERDRAWN-SWITCH
               rewrite CUSTOMER-RECORD
                   invalid key
                       add 1 to WS-SKIPPED-COUNT
                   end-if
           end-write.

      *  A relationship entry is reversed the same three ways, keyed
      *  by the party key inside the journal image; the relationship
      *  record has no balance-run fields, so the changed-since
      *  check is a straight compare with the run's after image.
       reverse-relation-entry.
           if not RELATIONS-ARE-OPEN
               add 1 to WS-SKIPPED-COUNT
               move "*** ACCTREL NOT OPEN, SKIPPED ***" to RL-MESSAGE
               perform write-result-line
           else
               evaluate WS-ENT-ACTION
                   when "W"
                       perform reverse-party-write
                   when "R"
                       perform reverse-party-rewrite
                   when "D"
                       perform reverse-party-delete
                   when other
                       add 1 to WS-SKIPPED-COUNT
                       move "*** UNKNOWN ACTION, SKIPPED ***"
                           to RL-MESSAGE
                       perform write-result-line
               end-evaluate
           end-if.

       reverse-party-write.
           move WS-ENT-AFTER to ACCOUNT-RELATION-RECORD
           read ACCOUNT-RELATIONS
               invalid key
                   add 1 to WS-SKIPPED-COUNT
                   move "*** PARTY NOT FOUND, SKIPPED ***"
                       to RL-MESSAGE
                   perform write-result-line
               not invalid key
                   perform delete-party-if-unchanged
           end-read.

       delete-party-if-unchanged.
           move spaces to WS-CURRENT-IMAGE
           move ACCOUNT-RELATION-RECORD to WS-CURRENT-IMAGE
           if WS-CURRENT-IMAGE not = WS-ENT-AFTER
               add 1 to WS-SKIPPED-COUNT
               move "*** PARTY CHANGED SINCE RUN, SKIPPED ***"
                   to RL-MESSAGE
               perform write-result-line
           else
               delete ACCOUNT-RELATIONS record
                   invalid key
                       add 1 to WS-SKIPPED-COUNT
                       move "*** PARTY DELETE FAILED, SKIPPED ***"
                           to RL-MESSAGE
                       perform write-result-line
                   not invalid key
                       add 1 to WS-REVERSED-COUNT
                       move "PARTY LINK REVERSED - RECORD REMOVED"
                           to RL-MESSAGE
                       perform write-result-line
                       move WS-CURRENT-IMAGE to WS-JRNL-BEFORE
                       move spaces to WS-JRNL-AFTER
                       move "D" to WS-JRNL-ACTION
                       perform journal-the-reversal
               end-delete
           end-if.

       reverse-party-rewrite.
           move WS-ENT-AFTER to ACCOUNT-RELATION-RECORD
           read ACCOUNT-RELATIONS
               invalid key
                   add 1 to WS-SKIPPED-COUNT
                   move "*** PARTY NOT FOUND, SKIPPED ***"
                       to RL-MESSAGE
                   perform write-result-line
               not invalid key
                   perform restore-party-if-unchanged
           end-read.

       restore-party-if-unchanged.
           move spaces to WS-CURRENT-IMAGE
           move ACCOUNT-RELATION-RECORD to WS-CURRENT-IMAGE
           if WS-CURRENT-IMAGE not = WS-ENT-AFTER
               add 1 to WS-SKIPPED-COUNT
               move "*** PARTY CHANGED SINCE RUN, SKIPPED ***"
                   to RL-MESSAGE
               perform write-result-line
           else
               move WS-ENT-BEFORE to ACCOUNT-RELATION-RECORD
               rewrite ACCOUNT-RELATION-RECORD
                   invalid key
                       add 1 to WS-SKIPPED-COUNT
                       move "*** PARTY REWRITE FAILED, SKIPPED ***"
                           to RL-MESSAGE
                       perform write-result-line
                   not invalid key
                       add 1 to WS-REVERSED-COUNT
                       move "PARTY BEFORE IMAGE RESTORED"
                           to RL-MESSAGE
                       perform write-result-line
                       move WS-CURRENT-IMAGE to WS-JRNL-BEFORE
                       move WS-ENT-BEFORE to WS-JRNL-AFTER
                       move "R" to WS-JRNL-ACTION
                       perform journal-the-reversal
               end-rewrite
           end-if.

       reverse-party-delete.
           move WS-ENT-BEFORE to ACCOUNT-RELATION-RECORD
           write ACCOUNT-RELATION-RECORD
               invalid key
                   add 1 to WS-SKIPPED-COUNT
                   move "*** PARTY ALREADY EXISTS, SKIPPED ***"
                       to RL-MESSAGE
                   perform write-result-line
               not invalid key
                   add 1 to WS-REVERSED-COUNT
                   move "PARTY DELETE REVERSED - RECORD REWRITTEN"
                       to RL-MESSAGE
                   perform write-result-line
                   move spaces to WS-JRNL-BEFORE
                   move WS-ENT-BEFORE to WS-JRNL-AFTER
                   move "W" to WS-JRNL-ACTION
                   perform journal-the-reversal
           end-write.

      *  A contact entry is reversed the same three ways, keyed by
      *  the customer id inside the journal image, with the same
      *  straight compare for the changed-since check.
       reverse-contact-entry.
           if not CONTACTS-ARE-OPEN
               add 1 to WS-SKIPPED-COUNT
               move "*** CONTACT NOT OPEN, SKIPPED ***" to RL-MESSAGE
               perform write-result-line
           else
               evaluate WS-ENT-ACTION
                   when "W"
                       perform reverse-contact-write
                   when "R"
                       perform reverse-contact-rewrite
                   when "D"
                       perform reverse-contact-delete
                   when other
                       add 1 to WS-SKIPPED-COUNT
                       move "*** UNKNOWN ACTION, SKIPPED ***"
                           to RL-MESSAGE
                       perform write-result-line
               end-evaluate
           end-if.

       reverse-contact-write.
           move WS-ENT-AFTER to CONTACT-RECORD
           read CONTACT-FILE
               invalid key
                   add 1 to WS-SKIPPED-COUNT
                   move "*** CONTACT NOT FOUND, SKIPPED ***"
                       to RL-MESSAGE
                   perform write-result-line
               not invalid key
                   perform delete-contact-if-unchanged
           end-read.

       delete-contact-if-unchanged.
           move spaces to WS-CURRENT-IMAGE
           move CONTACT-RECORD to WS-CURRENT-IMAGE
           if WS-CURRENT-IMAGE not = WS-ENT-AFTER
               add 1 to WS-SKIPPED-COUNT
               move "*** CONTACT CHANGED SINCE RUN, SKIPPED ***"
                   to RL-MESSAGE
               perform write-result-line
           else
               delete CONTACT-FILE record
                   invalid key
                       add 1 to WS-SKIPPED-COUNT
                       move "*** CONTACT DELETE FAILED, SKIPPED ***"
                           to RL-MESSAGE
                       perform write-result-line
                   not invalid key
                       add 1 to WS-REVERSED-COUNT
                       move "CONTACT ADD REVERSED - RECORD REMOVED"
                           to RL-MESSAGE
                       perform write-result-line
                       move WS-CURRENT-IMAGE to WS-JRNL-BEFORE
                       move spaces to WS-JRNL-AFTER
                       move "D" to WS-JRNL-ACTION
                       perform journal-the-reversal
               end-delete
           end-if.

       reverse-contact-rewrite.
           move WS-ENT-AFTER to CONTACT-RECORD
           read CONTACT-FILE
               invalid key
                   add 1 to WS-SKIPPED-COUNT
                   move "*** CONTACT NOT FOUND, SKIPPED ***"
                       to RL-MESSAGE
                   perform write-result-line
               not invalid key
                   perform restore-contact-if-unchanged
           end-read.

       restore-contact-if-unchanged.
           move spaces to WS-CURRENT-IMAGE
           move CONTACT-RECORD to WS-CURRENT-IMAGE
           if WS-CURRENT-IMAGE not = WS-ENT-AFTER
               add 1 to WS-SKIPPED-COUNT
               move "*** CONTACT CHANGED SINCE RUN, SKIPPED ***"
                   to RL-MESSAGE
               perform write-result-line
           else
               move WS-ENT-BEFORE to CONTACT-RECORD
               rewrite CONTACT-RECORD
                   invalid key
                       add 1 to WS-SKIPPED-COUNT
                       move "*** CONTACT REWRITE FAILED, SKIPPED ***"
                           to RL-MESSAGE
                       perform write-result-line
                   not invalid key
                       add 1 to WS-REVERSED-COUNT
                       move "CONTACT BEFORE IMAGE RESTORED"
                           to RL-MESSAGE
                       perform write-result-line
                       move WS-CURRENT-IMAGE to WS-JRNL-BEFORE
                       move WS-ENT-BEFORE to WS-JRNL-AFTER
                       move "R" to WS-JRNL-ACTION
                       perform journal-the-reversal
               end-rewrite
           end-if.

       reverse-contact-delete.
           move WS-ENT-BEFORE to CONTACT-RECORD
           write CONTACT-RECORD
               invalid key
                   add 1 to WS-SKIPPED-COUNT
                   move "*** CONTACT ALREADY EXISTS, SKIPPED ***"
                       to RL-MESSAGE
                   perform write-result-line
               not invalid key
                   add 1 to WS-REVERSED-COUNT
                   move "CONTACT DELETE REVERSED - RECORD REWRITTEN"
                       to RL-MESSAGE
                   perform write-result-line
                   move spaces to WS-JRNL-BEFORE
                   move WS-ENT-BEFORE to WS-JRNL-AFTER
                   move "W" to WS-JRNL-ACTION
                   perform journal-the-reversal
           end-write.

       journal-the-reversal.
           call "JournalWrite" using WS-JRNL-PROGRAM WS-JRNL-ACTION
               WS-ENT-CUST-ID WS-JRNL-BEFORE WS-JRNL-AFTER
               WS-OPERATOR-ID WS-JRNL-FILE.

      *  A reversal that moves a balance is a movement like any
      *  other: it goes to the history so the monthly statement's
           move WS-HIST-AMOUNT to TH-AMOUNT
           move CUST-CURRENCY-CODE to TH-CURRENCY-CODE
           move zero to TH-DAYS-BILLED
           perform next-movement-reference
           move MOVEMENT-REFERENCE to TH-REFERENCE
           move spaces to TH-REVERSES-REF
           write TXN-HISTORY-RECORD.

      *  The last sequence used on the run date, off the control
      *  record; a missing record, or one left by an earlier date,
      *  starts the date's sequence from zero.
       get-reference-base.
           move "B" to RF-ORIGIN
           move WS-TODAY to RF-DATE
           move zero to RF-SEQ
           open input REFERENCE-CONTROL
           if BACKSEQ-OK
               read REFERENCE-CONTROL
                   at end
                       continue
                   not at end
                       if RC-DATE is numeric
                               and RC-DATE = WS-TODAY
                               and RC-LAST-SEQ is numeric
                           move RC-LAST-SEQ to RF-SEQ
                       end-if
               end-read
               close REFERENCE-CONTROL
           end-if.

      *  The control record is rewritten as each reference is taken,
      *  so a run that fails part way never hands the same reference
      *  to a later run.
       next-movement-reference.
           add 1 to RF-SEQ
           open output REFERENCE-CONTROL
           move WS-TODAY to RC-DATE
           move RF-SEQ to RC-LAST-SEQ
           write REFERENCE-CONTROL-RECORD
           close REFERENCE-CONTROL.

       write-result-line.
           move spaces to BACKOUT-REPORT-LINE
           move WS-RESULT-LINE to BACKOUT-REPORT-LINE
           close CHANGE-JOURNAL
           close BACKOUT-REQUEST
           close BACKOUT-REPORT
           close TXN-HISTORY
           if RELATIONS-ARE-OPEN
               close ACCOUNT-RELATIONS
           end-if
           if CONTACTS-ARE-OPEN
               close CONTACT-FILE
           end-if.
