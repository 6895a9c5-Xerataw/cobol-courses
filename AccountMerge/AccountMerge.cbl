      *  MERGEREQ card names a survivor and a duplicate customer id,
      *  and the duplicate's balance is moved to the survivor in one
      *  run - the same-currency edit post-transfer applies, the same
      *  balance ceiling CustomerMaint enforces, and never below the
      *  survivor's arranged overdraft floor on ODFACIL when the
      *  duplicate brings a debit balance - then the duplicate is
      *  closed in place.  Both sides of the movement go to TXNHIST so
      *  the monthly statements still prove across, and every rewrite
      *  is journaled through JournalWrite, so a bad merge is
      *  submitting operator must hold the maintenance function on
      *  OPERSEC, and a second operator's approval card is required
      *  for the run - the same dual control CustomerMaint puts on
      *  every closure.  Both legs of a merge share one movement
      *  reference, "M", the run date and a sequence carried from run
      *  to run on the one-record MERGESEQ control file, since merges
      *  are submitted on demand and two runs may fall on one date.
      *****************************************************************
       environment division.
       input-output section.
               record key is HF-KEY
               file status is WS-HOLDFILE-STATUS.

           select OVERDRAFT-FACILITY assign to "ODFACIL"
               organization is indexed
               access mode is dynamic
               record key is OF-CUST-ID
               file status is WS-ODFACIL-STATUS.

           select REFERENCE-CONTROL assign to "MERGESEQ"
               organization is line sequential
               file status is WS-MERGESEQ-STATUS.

       data division.
       file section.
       fd  CUSTOMER-MASTER.
       01  MERGE-REPORT-LINE        pic x(80).

       fd  TXN-HISTORY
           record contains 81 characters.
           copy TXNHIST.

      *  One-record control files: the operator id the job was
       fd  HOLD-FILE.
           copy HOLDREC.

       fd  OVERDRAFT-FACILITY.
           copy ODFACIL.

      *  One-record control: the date and the last movement
      *  reference sequence a merge run used on it.
       fd  REFERENCE-CONTROL
           record contains 15 characters.
       01  REFERENCE-CONTROL-RECORD.
           05  RC-DATE              pic 9(8).
           05  RC-LAST-SEQ          pic 9(7).

       working-storage section.
       01  WS-CUSTMSTR-STATUS       pic xx.
           88  CUSTMSTR-OK          value "00".
       01  WS-MERGED-COUNT          pic 9(7) value zero.
       01  WS-REJECT-COUNT          pic 9(7) value zero.

      *  Same balance ceiling CustomerMaint applies, so a merge
      *  can't push the survivor anywhere a keyed maintenance
      *  transaction would have been rejected for.
       01  WS-MAX-BALANCE           pic S9(9)v99 value 9999999.99.

       01  WS-ODFACIL-STATUS        pic xx.
           88  ODFACIL-OK           value "00".

      *  No facility file on the run means no account has an arranged
      *  overdraft: every floor is zero.
       01  WS-FACILITIES-OPEN       pic x value "N".
           88  FACILITIES-ARE-OPEN  value "Y".

      *  The survivor's arranged overdraft floor on the run date:
      *  minus the limit of its facility in force, zero with none.
      *  The duplicate's facility, if any, closes with the account
      *  and lends the survivor nothing.
       01  WS-ARRANGED-FLOOR        pic S9(9)v99 value zero.

       01  WS-PAIR-VALID            pic x.
           88  PAIR-IS-VALID        value "Y".
       01  WS-HIST-AMOUNT           pic S9(9)v99 value zero.
       01  WS-HIST-DESC             pic x(14).

       01  WS-MERGESEQ-STATUS       pic xx.
           88  MERGESEQ-OK          value "00".

      *  Reference for the merge being applied; the sequence picks
      *  up where the last run on the same date left it.
           copy MOVEREF.

      *  Before/after images for the CUSTOMER-MASTER change journal,
      *  written through JournalWrite so a bad merge can be reversed
      *  by BackoutChanges instead of a full-file restore.
       01  WS-JRNL-PROGRAM          pic x(16) value "ACCOUNTMERGE".
       01  WS-JRNL-FILE             pic x(8) value "CUSTMSTR".
       01  WS-JRNL-ACTION           pic x(1) value "R".
       01  WS-JRNL-BEFORE           pic x(200).
       01  WS-JRNL-AFTER            pic x(200).
       procedure division.
       main-logic.
           perform get-processing-date
           perform get-reference-base
           perform check-operator-authority
           perform open-files
           perform until END-OF-REQUESTS
           if HOLDFILE-OK
               move "Y" to WS-HOLDS-OPEN
           end-if
           open input OVERDRAFT-FACILITY
           if ODFACIL-OK
               move "Y" to WS-FACILITIES-OPEN
           end-if
           open extend TXN-HISTORY
           if TXNHIST-NOT-FOUND
               open output TXN-HISTORY
      *  The pair edits, with the survivor in the record area and the
      *  duplicate in its saved copy: both sides must be open to
      *  movement, held in the same currency, the combined balance
      *  must stay under the maintenance ceiling and - when the
      *  duplicate is overdrawn and so drags the survivor down - above
      *  the survivor's arranged overdraft floor, and the duplicate
      *  must carry no active holds - emptying and closing it would
      *  leave the promised money reserved against nothing.  The
      *  branch releases or re-places the holds first, then merges.
       edit-merge-pair.
           move "Y" to WS-PAIR-VALID
           perform sum-duplicate-holds
           perform find-arranged-floor
           evaluate true
               when CUST-FROZEN or DUP-FROZEN
                   move "N" to WS-PAIR-VALID
                   move "*** REJECTED - DUPLICATE HAS HOLDS ***"
                       to RL-MESSAGE
               when CUST-BALANCE + DUP-BALANCE > WS-MAX-BALANCE
                   move "N" to WS-PAIR-VALID
                   move "*** REJECTED - BALANCE LIMIT ***"
                       to RL-MESSAGE
               when DUP-BALANCE < zero
                       and CUST-BALANCE + DUP-BALANCE
                           < WS-ARRANGED-FLOOR
                   move "N" to WS-PAIR-VALID
                   move "*** REJECTED - PAST ARRANGED OVERDRAFT ***"
                       to RL-MESSAGE
               when other
                   continue
           end-evaluate.
               end-if
           end-if.

      *  The survivor's facility counts only while active and inside
      *  its dates; a zero expiry stands until cancelled.
       find-arranged-floor.
           move zero to WS-ARRANGED-FLOOR
           if FACILITIES-ARE-OPEN
               move MR-SURVIVOR-ID to OF-CUST-ID
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

      *  The survivor leg runs first; only when its rewrite is safely
      *  journaled is the duplicate emptied and closed, so a failure
      *  between the legs leaves money duplicated on the journal
      *  trail, never destroyed.
       apply-merge.
           move DUP-BALANCE to WS-MOVE-AMOUNT
           perform next-movement-reference
           perform credit-survivor
           perform close-duplicate
           add 1 to WS-MERGED-COUNT
           move spaces to RL-MESSAGE
           string "MERGED, REFERENCE " MOVEMENT-REFERENCE
               delimited by size into RL-MESSAGE
           perform write-result-line.

      *  The last sequence used on the run date, off the control
      *  record; a missing record, or one left by an earlier date,
      *  starts the date's sequence from zero.
       get-reference-base.
           move "M" to RF-ORIGIN
           move WS-TODAY to RF-DATE
           move zero to RF-SEQ
           open input REFERENCE-CONTROL
           if MERGESEQ-OK
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
      *  before any money moves under it, so a run that fails part
      *  way never hands the same reference to a later run.
       next-movement-reference.
           add 1 to RF-SEQ
           open output REFERENCE-CONTROL
           move WS-TODAY to RC-DATE
           move RF-SEQ to RC-LAST-SEQ
           write REFERENCE-CONTROL-RECORD
           close REFERENCE-CONTROL.

       credit-survivor.
           move CUSTOMER-RECORD to WS-JRNL-BEFORE
           add WS-MOVE-AMOUNT to CUST-BALANCE
           move CUSTOMER-RECORD to WS-JRNL-AFTER
           call "JournalWrite" using WS-JRNL-PROGRAM WS-JRNL-ACTION
               CUST-ID WS-JRNL-BEFORE WS-JRNL-AFTER
               WS-OPERATOR-ID WS-JRNL-FILE.

      *  One movement-history record per leg, signed in the pair's
      *  shared currency, so both statements show where the money
           move WS-HIST-AMOUNT to TH-AMOUNT
           move CUST-CURRENCY-CODE to TH-CURRENCY-CODE
           move zero to TH-DAYS-BILLED
           move MOVEMENT-REFERENCE to TH-REFERENCE
           move spaces to TH-REVERSES-REF
           write TXN-HISTORY-RECORD.

       write-result-line.
           if HOLDS-ARE-OPEN
               close HOLD-FILE
           end-if
           if FACILITIES-ARE-OPEN
               close OVERDRAFT-FACILITY
           end-if
           close MERGE-REQUEST
           close MERGE-REPORT
           close TXN-HISTORY.
