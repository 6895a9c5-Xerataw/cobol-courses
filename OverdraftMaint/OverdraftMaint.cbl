       identification division.
       program-id. OverdraftMaint.
      *****************************************************************
      *  Sets up, changes and cancels arranged overdraft facilities on
      *  the ODFACIL file from ODTXN cards, the way HoldMaint works
      *  the hold file.  An "A" card arranges a facility for an
      *  account on the master that is not closed - a limit, the date
      *  it starts, and an expiry date, zero for open-ended - or
      *  re-arranges one previously cancelled; a "C" card changes the
      *  limit or either date of a facility in place, blanks leaving
      *  the field standing; an "X" card cancels it.  An arranged
      *  limit is credit extended to the customer, so the run sits
      *  behind the same dual control as a merge: the submitting
      *  operator must hold the maintenance function on OPERSEC and a
      *  second operator with approve authority, not the submitter,
      *  must have signed the APPRPARM card, or the run refuses
      *  before a single card is read.  Both ids and the date are
      *  stamped on the facility, which is never deleted.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select OVERDRAFT-FACILITY assign to "ODFACIL"
               organization is indexed
               access mode is dynamic
               record key is OF-CUST-ID
               file status is WS-ODFACIL-STATUS.

           select CUSTOMER-MASTER assign to "CUSTMSTR"
               organization is indexed
               access mode is dynamic
               record key is CUST-ID
               alternate record key is CUST-NAME
                   with duplicates
               file status is WS-CUSTMSTR-STATUS.

           select TRANSACTION-FILE assign to "ODTXN"
               organization is line sequential
               file status is WS-TRANS-STATUS.

           select MAINTENANCE-REPORT assign to "ODRPT"
               organization is line sequential
               file status is WS-ODRPT-STATUS.

           select OPERATOR-PARM assign to "OPERPARM"
               organization is line sequential
               file status is WS-OPERPARM-STATUS.

           select APPROVER-PARM assign to "APPRPARM"
               organization is line sequential
               file status is WS-APPRPARM-STATUS.

           select OPERATOR-SECURITY assign to "OPERSEC"
               organization is indexed
               access mode is dynamic
               record key is OS-OPERATOR-ID
               file status is WS-OPERSEC-STATUS.

       data division.
       file section.
       fd  OVERDRAFT-FACILITY.
           copy ODFACIL.

       fd  CUSTOMER-MASTER.
           copy CUSTREC.

       fd  TRANSACTION-FILE
           record contains 38 characters.
       01  TRANSACTION-RECORD.
           05  OT-TYPE              pic x(1).
           05  OT-CUST-ID           pic x(10).
           05  OT-LIMIT             pic 9(9)v99.
           05  OT-START-DATE        pic 9(8).
           05  OT-EXPIRY-DATE       pic 9(8).

       fd  MAINTENANCE-REPORT
           record contains 80 characters.
       01  MAINTENANCE-LINE         pic x(80).

      *  One-record control files: the operator id the job was
      *  submitted under, and the second operator approving the
      *  run - no facility is arranged on one signature.
       fd  OPERATOR-PARM
           record contains 8 characters.
       01  OPERATOR-PARM-RECORD     pic x(8).

       fd  APPROVER-PARM
           record contains 8 characters.
       01  APPROVER-PARM-RECORD     pic x(8).

       fd  OPERATOR-SECURITY.
           copy OPERSEC.

       working-storage section.
       01  WS-ODFACIL-STATUS        pic xx.
           88  ODFACIL-OK           value "00".
           88  ODFACIL-NOT-FOUND    value "35".

       01  WS-CUSTMSTR-STATUS       pic xx.
           88  CUSTMSTR-OK          value "00".

       01  WS-TRANS-STATUS          pic xx.
           88  TRANS-OK             value "00".

       01  WS-ODRPT-STATUS          pic xx.
           88  ODRPT-OK             value "00".

       01  WS-OPERPARM-STATUS       pic xx.
           88  OPERPARM-OK          value "00".

       01  WS-APPRPARM-STATUS       pic xx.
           88  APPRPARM-OK          value "00".

       01  WS-OPERSEC-STATUS        pic xx.
           88  OPERSEC-OK           value "00".

       01  WS-EOF-SWITCH            pic x value "N".
           88  END-OF-TRANSACTIONS  value "Y".

       01  WS-TODAY                 pic 9(8).
       01  WS-CAL-MONTH-END         pic x(1).
       01  WS-CAL-RESULT            pic x(1).

       01  WS-TRANS-COUNT           pic 9(7) value zero.
       01  WS-REJECT-COUNT          pic 9(7) value zero.

      *  The card's terms after blanks are resolved against the
      *  facility on file, edited together before anything is
      *  written.
       01  WS-NEW-LIMIT             pic 9(9)v99 value zero.
       01  WS-NEW-START-DATE        pic 9(8) value zero.
       01  WS-NEW-EXPIRY-DATE       pic 9(8) value zero.
       01  WS-TERMS-VALID           pic x value "N".
           88  TERMS-ARE-VALID      value "Y".

      *  The submitting operator, proved against OPERSEC, and the
      *  second operator whose approval every facility run needs:
      *  both ids are known before a single card is read.
       01  WS-OPERATOR-ID           pic x(8) value spaces.
       01  WS-APPROVER-ID           pic x(8) value spaces.
       01  WS-APPROVAL-VALID        pic x value "N".
           88  APPROVAL-IS-VALID    value "Y".

       01  WS-RESULT-LINE.
           05  RL-TXN-TYPE          pic x(1).
           05  filler               pic x(2) value spaces.
           05  RL-CUST-ID           pic x(10).
           05  filler               pic x(2) value spaces.
           05  RL-LIMIT             pic z(8)9.99.
           05  filler               pic x(2) value spaces.
           05  RL-MESSAGE           pic x(50).

       procedure division.
       main-logic.
      *  Facilities are stamped with the open business date when a
      *  cycle is open, so a card worked during the night's run dates
      *  the same as the postings it governs; a daytime run with no
      *  cycle open falls back to the clock.
           call "CycleDate" using WS-TODAY WS-CAL-MONTH-END
               WS-CAL-RESULT
           if WS-CAL-RESULT not = "Y"
               accept WS-TODAY from date yyyymmdd
           end-if
           perform check-operator-authority
           perform open-files
           perform until END-OF-TRANSACTIONS
               read TRANSACTION-FILE
                   at end
                       set END-OF-TRANSACTIONS to true
                   not at end
                       perform process-transaction
               end-read
           end-perform
           perform close-files
           display "OVERDRAFTMAINT: " WS-TRANS-COUNT
               " transaction(s), " WS-REJECT-COUNT " rejected"
           if WS-REJECT-COUNT > zero
               move 4 to return-code
           end-if
           stop run.

      *  The operator gate the auditors asked for: the submitting
      *  operator must hold the maintenance function, and a second
      *  operator with approve authority, not the submitter, must
      *  have signed the APPRPARM card, or the run refuses before a
      *  single card is read.
       check-operator-authority.
           perform get-operator-id
           if WS-OPERATOR-ID = spaces
               display "OVERDRAFTMAINT: NO OPERATOR CARD"
               move 8 to return-code
               stop run
           end-if
           open input OPERATOR-SECURITY
           if not OPERSEC-OK
               display "OVERDRAFTMAINT: OPERSEC OPEN FAILED, STATUS "
                   WS-OPERSEC-STATUS
               move 8 to return-code
               stop run
           end-if
           move WS-OPERATOR-ID to OS-OPERATOR-ID
           read OPERATOR-SECURITY
               invalid key
                   display "OVERDRAFTMAINT: OPERATOR " WS-OPERATOR-ID
                       " NOT ON SECURITY FILE"
                   move 8 to return-code
                   stop run
               not invalid key
                   if not OS-CAN-MAINT
                       display "OVERDRAFTMAINT: OPERATOR "
                           WS-OPERATOR-ID " NOT PERMITTED "
                           "MAINTENANCE"
                       move 8 to return-code
                       stop run
                   end-if
           end-read
           perform check-approver
           close OPERATOR-SECURITY
           if not APPROVAL-IS-VALID
               display "OVERDRAFTMAINT: NO VALID SECOND APPROVAL"
               move 8 to return-code
               stop run
           end-if.

       get-operator-id.
           open input OPERATOR-PARM
           if OPERPARM-OK
               read OPERATOR-PARM
                   at end
                       continue
                   not at end
                       move OPERATOR-PARM-RECORD to WS-OPERATOR-ID
               end-read
               close OPERATOR-PARM
           end-if.

       check-approver.
           move "N" to WS-APPROVAL-VALID
           open input APPROVER-PARM
           if APPRPARM-OK
               read APPROVER-PARM
                   at end
                       continue
                   not at end
                       move APPROVER-PARM-RECORD to WS-APPROVER-ID
               end-read
               close APPROVER-PARM
           end-if
           if WS-APPROVER-ID not = spaces
                   and WS-APPROVER-ID not = WS-OPERATOR-ID
               move WS-APPROVER-ID to OS-OPERATOR-ID
               read OPERATOR-SECURITY
                   invalid key
                       continue
                   not invalid key
                       if OS-CAN-APPROVE
                           move "Y" to WS-APPROVAL-VALID
                       end-if
               end-read
           end-if.

       open-files.
      *  The output fallback runs only for "file not found": any
      *  other failed open is an error, not a first run, and falling
      *  through to open output would wipe every facility on file.
           open i-o OVERDRAFT-FACILITY
           if ODFACIL-NOT-FOUND
               open output OVERDRAFT-FACILITY
               if ODFACIL-OK
                   close OVERDRAFT-FACILITY
                   open i-o OVERDRAFT-FACILITY
               end-if
           end-if
           if not ODFACIL-OK
               display "OVERDRAFTMAINT: ODFACIL OPEN FAILED, STATUS "
                   WS-ODFACIL-STATUS
               stop run
           end-if
           open input CUSTOMER-MASTER
           if not CUSTMSTR-OK
               display "OVERDRAFTMAINT: CUSTMSTR OPEN FAILED, STATUS "
                   WS-CUSTMSTR-STATUS
               stop run
           end-if
           open input TRANSACTION-FILE
           if not TRANS-OK
               display "OVERDRAFTMAINT: ODTXN OPEN FAILED, STATUS "
                   WS-TRANS-STATUS
               stop run
           end-if
           open output MAINTENANCE-REPORT
           if not ODRPT-OK
               display "OVERDRAFTMAINT: ODRPT OPEN FAILED, STATUS "
                   WS-ODRPT-STATUS
               stop run
           end-if.

       process-transaction.
           add 1 to WS-TRANS-COUNT
           move zero to RL-LIMIT
           evaluate OT-TYPE
               when "A"
                   perform arrange-facility
               when "C"
                   perform change-facility
               when "X"
                   perform cancel-facility
               when other
                   move "*** REJECTED - UNKNOWN TRANSACTION TYPE ***"
                       to RL-MESSAGE
                   perform write-reject-line
           end-evaluate.

      *  A facility is only arranged on an account that can use it:
      *  on the master and not closed.  A frozen account may still
      *  be given one - the freeze, not the limit, stops it moving.
       arrange-facility.
           move OT-CUST-ID to CUST-ID
           read CUSTOMER-MASTER
               invalid key
                   move "*** REJECTED - CUSTOMER NOT FOUND ***"
                       to RL-MESSAGE
                   perform write-reject-line
               not invalid key
                   if CUST-CLOSED
                       move "*** REJECTED - ACCOUNT CLOSED ***"
                           to RL-MESSAGE
                       perform write-reject-line
                   else
                       perform arrange-facility-open
                   end-if
           end-read.

       arrange-facility-open.
           move zero to WS-NEW-LIMIT
           move WS-TODAY to WS-NEW-START-DATE
           move zero to WS-NEW-EXPIRY-DATE
           perform resolve-card-terms
           if TERMS-ARE-VALID
               move OT-CUST-ID to OF-CUST-ID
               read OVERDRAFT-FACILITY
                   invalid key
                       perform write-new-facility
                   not invalid key
                       if FACILITY-ACTIVE
                           move "*** REJECTED - ALREADY ARRANGED ***"
                               to RL-MESSAGE
                           perform write-reject-line
                       else
                           perform rearrange-facility
                       end-if
               end-read
           end-if.

       write-new-facility.
           perform set-facility-terms
           write OVERDRAFT-FACILITY-RECORD
               invalid key
                   move "*** REJECTED - WRITE FAILED ***"
                       to RL-MESSAGE
                   perform write-reject-line
               not invalid key
                   move "ARRANGED" to RL-MESSAGE
                   perform write-result-line
           end-write.

       rearrange-facility.
           perform set-facility-terms
           rewrite OVERDRAFT-FACILITY-RECORD
               invalid key
                   move "*** REJECTED - REWRITE FAILED ***"
                       to RL-MESSAGE
                   perform write-reject-line
               not invalid key
                   move "RE-ARRANGED" to RL-MESSAGE
                   perform write-result-line
           end-rewrite.

       change-facility.
           move OT-CUST-ID to OF-CUST-ID
           read OVERDRAFT-FACILITY
               invalid key
                   move "*** REJECTED - NO FACILITY ON FILE ***"
                       to RL-MESSAGE
                   perform write-reject-line
               not invalid key
                   if not FACILITY-ACTIVE
                       move "*** REJECTED - FACILITY CANCELLED ***"
                           to RL-MESSAGE
                       perform write-reject-line
                   else
                       perform apply-facility-change
                   end-if
           end-read.

       apply-facility-change.
           move OF-LIMIT to WS-NEW-LIMIT
           move OF-START-DATE to WS-NEW-START-DATE
           move OF-EXPIRY-DATE to WS-NEW-EXPIRY-DATE
           perform resolve-card-terms
           if TERMS-ARE-VALID
               perform set-facility-terms
               rewrite OVERDRAFT-FACILITY-RECORD
                   invalid key
                       move "*** REJECTED - REWRITE FAILED ***"
                           to RL-MESSAGE
                       perform write-reject-line
                   not invalid key
                       move "CHANGED" to RL-MESSAGE
                       perform write-result-line
               end-rewrite
           end-if.

      *  Cancelling takes effect on the next posting: the facility
      *  stays on file, marked, with who cancelled it and when.
       cancel-facility.
           move OT-CUST-ID to OF-CUST-ID
           read OVERDRAFT-FACILITY
               invalid key
                   move "*** REJECTED - NO FACILITY ON FILE ***"
                       to RL-MESSAGE
                   perform write-reject-line
               not invalid key
                   if not FACILITY-ACTIVE
                       move "*** REJECTED - ALREADY CANCELLED ***"
                           to RL-MESSAGE
                       perform write-reject-line
                   else
                       perform apply-facility-cancel
                   end-if
           end-read.

       apply-facility-cancel.
           set FACILITY-CANCELLED to true
           perform stamp-facility
           move OF-LIMIT to RL-LIMIT
           rewrite OVERDRAFT-FACILITY-RECORD
               invalid key
                   move "*** REJECTED - REWRITE FAILED ***"
                       to RL-MESSAGE
                   perform write-reject-line
               not invalid key
                   move "CANCELLED" to RL-MESSAGE
                   perform write-result-line
           end-rewrite.

      *  The card's terms over the defaults already in place: a
      *  numeric field on the card replaces the default, a blank one
      *  leaves it.  The limit must be a positive figure - a zero
      *  limit is a cancellation, and is keyed as one - and the
      *  facility cannot expire before it starts.
       resolve-card-terms.
           move "Y" to WS-TERMS-VALID
           if OT-LIMIT is numeric
               move OT-LIMIT to WS-NEW-LIMIT
           end-if
           if OT-START-DATE is numeric and OT-START-DATE not = zero
               move OT-START-DATE to WS-NEW-START-DATE
           end-if
           if OT-EXPIRY-DATE is numeric
               move OT-EXPIRY-DATE to WS-NEW-EXPIRY-DATE
           end-if
           move WS-NEW-LIMIT to RL-LIMIT
           if WS-NEW-LIMIT not > zero
               move "N" to WS-TERMS-VALID
               move "*** REJECTED - LIMIT MUST BE POSITIVE ***"
                   to RL-MESSAGE
               perform write-reject-line
           else
               if WS-NEW-EXPIRY-DATE not = zero
                       and WS-NEW-EXPIRY-DATE < WS-NEW-START-DATE
                   move "N" to WS-TERMS-VALID
                   move "*** REJECTED - EXPIRES BEFORE START ***"
                       to RL-MESSAGE
                   perform write-reject-line
               end-if
           end-if.

       set-facility-terms.
           move OT-CUST-ID to OF-CUST-ID
           move WS-NEW-LIMIT to OF-LIMIT
           move WS-NEW-START-DATE to OF-START-DATE
           move WS-NEW-EXPIRY-DATE to OF-EXPIRY-DATE
           set FACILITY-ACTIVE to true
           perform stamp-facility.

       stamp-facility.
           move WS-OPERATOR-ID to OF-ENTERED-BY
           move WS-APPROVER-ID to OF-APPROVED-BY
           move WS-TODAY to OF-CHANGED-DATE.

       write-result-line.
           move OT-TYPE to RL-TXN-TYPE
           move OT-CUST-ID to RL-CUST-ID
           move spaces to MAINTENANCE-LINE
           move WS-RESULT-LINE to MAINTENANCE-LINE
           write MAINTENANCE-LINE.

       write-reject-line.
           add 1 to WS-REJECT-COUNT
           perform write-result-line.

       close-files.
           close OVERDRAFT-FACILITY
           close CUSTOMER-MASTER
           close TRANSACTION-FILE
           close MAINTENANCE-REPORT.
