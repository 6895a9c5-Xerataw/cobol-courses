       identification division.
       program-id. CaseMaint.
      *****************************************************************
      *  Works the monitoring cases TxnMonitor raises on CASEFILE,
      *  from CASETXN cards keyed by the compliance analysts, the way
      *  OverdraftMaint works the facility file.  A "D" card records
      *  the analyst's disposition of an open case - "N" no further
      *  action, "E" escalated for reporting - with a note, and
      *  closes it.  An "F" card closes the case as frozen and
      *  freezes the account through the same CUST-FROZEN status
      *  CustomerMaint sets, journaled through JournalWrite so the
      *  freeze can be backed out like any master change; only
      *  CustomerMaint's reactivation lifts it.  A closed account is
      *  not frozen, and a case on an account already frozen is
      *  closed as frozen without touching the master.  The
      *  submitting operator must hold the maintenance function on
      *  OPERSEC, or the run refuses before a single card is read.
      *  Every case worked is stamped with the operator and the
      *  date, and stays on file: CaseReport shows the regulator
      *  what was reviewed, by whom and when.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select CASE-FILE assign to "CASEFILE"
               organization is indexed
               access mode is dynamic
               record key is CS-KEY
               file status is WS-CASEFILE-STATUS.

           select CUSTOMER-MASTER assign to "CUSTMSTR"
               organization is indexed
               access mode is dynamic
               record key is CUST-ID
               alternate record key is CUST-NAME
                   with duplicates
               file status is WS-CUSTMSTR-STATUS.

           select TRANSACTION-FILE assign to "CASETXN"
               organization is line sequential
               file status is WS-TRANS-STATUS.

           select MAINTENANCE-REPORT assign to "CASERPT"
               organization is line sequential
               file status is WS-CASERPT-STATUS.

           select OPERATOR-PARM assign to "OPERPARM"
               organization is line sequential
               file status is WS-OPERPARM-STATUS.

           select OPERATOR-SECURITY assign to "OPERSEC"
               organization is indexed
               access mode is dynamic
               record key is OS-OPERATOR-ID
               file status is WS-OPERSEC-STATUS.

       data division.
       file section.
       fd  CASE-FILE.
           copy CASEREC.

       fd  CUSTOMER-MASTER.
           copy CUSTREC.

       fd  TRANSACTION-FILE
           record contains 58 characters.
       01  TRANSACTION-RECORD.
           05  CT-TYPE              pic x(1).
           05  CT-CUST-ID           pic x(10).
           05  CT-RAISED-DATE       pic 9(8).
           05  CT-ALERT-TYPE        pic x(1).
           05  CT-TRIGGER-SEQ       pic 9(7).
           05  CT-DISPOSITION       pic x(1).
           05  CT-NOTE              pic x(30).

       fd  MAINTENANCE-REPORT
           record contains 80 characters.
       01  MAINTENANCE-LINE         pic x(80).

      *  One-record control file carrying the operator id the job was
      *  submitted under.
       fd  OPERATOR-PARM
           record contains 8 characters.
       01  OPERATOR-PARM-RECORD     pic x(8).

       fd  OPERATOR-SECURITY.
           copy OPERSEC.

       working-storage section.
       01  WS-CASEFILE-STATUS       pic xx.
           88  CASEFILE-OK          value "00".

       01  WS-CUSTMSTR-STATUS       pic xx.
           88  CUSTMSTR-OK          value "00".

       01  WS-TRANS-STATUS          pic xx.
           88  TRANS-OK             value "00".

       01  WS-CASERPT-STATUS        pic xx.
           88  CASERPT-OK           value "00".

       01  WS-OPERPARM-STATUS       pic xx.
           88  OPERPARM-OK          value "00".

       01  WS-OPERSEC-STATUS        pic xx.
           88  OPERSEC-OK           value "00".

       01  WS-EOF-SWITCH            pic x value "N".
           88  END-OF-TRANSACTIONS  value "Y".

       01  WS-TODAY                 pic 9(8).
       01  WS-CAL-MONTH-END         pic x(1).
       01  WS-CAL-RESULT            pic x(1).

       01  WS-TRANS-COUNT           pic 9(7) value zero.
       01  WS-REJECT-COUNT          pic 9(7) value zero.
       01  WS-FROZEN-COUNT          pic 9(7) value zero.

       01  WS-CASE-SWITCH           pic x value "N".
           88  CASE-IS-WORKABLE     value "Y".

      *  The submitting operator, proved against OPERSEC before a
      *  single card is read, and stamped on every case worked.
       01  WS-OPERATOR-ID           pic x(8) value spaces.

      *  Before/after images for the CUSTOMER-MASTER change journal,
      *  written through JournalWrite so a freeze made in error can
      *  be reversed by BackoutChanges.
       01  WS-JRNL-PROGRAM          pic x(16) value "CASEMAINT".
       01  WS-JRNL-FILE             pic x(8) value "CUSTMSTR".
       01  WS-JRNL-ACTION           pic x(1) value "R".
       01  WS-JRNL-BEFORE           pic x(200).
       01  WS-JRNL-AFTER            pic x(200).

       01  WS-RESULT-LINE.
           05  RL-TXN-TYPE          pic x(1).
           05  filler               pic x(2) value spaces.
           05  RL-CUST-ID           pic x(10).
           05  filler               pic x(2) value spaces.
           05  RL-RAISED-DATE       pic x(8).
           05  filler               pic x(1) value spaces.
           05  RL-ALERT-TYPE        pic x(1).
           05  filler               pic x(2) value spaces.
           05  RL-MESSAGE           pic x(50).

       procedure division.
       main-logic.
      *  Cases are stamped with the open business date when a cycle
      *  is open, so a card worked during the night's run dates the
      *  same as the cycle's reports; a daytime run with no cycle
      *  open falls back to the clock.
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
           display "CASEMAINT: " WS-TRANS-COUNT
               " transaction(s), " WS-REJECT-COUNT " rejected, "
               WS-FROZEN-COUNT " account(s) frozen"
           if WS-REJECT-COUNT > zero
               move 4 to return-code
           end-if
           stop run.

      *  The submitting operator must be on OPERSEC with the
      *  maintenance function, the same function a freeze keyed
      *  through CustomerMaint needs.
       check-operator-authority.
           perform get-operator-id
           if WS-OPERATOR-ID = spaces
               display "CASEMAINT: NO OPERATOR CARD"
               move 8 to return-code
               stop run
           end-if
           open input OPERATOR-SECURITY
           if not OPERSEC-OK
               display "CASEMAINT: OPERSEC OPEN FAILED, STATUS "
                   WS-OPERSEC-STATUS
               move 8 to return-code
               stop run
           end-if
           move WS-OPERATOR-ID to OS-OPERATOR-ID
           read OPERATOR-SECURITY
               invalid key
                   display "CASEMAINT: OPERATOR " WS-OPERATOR-ID
                       " NOT ON SECURITY FILE"
                   move 8 to return-code
                   stop run
               not invalid key
                   if not OS-CAN-MAINT
                       display "CASEMAINT: OPERATOR "
                           WS-OPERATOR-ID " NOT PERMITTED "
                           "MAINTENANCE"
                       move 8 to return-code
                       stop run
                   end-if
           end-read
           close OPERATOR-SECURITY.

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

       open-files.
           open i-o CASE-FILE
           if not CASEFILE-OK
               display "CASEMAINT: CASEFILE OPEN FAILED, STATUS "
                   WS-CASEFILE-STATUS
               stop run
           end-if
           open i-o CUSTOMER-MASTER
           if not CUSTMSTR-OK
               display "CASEMAINT: CUSTMSTR OPEN FAILED, STATUS "
                   WS-CUSTMSTR-STATUS
               stop run
           end-if
           open input TRANSACTION-FILE
           if not TRANS-OK
               display "CASEMAINT: CASETXN OPEN FAILED, STATUS "
                   WS-TRANS-STATUS
               stop run
           end-if
           open output MAINTENANCE-REPORT
           if not CASERPT-OK
               display "CASEMAINT: CASERPT OPEN FAILED, STATUS "
                   WS-CASERPT-STATUS
               stop run
           end-if.

       process-transaction.
           add 1 to WS-TRANS-COUNT
           evaluate CT-TYPE
               when "D"
                   perform dispose-case
               when "F"
                   perform freeze-case
               when other
                   move "*** REJECTED - UNKNOWN TRANSACTION TYPE ***"
                       to RL-MESSAGE
                   perform write-reject-line
           end-evaluate.

      *  A disposition closes the case; freezing is its own card, so
      *  a "D" card carries only the two dispositions that leave the
      *  account as it is.
       dispose-case.
           if CT-DISPOSITION not = "N" and not = "E"
               move "*** REJECTED - DISPOSITION NOT N OR E ***"
                   to RL-MESSAGE
               perform write-reject-line
           else
               perform read-case
               if CASE-IS-WORKABLE
                   move CT-DISPOSITION to CS-DISPOSITION
                   perform close-case
               end-if
           end-if.

       freeze-case.
           perform read-case
           if CASE-IS-WORKABLE
               move CT-CUST-ID to CUST-ID
               read CUSTOMER-MASTER
                   invalid key
                       move "*** REJECTED - CUSTOMER NOT FOUND ***"
                           to RL-MESSAGE
                       perform write-reject-line
                   not invalid key
                       perform apply-freeze
               end-read
           end-if.

      *  A closed account has nothing left to freeze, and the case
      *  stays open for a disposition that fits; one already frozen
      *  needs no second freeze, and the case closes on it.
       apply-freeze.
           if CUST-CLOSED
               move "*** REJECTED - ACCOUNT CLOSED ***" to RL-MESSAGE
               perform write-reject-line
           else
               if CUST-FROZEN
                   set CS-FROZEN to true
                   perform close-case
               else
                   move CUSTOMER-RECORD to WS-JRNL-BEFORE
                   set CUST-FROZEN to true
                   rewrite CUSTOMER-RECORD
                       invalid key
                           move "*** REJECTED - REWRITE FAILED ***"
                               to RL-MESSAGE
                           perform write-reject-line
                       not invalid key
                           move CUSTOMER-RECORD to WS-JRNL-AFTER
                           call "JournalWrite" using WS-JRNL-PROGRAM
                               WS-JRNL-ACTION CUST-ID WS-JRNL-BEFORE
                               WS-JRNL-AFTER WS-OPERATOR-ID WS-JRNL-FILE
                           add 1 to WS-FROZEN-COUNT
                           set CS-FROZEN to true
                           perform close-case
                   end-rewrite
               end-if
           end-if.

      *  Reads the case the card names; it can be worked only when
      *  it is on file and still open.
       read-case.
           move "N" to WS-CASE-SWITCH
           move CT-CUST-ID to CS-CUST-ID
           move CT-RAISED-DATE to CS-RAISED-DATE
           move CT-ALERT-TYPE to CS-ALERT-TYPE
           move CT-TRIGGER-SEQ to CS-TRIGGER-SEQ
           read CASE-FILE
               invalid key
                   move "*** REJECTED - CASE NOT FOUND ***"
                       to RL-MESSAGE
                   perform write-reject-line
               not invalid key
                   if not CASE-OPEN
                       move "*** REJECTED - CASE ALREADY CLOSED ***"
                           to RL-MESSAGE
                       perform write-reject-line
                   else
                       move "Y" to WS-CASE-SWITCH
                   end-if
           end-read.

       close-case.
           set CASE-CLOSED to true
           move CT-NOTE to CS-NOTE
           move WS-OPERATOR-ID to CS-WORKED-BY
           move WS-TODAY to CS-WORKED-DATE
           rewrite CASE-RECORD
               invalid key
                   move "*** REJECTED - REWRITE FAILED ***"
                       to RL-MESSAGE
                   perform write-reject-line
               not invalid key
                   perform set-closed-message
                   perform write-result-line
           end-rewrite.

       set-closed-message.
           evaluate true
               when CS-NO-ACTION
                   move "CLOSED - NO FURTHER ACTION" to RL-MESSAGE
               when CS-ESCALATED
                   move "CLOSED - ESCALATED" to RL-MESSAGE
               when other
                   move "CLOSED - ACCOUNT FROZEN" to RL-MESSAGE
           end-evaluate.

       write-result-line.
           move CT-TYPE to RL-TXN-TYPE
           move CT-CUST-ID to RL-CUST-ID
           move CT-RAISED-DATE to RL-RAISED-DATE
           move CT-ALERT-TYPE to RL-ALERT-TYPE
           move spaces to MAINTENANCE-LINE
           move WS-RESULT-LINE to MAINTENANCE-LINE
           write MAINTENANCE-LINE.

       write-reject-line.
           add 1 to WS-REJECT-COUNT
           perform write-result-line.

       close-files.
           close CASE-FILE
           close CUSTOMER-MASTER
           close TRANSACTION-FILE
           close MAINTENANCE-REPORT.
