       identification division.
       program-id. SuspenseMaint.
      *****************************************************************
      *  Works the posting-suspense file from SUSPTXN cards, the way
      *  HoldMaint works the hold file: one card per item, named by
      *  the business date it rejected on and its position on that
      *  night's posting file.  An "R" card repairs the held posting
      *  - any of account, target account, amount or currency keyed
      *  on the card replaces the rejected value, blanks leave it -
      *  and leaves the item open; a "Q" card re-queues the item so
      *  SuspenseRequeue puts it back on the next night's POSTTXN;
      *  a "W" card writes it off.  Every suspense item is somebody's
      *  money, so the run is behind the same operator gate as the
      *  posting run - the submitter must hold the posting function
      *  on OPERSEC - and a write-off, which abandons the money
      *  outright, additionally needs a second operator with approve
      *  authority on the APPRPARM card.  Only an open item can be
      *  worked; the operator, the approver and the date are stamped
      *  on the item, which is never deleted.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select SUSPENSE-FILE assign to "SUSPENSE"
               organization is indexed
               access mode is dynamic
               record key is SP-KEY
               file status is WS-SUSPENSE-STATUS.

           select TRANSACTION-FILE assign to "SUSPTXN"
               organization is line sequential
               file status is WS-TRANS-STATUS.

           select MAINTENANCE-REPORT assign to "SUSPRPT"
               organization is line sequential
               file status is WS-SUSPRPT-STATUS.

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
       fd  SUSPENSE-FILE.
           copy SUSPREC.

       fd  TRANSACTION-FILE
           record contains 50 characters.
       01  TRANSACTION-RECORD.
           05  ST-TYPE              pic x(1).
           05  ST-REJECT-DATE       pic 9(8).
           05  ST-POSTING-SEQ       pic 9(7).
           05  ST-CUST-ID           pic x(10).
           05  ST-TO-CUST-ID        pic x(10).
           05  ST-AMOUNT            pic S9(9)v99.
           05  ST-CURRENCY-CODE     pic x(3).

       fd  MAINTENANCE-REPORT
           record contains 80 characters.
       01  MAINTENANCE-LINE         pic x(80).

      *  One-record control files: the operator id the job was
      *  submitted under, and the optional second operator approving
      *  today's write-offs.
       fd  OPERATOR-PARM
           record contains 8 characters.
       01  OPERATOR-PARM-RECORD     pic x(8).

       fd  APPROVER-PARM
           record contains 8 characters.
       01  APPROVER-PARM-RECORD     pic x(8).

       fd  OPERATOR-SECURITY.
           copy OPERSEC.

       working-storage section.
       01  WS-SUSPENSE-STATUS       pic xx.
           88  SUSPENSE-OK          value "00".

       01  WS-TRANS-STATUS          pic xx.
           88  TRANS-OK             value "00".

       01  WS-SUSPRPT-STATUS        pic xx.
           88  SUSPRPT-OK           value "00".

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

      *  The submitting operator, proved against OPERSEC before a
      *  single card is applied, and the approver arming tonight's
      *  write-offs.
       01  WS-OPERATOR-ID           pic x(8) value spaces.
       01  WS-APPROVER-ID           pic x(8) value spaces.
       01  WS-APPROVAL-VALID        pic x value "N".
           88  APPROVAL-IS-VALID    value "Y".

      *  The held posting, unpacked from the suspense item so a
      *  repair card can change its fields and pack it back.
           copy POSTREC.

       01  WS-RESULT-LINE.
           05  RL-TXN-TYPE          pic x(1).
           05  filler               pic x(2) value spaces.
           05  RL-REJECT-DATE       pic 9(8).
           05  filler               pic x(1) value "/".
           05  RL-POSTING-SEQ       pic 9(7).
           05  filler               pic x(2) value spaces.
           05  RL-CUST-ID           pic x(10).
           05  filler               pic x(2) value spaces.
           05  RL-MESSAGE           pic x(47).

       procedure division.
       main-logic.
      *  Items are stamped with the open business date when a cycle
      *  is open, so a card worked during the night's run dates the
      *  same as the posting it feeds; a daytime run with no cycle
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
           display "SUSPENSEMAINT: " WS-TRANS-COUNT
               " transaction(s), " WS-REJECT-COUNT " rejected"
           stop run.

      *  The same gate the posting run applies: the submitting
      *  operator comes off the OPERPARM card and must be on the
      *  security file with the posting function, or the run refuses
      *  before a single card is read.
       check-operator-authority.
           perform get-operator-id
           if WS-OPERATOR-ID = spaces
               display "SUSPENSEMAINT: NO OPERATOR CARD"
               move 8 to return-code
               stop run
           end-if
           open input OPERATOR-SECURITY
           if not OPERSEC-OK
               display "SUSPENSEMAINT: OPERSEC OPEN FAILED, STATUS "
                   WS-OPERSEC-STATUS
               move 8 to return-code
               stop run
           end-if
           move WS-OPERATOR-ID to OS-OPERATOR-ID
           read OPERATOR-SECURITY
               invalid key
                   display "SUSPENSEMAINT: OPERATOR " WS-OPERATOR-ID
                       " NOT ON SECURITY FILE"
                   move 8 to return-code
                   stop run
               not invalid key
                   if not OS-CAN-POST
                       display "SUSPENSEMAINT: OPERATOR "
                           WS-OPERATOR-ID " NOT PERMITTED POSTING"
                       move 8 to return-code
                       stop run
                   end-if
           end-read
           perform check-approver
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

      *  A missing or unusable approver card is not an error here;
      *  it only means every write-off card tonight rejects.
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

      *  The suspense file is created by the posting run on its first
      *  reject; a maintenance run before then has nothing to work.
       open-files.
           open i-o SUSPENSE-FILE
           if not SUSPENSE-OK
               display "SUSPENSEMAINT: SUSPENSE OPEN FAILED, STATUS "
                   WS-SUSPENSE-STATUS
               stop run
           end-if
           open input TRANSACTION-FILE
           if not TRANS-OK
               display "SUSPENSEMAINT: SUSPTXN OPEN FAILED, STATUS "
                   WS-TRANS-STATUS
               stop run
           end-if
           open output MAINTENANCE-REPORT
           if not SUSPRPT-OK
               display "SUSPENSEMAINT: SUSPRPT OPEN FAILED, STATUS "
                   WS-SUSPRPT-STATUS
               stop run
           end-if.

       process-transaction.
           add 1 to WS-TRANS-COUNT
           move spaces to RL-CUST-ID
           move ST-REJECT-DATE to SP-REJECT-DATE
           move ST-POSTING-SEQ to SP-POSTING-SEQ
           read SUSPENSE-FILE
               invalid key
                   move "*** REJECTED - ITEM NOT FOUND ***"
                       to RL-MESSAGE
                   perform write-reject-line
               not invalid key
                   move SP-POSTING-IMAGE to POSTING-RECORD
                   move PT-CUST-ID to RL-CUST-ID
                   if not SP-OPEN
                       move "*** REJECTED - ITEM NOT OPEN ***"
                           to RL-MESSAGE
                       perform write-reject-line
                   else
                       perform apply-transaction
                   end-if
           end-read.

       apply-transaction.
           evaluate ST-TYPE
               when "R"
                   perform repair-item
               when "Q"
                   perform requeue-item
               when "W"
                   perform write-off-item
               when other
                   move "*** REJECTED - UNKNOWN TRANSACTION TYPE ***"
                       to RL-MESSAGE
                   perform write-reject-line
           end-evaluate.

      *  A repair replaces only what the card carries; a blank field
      *  leaves the rejected value standing.  A keyed amount must be
      *  a positive figure - the posting run would only reject it
      *  again otherwise.
       repair-item.
           if ST-AMOUNT is numeric and ST-AMOUNT not > zero
               move "*** REJECTED - NON-POSITIVE AMOUNT ***"
                   to RL-MESSAGE
               perform write-reject-line
           else
               if ST-CUST-ID not = spaces
                   move ST-CUST-ID to PT-CUST-ID
               end-if
               if ST-TO-CUST-ID not = spaces
                   move ST-TO-CUST-ID to PT-TO-CUST-ID
               end-if
               if ST-AMOUNT is numeric
                   move ST-AMOUNT to PT-AMOUNT
               end-if
               if ST-CURRENCY-CODE not = spaces
                   move ST-CURRENCY-CODE to PT-CURRENCY-CODE
               end-if
               move POSTING-RECORD to SP-POSTING-IMAGE
               add 1 to SP-REPAIR-COUNT
               perform stamp-worked-item
               rewrite SUSPENSE-RECORD
               move PT-CUST-ID to RL-CUST-ID
               move "REPAIRED" to RL-MESSAGE
               perform write-result-line
           end-if.

       requeue-item.
           set SP-REQUEUED to true
           perform stamp-worked-item
           rewrite SUSPENSE-RECORD
           move "RE-QUEUED FOR NEXT POSTING RUN" to RL-MESSAGE
           perform write-result-line.

       write-off-item.
           if not APPROVAL-IS-VALID
               move "*** REJECTED - WRITE-OFF NEEDS APPROVAL ***"
                   to RL-MESSAGE
               perform write-reject-line
           else
               set SP-WRITTEN-OFF to true
               perform stamp-worked-item
               move WS-APPROVER-ID to SP-APPROVED-BY
               rewrite SUSPENSE-RECORD
               move "WRITTEN OFF" to RL-MESSAGE
               perform write-result-line
           end-if.

       stamp-worked-item.
           move WS-TODAY to SP-WORKED-DATE
           move WS-OPERATOR-ID to SP-WORKED-BY.

       write-result-line.
           move ST-TYPE to RL-TXN-TYPE
           move ST-REJECT-DATE to RL-REJECT-DATE
           move ST-POSTING-SEQ to RL-POSTING-SEQ
           move spaces to MAINTENANCE-LINE
           move WS-RESULT-LINE to MAINTENANCE-LINE
           write MAINTENANCE-LINE.

       write-reject-line.
           add 1 to WS-REJECT-COUNT
           perform write-result-line.

       close-files.
           close SUSPENSE-FILE
           close TRANSACTION-FILE
           close MAINTENANCE-REPORT.
