       identification division.
       program-id. EscheatMaint.
      *****************************************************************
      *  Records owners' reclaims of property Escheatment has turned
      *  over to the state, on the keyed ESCHEAT file, from ESCHTXN
      *  cards keyed by the unclaimed-property clerks, the way CaseMaint
      *  works the monitoring cases.  An "R" card names the account, the
      *  amount the state has paid back to the owner and the state's
      *  claim reference.  A reclaim is taken only against property
      *  already turned over, and never for more than is still
      *  unclaimed; several part reclaims may be recorded against one
      *  turnover, and the record is marked reclaimed once the whole
      *  amount is back.  Each reclaim is kept on the ESCHRCL register
      *  under the account and the claim reference, which every card
      *  must carry; a claim reference already recorded for the account
      *  is refused, so a resubmitted deck cannot count the same claim
      *  twice.  The account itself stays closed - the owner is paid by
      *  the state, not through the account.  The submitting operator
      *  must hold the maintenance function on OPERSEC, or the run
      *  refuses before a single card is read.  Every reclaim is stamped
      *  with the operator and the date, and Escheatment totals what has
      *  been reclaimed against what is still unclaimed every night.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select ESCHEAT-FILE assign to "ESCHEAT"
               organization is indexed
               access mode is dynamic
               record key is ES-CUST-ID
               file status is WS-ESCHEAT-STATUS.

           select RECLAIM-REGISTER assign to "ESCHRCL"
               organization is indexed
               access mode is dynamic
               record key is EC-KEY
               file status is WS-ESCHRCL-STATUS.

           select TRANSACTION-FILE assign to "ESCHTXN"
               organization is line sequential
               file status is WS-TRANS-STATUS.

           select MAINTENANCE-REPORT assign to "ESCHMRPT"
               organization is line sequential
               file status is WS-ESCHMRPT-STATUS.

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
       fd  ESCHEAT-FILE.
           copy ESCHREC.

       fd  RECLAIM-REGISTER.
           copy ESCHRCL.

       fd  TRANSACTION-FILE
           record contains 38 characters.
       01  TRANSACTION-RECORD.
           05  ET-TYPE              pic x(1).
           05  ET-CUST-ID           pic x(10).
           05  ET-AMOUNT            pic 9(9)v99.
           05  ET-CLAIM-REF         pic x(16).

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
       01  WS-ESCHEAT-STATUS        pic xx.
           88  ESCHEAT-OK           value "00".

       01  WS-ESCHRCL-STATUS        pic xx.
           88  ESCHRCL-OK           value "00".
           88  ESCHRCL-DUPLICATE    value "22".
           88  ESCHRCL-NOT-FOUND    value "35".

       01  WS-TRANS-STATUS          pic xx.
           88  TRANS-OK             value "00".

       01  WS-ESCHMRPT-STATUS       pic xx.
           88  ESCHMRPT-OK          value "00".

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
       01  WS-RECLAIM-TOTAL         pic 9(11)v99 value zero.

      *  What is still with the state on the turnover the card names.
       01  WS-UNCLAIMED-AMOUNT      pic S9(9)v99 value zero.

      *  The submitting operator, proved against OPERSEC before a
      *  single card is read, and stamped on every reclaim recorded.
       01  WS-OPERATOR-ID           pic x(8) value spaces.

       01  WS-RESULT-LINE.
           05  RL-TXN-TYPE          pic x(1).
           05  filler               pic x(2) value spaces.
           05  RL-CUST-ID           pic x(10).
           05  filler               pic x(2) value spaces.
           05  RL-AMOUNT            pic z(8)9.99.
           05  filler               pic x(2) value spaces.
           05  RL-MESSAGE           pic x(51).

       procedure division.
       main-logic.
      *  Reclaims are stamped with the open business date when a
      *  cycle is open; a daytime run with no cycle open falls back
      *  to the clock.
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
           display "ESCHEATMAINT: " WS-TRANS-COUNT
               " transaction(s), " WS-REJECT-COUNT " rejected"
           display "ESCHEATMAINT: RECLAIMED " WS-RECLAIM-TOTAL
           if WS-REJECT-COUNT > zero
               move 4 to return-code
           end-if
           stop run.

      *  The submitting operator must be on OPERSEC with the
      *  maintenance function.
       check-operator-authority.
           perform get-operator-id
           if WS-OPERATOR-ID = spaces
               display "ESCHEATMAINT: NO OPERATOR CARD"
               move 8 to return-code
               stop run
           end-if
           open input OPERATOR-SECURITY
           if not OPERSEC-OK
               display "ESCHEATMAINT: OPERSEC OPEN FAILED, STATUS "
                   WS-OPERSEC-STATUS
               move 8 to return-code
               stop run
           end-if
           move WS-OPERATOR-ID to OS-OPERATOR-ID
           read OPERATOR-SECURITY
               invalid key
                   display "ESCHEATMAINT: OPERATOR " WS-OPERATOR-ID
                       " NOT ON SECURITY FILE"
                   move 8 to return-code
                   stop run
               not invalid key
                   if not OS-CAN-MAINT
                       display "ESCHEATMAINT: OPERATOR "
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

      *  Only file not found creates the reclaim register; any other
      *  open failure stops the run.
       open-files.
           open i-o ESCHEAT-FILE
           if not ESCHEAT-OK
               display "ESCHEATMAINT: ESCHEAT OPEN FAILED, STATUS "
                   WS-ESCHEAT-STATUS
               stop run
           end-if
           open i-o RECLAIM-REGISTER
           if ESCHRCL-NOT-FOUND
               open output RECLAIM-REGISTER
               if ESCHRCL-OK
                   close RECLAIM-REGISTER
                   open i-o RECLAIM-REGISTER
               end-if
           end-if
           if not ESCHRCL-OK
               display "ESCHEATMAINT: ESCHRCL OPEN FAILED, STATUS "
                   WS-ESCHRCL-STATUS
               stop run
           end-if
           open input TRANSACTION-FILE
           if not TRANS-OK
               display "ESCHEATMAINT: ESCHTXN OPEN FAILED, STATUS "
                   WS-TRANS-STATUS
               stop run
           end-if
           open output MAINTENANCE-REPORT
           if not ESCHMRPT-OK
               display "ESCHEATMAINT: ESCHMRPT OPEN FAILED, STATUS "
                   WS-ESCHMRPT-STATUS
               stop run
           end-if.

       process-transaction.
           add 1 to WS-TRANS-COUNT
           evaluate ET-TYPE
               when "R"
                   perform record-reclaim
               when other
                   move "*** REJECTED - UNKNOWN TRANSACTION TYPE ***"
                       to RL-MESSAGE
                   perform write-reject-line
           end-evaluate.

       record-reclaim.
           if ET-AMOUNT is not numeric or ET-AMOUNT = zero
               move "*** REJECTED - AMOUNT NOT VALID ***"
                   to RL-MESSAGE
               perform write-reject-line
           else
               if ET-CLAIM-REF = spaces
                   move "*** REJECTED - CLAIM REFERENCE MISSING ***"
                       to RL-MESSAGE
                   perform write-reject-line
               else
                   perform find-reclaim-turnover
               end-if
           end-if.

       find-reclaim-turnover.
           move ET-CUST-ID to ES-CUST-ID
           read ESCHEAT-FILE
               invalid key
                   move "*** REJECTED - NOTHING TURNED OVER ***"
                       to RL-MESSAGE
                   perform write-reject-line
               not invalid key
                   perform apply-reclaim
           end-read.

      *  A letter out or a stopped clock means the money never left;
      *  the owner has nothing to reclaim from the state.
       apply-reclaim.
           compute WS-UNCLAIMED-AMOUNT =
               ES-AMOUNT - ES-RECLAIMED-AMOUNT
           evaluate true
               when not ES-TURNED-OVER and not ES-RECLAIMED
                   move "*** REJECTED - NOT TURNED OVER ***"
                       to RL-MESSAGE
                   perform write-reject-line
               when WS-UNCLAIMED-AMOUNT not > zero
                   move "*** REJECTED - ALREADY FULLY RECLAIMED ***"
                       to RL-MESSAGE
                   perform write-reject-line
               when ET-AMOUNT > WS-UNCLAIMED-AMOUNT
                   move "*** REJECTED - MORE THAN UNCLAIMED ***"
                       to RL-MESSAGE
                   perform write-reject-line
               when other
                   perform store-reclaim
           end-evaluate.

      *  The register entry goes first, so a claim already recorded is
      *  refused by its key before the turnover is touched; an entry
      *  whose turnover then cannot be updated is taken off again.
       store-reclaim.
           move ET-CUST-ID to EC-CUST-ID
           move ET-CLAIM-REF to EC-CLAIM-REF
           move ET-AMOUNT to EC-AMOUNT
           move ES-CURRENCY-CODE to EC-CURRENCY-CODE
           move WS-TODAY to EC-RECLAIM-DATE
           move WS-OPERATOR-ID to EC-WORKED-BY
           write ESCHEAT-RECLAIM-RECORD
               invalid key
                   if ESCHRCL-DUPLICATE
                       move "*** REJECTED - CLAIM ALREADY RECORDED ***"
                           to RL-MESSAGE
                   else
                       move "*** REJECTED - REGISTER WRITE FAILED ***"
                           to RL-MESSAGE
                   end-if
                   perform write-reject-line
               not invalid key
                   perform apply-reclaim-to-turnover
           end-write.

       apply-reclaim-to-turnover.
           add ET-AMOUNT to ES-RECLAIMED-AMOUNT
           move WS-TODAY to ES-RECLAIM-DATE
           move ET-CLAIM-REF to ES-CLAIM-REF
           move WS-OPERATOR-ID to ES-WORKED-BY
           if ES-RECLAIMED-AMOUNT not < ES-AMOUNT
               set ES-RECLAIMED to true
           end-if
           rewrite ESCHEAT-RECORD
               invalid key
                   delete RECLAIM-REGISTER record
                       invalid key
                           continue
                   end-delete
                   move "*** REJECTED - REWRITE FAILED ***"
                       to RL-MESSAGE
                   perform write-reject-line
               not invalid key
                   add ET-AMOUNT to WS-RECLAIM-TOTAL
                   if ES-RECLAIMED
                       move "RECLAIM RECORDED - FULLY RECLAIMED"
                           to RL-MESSAGE
                   else
                       move "RECLAIM RECORDED - PART RECLAIMED"
                           to RL-MESSAGE
                   end-if
                   perform write-result-line
           end-rewrite.

       write-result-line.
           move ET-TYPE to RL-TXN-TYPE
           move ET-CUST-ID to RL-CUST-ID
           if ET-AMOUNT is numeric
               move ET-AMOUNT to RL-AMOUNT
           else
               move zero to RL-AMOUNT
           end-if
           move spaces to MAINTENANCE-LINE
           move WS-RESULT-LINE to MAINTENANCE-LINE
           write MAINTENANCE-LINE.

       write-reject-line.
           add 1 to WS-REJECT-COUNT
           perform write-result-line.

       close-files.
           close ESCHEAT-FILE
           close RECLAIM-REGISTER
           close TRANSACTION-FILE
           close MAINTENANCE-REPORT.
