       identification division.
       program-id. OutboundReturns.
      *****************************************************************
      *  Inbound gateway for the clearing partner's returns of our
      *  outbound payments: proves the PAYRET file complete against
      *  its trailer record count and amount total - the same two-pass
      *  proof ClearingGateway applies to CLEARIN - then matches each
      *  returned item to the payment it names on OUTPAY by the item
      *  reference OutboundPayments sent.  A return that matches a
      *  payment sent and not already returned, for the amount sent,
      *  marks the payment returned with the business date and the
      *  partner's reason code and puts a "P" posting onto POSTTXN for
      *  the posting run to credit the customer back, so the money
      *  comes home without anyone re-keying it and the history shows
      *  the payment as returned.  A return that does not match - no
      *  such payment, one never sent or already returned, or a
      *  different amount - is listed on the report as an exception
      *  and not posted, for the payments desk to take up with the
      *  partner.  A control-total mismatch holds the whole cycle with
      *  return code 8: nothing is credited from a file that cannot
      *  prove itself complete.  Runs after the clearing gateway and
      *  ahead of the suspense re-queue, and passes itself through on
      *  a resubmitted night so no return is credited twice.  Each
      *  credit queued is given its movement reference here, "P",
      *  the business date and its place among the night's credits.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select RETURNS-FILE assign to "PAYRET"
               organization is line sequential
               file status is WS-PAYRET-STATUS.

           select OUTBOUND-PAYMENT assign to "OUTPAY"
               organization is indexed
               access mode is dynamic
               record key is OP-KEY
               file status is WS-OUTPAY-STATUS.

           select POSTING-FILE assign to "POSTTXN"
               organization is line sequential
               file status is WS-POSTTXN-STATUS.

           select RETURNS-REPORT assign to "PAYRETRP"
               organization is line sequential
               file status is WS-PAYRETRP-STATUS.

       data division.
       file section.
      *  The partner's returns come in their own record shapes: a
      *  header with the file date, one "R" record per returned
      *  payment carrying our item reference, the amount and currency
      *  as sent and a four-byte machine reason code, and a trailer
      *  with the returned count and amount total.
       fd  RETURNS-FILE
           record contains 9 to 34 characters.
       01  RETURNS-HEADER-RECORD.
           05  RH-REC-TYPE          pic x(1).
           05  RH-FILE-DATE         pic 9(8).
       01  RETURNS-DETAIL-RECORD.
           05  RD-REC-TYPE          pic x(1).
           05  RD-REFERENCE         pic x(15).
           05  RD-AMOUNT            pic S9(9)v99.
           05  RD-CURRENCY-CODE     pic x(3).
           05  RD-REASON-CODE       pic x(4).
       01  RETURNS-TRAILER-RECORD.
           05  RT-REC-TYPE          pic x(1).
           05  RT-RECORD-COUNT      pic 9(7).
           05  RT-AMOUNT-TOTAL      pic S9(11)v99.

       fd  OUTBOUND-PAYMENT.
           copy OUTPAY.

       fd  POSTING-FILE
           record contains 129 characters.
           copy POSTREC.

       fd  RETURNS-REPORT
           record contains 80 characters.
       01  RETURNS-REPORT-LINE      pic x(80).

       working-storage section.
       01  WS-PAYRET-STATUS         pic xx.
           88  PAYRET-OK            value "00".
           88  PAYRET-EOF           value "10".

       01  WS-OUTPAY-STATUS         pic xx.
           88  OUTPAY-OK            value "00".
           88  OUTPAY-NOT-FOUND     value "35".

       01  WS-POSTTXN-STATUS        pic xx.
           88  POSTTXN-OK           value "00".
           88  POSTTXN-NOT-FOUND    value "35".

       01  WS-PAYRETRP-STATUS       pic xx.
           88  PAYRETRP-OK          value "00".

       01  WS-EOF-SWITCH            pic x value "N".
           88  END-OF-RETURNS       value "Y".

       01  WS-HEADER-SEEN           pic x value "N".
           88  HEADER-WAS-SEEN      value "Y".
       01  WS-TRAILER-SEEN          pic x value "N".
           88  TRAILER-WAS-SEEN     value "Y".

       01  WS-ERROR-COUNT           pic 9(5) value zero.

       01  WS-ITEM-COUNT            pic 9(7) value zero.
       01  WS-ITEM-TOTAL            pic S9(11)v99 value zero.
       01  WS-TRAILER-COUNT         pic 9(7) value zero.
       01  WS-TRAILER-TOTAL         pic S9(11)v99 value zero.

       01  WS-POSTED-COUNT          pic 9(7) value zero.
       01  WS-EXCEPTION-COUNT       pic 9(7) value zero.

       01  WS-ITEM-VALID            pic x.
           88  ITEM-IS-VALID        value "Y".
       01  WS-EXCEPTION-REASON      pic x(4).

       01  WS-TODAY                 pic 9(8).

      *  Run-control identity for the nightly cycle: the returns must
      *  be on the posting file before the posting run starts,
      *  stamped through CycleStamp.
       01  WS-CYCLE-STEP            pic x(16) value "OUTRETURNS".
       01  WS-CYCLE-PRED            pic x(16) value "CLEARGATEWAY".
       01  WS-CYCLE-FUNCTION        pic x(1).
       01  WS-CYCLE-RESULT          pic x(1).

       01  WS-CAL-MONTH-END         pic x(1).
       01  WS-CAL-RESULT            pic x(1).

      *  Reference for the next credit queued: the sequence counts
      *  the night's returned payments onto the posting file.
           copy MOVEREF.

       01  WS-MESSAGE-LINE.
           05  MG-TEXT              pic x(44).
           05  MG-REFERENCE         pic x(15).
           05  filler               pic x(2) value spaces.
           05  MG-REASON            pic x(4).

       procedure division.
       main-logic.
      *  A resubmitted night must not credit tonight's returns twice:
      *  when the cycle control already shows this step complete for
      *  the open business date, the step passes itself through.
           move "C" to WS-CYCLE-FUNCTION
           call "CycleStamp" using WS-CYCLE-STEP WS-CYCLE-FUNCTION
               WS-CYCLE-PRED WS-CYCLE-RESULT
           if WS-CYCLE-RESULT = "Y"
               display "OUTBOUNDRETURNS: ALREADY COMPLETE FOR "
                   "BUSINESS DATE"
               stop run
           end-if
           move "S" to WS-CYCLE-FUNCTION
           call "CycleStamp" using WS-CYCLE-STEP WS-CYCLE-FUNCTION
               WS-CYCLE-PRED WS-CYCLE-RESULT
           if WS-CYCLE-RESULT not = "Y"
               display "OUTBOUNDRETURNS: PREDECESSOR STEP NOT "
                   "COMPLETE"
               move 8 to return-code
               stop run
           end-if
           call "CycleDate" using WS-TODAY WS-CAL-MONTH-END
               WS-CAL-RESULT
           move "P" to RF-ORIGIN
           move WS-TODAY to RF-DATE
           move zero to RF-SEQ
           perform open-files
           perform prove-returns-file
           if WS-ERROR-COUNT > zero
               perform write-held-verdict
               perform close-files
               display "OUTBOUNDRETURNS: CONTROL TOTALS FAILED, "
                   "CYCLE HELD"
               move 8 to return-code
           else
               perform match-returns-file
               perform write-clean-verdict
               perform close-files
               move "E" to WS-CYCLE-FUNCTION
               call "CycleStamp" using WS-CYCLE-STEP WS-CYCLE-FUNCTION
                   WS-CYCLE-PRED WS-CYCLE-RESULT
               display "OUTBOUNDRETURNS: " WS-ITEM-COUNT " item(s), "
                   WS-POSTED-COUNT " credited, "
                   WS-EXCEPTION-COUNT " exception(s)"
           end-if
           stop run.

       open-files.
           open input RETURNS-FILE
           if not PAYRET-OK
               display "OUTBOUNDRETURNS: PAYRET OPEN FAILED, "
                   "STATUS " WS-PAYRET-STATUS
               stop run
           end-if
      *  Only "file not found" creates the queue - a return before any
      *  payment was ever sent then simply finds nothing to match -
      *  since falling through to open output on any other failure
      *  would wipe every payment queued and sent.
           open i-o OUTBOUND-PAYMENT
           if OUTPAY-NOT-FOUND
               open output OUTBOUND-PAYMENT
               if OUTPAY-OK
                   close OUTBOUND-PAYMENT
                   open i-o OUTBOUND-PAYMENT
               end-if
           end-if
           if not OUTPAY-OK
               display "OUTBOUNDRETURNS: OUTPAY OPEN FAILED, "
                   "STATUS " WS-OUTPAY-STATUS
               stop run
           end-if
      *  Like the clearing gateway, credits are added to whatever is
      *  already on today's posting file.
           open extend POSTING-FILE
           if POSTTXN-NOT-FOUND
               open output POSTING-FILE
           end-if
           if not POSTTXN-OK
               display "OUTBOUNDRETURNS: POSTTXN OPEN FAILED, "
                   "STATUS " WS-POSTTXN-STATUS
               stop run
           end-if
           open output RETURNS-REPORT
           if not PAYRETRP-OK
               display "OUTBOUNDRETURNS: PAYRETRP OPEN FAILED, "
                   "STATUS " WS-PAYRETRP-STATUS
               stop run
           end-if.

      *  First pass: count the returned items and sum their amounts,
      *  then hold both against the trailer.  A file with no header,
      *  no trailer, or totals that do not prove is not matched at
      *  all.
       prove-returns-file.
           perform until END-OF-RETURNS
               read RETURNS-FILE
                   at end
                       set END-OF-RETURNS to true
                   not at end
                       perform tally-returns-record
               end-read
           end-perform
           if not HEADER-WAS-SEEN
               add 1 to WS-ERROR-COUNT
               move "NO HEADER ON RETURNS FILE" to MG-TEXT
               perform write-message-line
           end-if
           if not TRAILER-WAS-SEEN
               add 1 to WS-ERROR-COUNT
               move "NO TRAILER ON RETURNS FILE" to MG-TEXT
               perform write-message-line
           else
               if WS-ITEM-COUNT not = WS-TRAILER-COUNT
                   add 1 to WS-ERROR-COUNT
                   move "ITEM COUNT DOES NOT PROVE TO TRAILER"
                       to MG-TEXT
                   perform write-message-line
               end-if
               if WS-ITEM-TOTAL not = WS-TRAILER-TOTAL
                   add 1 to WS-ERROR-COUNT
                   move "AMOUNT TOTAL DOES NOT PROVE TO TRAILER"
                       to MG-TEXT
                   perform write-message-line
               end-if
           end-if.

       tally-returns-record.
           evaluate RH-REC-TYPE
               when "H"
                   set HEADER-WAS-SEEN to true
               when "R"
                   add 1 to WS-ITEM-COUNT
                   if RD-AMOUNT is numeric
                       add RD-AMOUNT to WS-ITEM-TOTAL
                   end-if
               when "T"
                   set TRAILER-WAS-SEEN to true
                   move RT-RECORD-COUNT to WS-TRAILER-COUNT
                   move RT-AMOUNT-TOTAL to WS-TRAILER-TOTAL
               when other
                   add 1 to WS-ERROR-COUNT
                   move "UNKNOWN RECORD TYPE ON RETURNS FILE"
                       to MG-TEXT
                   perform write-message-line
           end-evaluate.

      *  Second pass: the proven file is re-read from the top and
      *  each return matched to its payment.
       match-returns-file.
           close RETURNS-FILE
           open input RETURNS-FILE
           move "N" to WS-EOF-SWITCH
           if not PAYRET-OK
               display "OUTBOUNDRETURNS: PAYRET REOPEN FAILED, "
                   "STATUS " WS-PAYRET-STATUS
               stop run
           end-if
           perform until END-OF-RETURNS
               read RETURNS-FILE
                   at end
                       set END-OF-RETURNS to true
                   not at end
                       if RD-REC-TYPE = "R"
                           perform match-return-item
                       end-if
               end-read
           end-perform.

       match-return-item.
           perform validate-return
           if ITEM-IS-VALID
               perform credit-returned-payment
           else
               add 1 to WS-EXCEPTION-COUNT
               move "*** RETURN NOT MATCHED - NOT CREDITED ***"
                   to MG-TEXT
               move RD-REFERENCE to MG-REFERENCE
               move WS-EXCEPTION-REASON to MG-REASON
               perform write-message-line
           end-if.

      *  The return must name a payment we sent and have not already
      *  had back, for the amount we sent: anything else is the
      *  partner's error or ours, and crediting it would pay the
      *  customer money that never left.
       validate-return.
           move "Y" to WS-ITEM-VALID
           move spaces to WS-EXCEPTION-REASON
           move RD-REFERENCE to OP-KEY
           read OUTBOUND-PAYMENT
               invalid key
                   move "N" to WS-ITEM-VALID
                   move "NFND" to WS-EXCEPTION-REASON
               not invalid key
                   evaluate true
                       when OP-RETURNED
                           move "N" to WS-ITEM-VALID
                           move "DUPL" to WS-EXCEPTION-REASON
                       when not OP-SENT
                           move "N" to WS-ITEM-VALID
                           move "NSNT" to WS-EXCEPTION-REASON
                       when RD-AMOUNT is not numeric
                           move "N" to WS-ITEM-VALID
                           move "AMNT" to WS-EXCEPTION-REASON
                       when RD-AMOUNT not = OP-AMOUNT
                           move "N" to WS-ITEM-VALID
                           move "AMNT" to WS-EXCEPTION-REASON
                       when other
                           continue
                   end-evaluate
           end-read.

      *  The credit goes back to the paying account in the payment's
      *  own currency, carrying the beneficiary it was bound for so
      *  the statement line says where it came back from.
       credit-returned-payment.
           set OP-RETURNED to true
           move WS-TODAY to OP-RETURN-DATE
           move RD-REASON-CODE to OP-RETURN-REASON
           rewrite OUTBOUND-PAYMENT-RECORD
           move spaces to POSTING-RECORD
           move "P" to PT-TYPE
           move OP-CUST-ID to PT-CUST-ID
           move OP-AMOUNT to PT-AMOUNT
           move OP-CURRENCY-CODE to PT-CURRENCY-CODE
           set PT-FROM-CLEARING to true
           move OP-BENE-BANK to PT-BENE-BANK
           move OP-BENE-ACCOUNT to PT-BENE-ACCOUNT
           move OP-BENE-NAME to PT-BENE-NAME
           add 1 to RF-SEQ
           move MOVEMENT-REFERENCE to PT-REFERENCE
           write POSTING-RECORD
           add 1 to WS-POSTED-COUNT
           move "PAYMENT RETURNED - QUEUED FOR CREDIT" to MG-TEXT
           move RD-REFERENCE to MG-REFERENCE
           move RD-REASON-CODE to MG-REASON
           perform write-message-line.

       write-message-line.
           move spaces to RETURNS-REPORT-LINE
           move WS-MESSAGE-LINE to RETURNS-REPORT-LINE
           write RETURNS-REPORT-LINE
           move spaces to MG-REFERENCE
           move spaces to MG-REASON.

       write-held-verdict.
           move "*** RETURNS FILE REJECTED - CYCLE HELD ***"
               to MG-TEXT
           perform write-message-line.

       write-clean-verdict.
           move "RETURNS FILE ACCEPTED" to MG-TEXT
           perform write-message-line.

       close-files.
           close RETURNS-FILE
           close OUTBOUND-PAYMENT
           close POSTING-FILE
           close RETURNS-REPORT.
