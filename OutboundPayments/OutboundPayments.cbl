       identification division.
       program-id. OutboundPayments.
      *****************************************************************
      *  Nightly send of the outbound-payment queue to the clearing
      *  partner: every payment PostTransactions queued on OUTPAY and
      *  has not yet sent goes onto tonight's PAYOUT file in the
      *  partner's record shapes - a header carrying the business
      *  date, one "D" record per payment with our item reference,
      *  the paying account, the amount and the beneficiary's bank,
      *  account and name, and a trailer with the payment count and
      *  amount total so the partner can prove the file complete the
      *  way we prove their CLEARIN file.  Each payment sent is marked
      *  sent with the business date, so it goes out once; the item
      *  reference is the OUTPAY key, which is what the partner hands
      *  back on a return for OutboundReturns to match.  The amount
      *  total is summed as held, across currencies, the way the
      *  clearing trailers sum their items.  Runs after the posting
      *  run under the cycle control, and passes itself through on a
      *  resubmitted night so the partner never gets tonight's file
      *  twice.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select OUTBOUND-PAYMENT assign to "OUTPAY"
               organization is indexed
               access mode is dynamic
               record key is OP-KEY
               file status is WS-OUTPAY-STATUS.

           select PAYMENT-FILE assign to "PAYOUT"
               organization is line sequential
               file status is WS-PAYOUT-STATUS.

           select PAYMENT-REPORT assign to "PAYRPT"
               organization is line sequential
               file status is WS-PAYRPT-STATUS.

       data division.
       file section.
       fd  OUTBOUND-PAYMENT.
           copy OUTPAY.

       fd  PAYMENT-FILE
           record contains 9 to 101 characters.
       01  PAYMENT-HEADER-RECORD.
           05  PH-REC-TYPE          pic x(1).
           05  PH-FILE-DATE         pic 9(8).
       01  PAYMENT-DETAIL-RECORD.
           05  PD-REC-TYPE          pic x(1).
           05  PD-REFERENCE         pic x(15).
           05  PD-CUST-ID           pic x(10).
           05  PD-AMOUNT            pic S9(9)v99.
           05  PD-CURRENCY-CODE     pic x(3).
           05  PD-BENE-BANK         pic x(11).
           05  PD-BENE-ACCOUNT      pic x(20).
           05  PD-BENE-NAME         pic x(30).
       01  PAYMENT-TRAILER-RECORD.
           05  PY-REC-TYPE          pic x(1).
           05  PY-RECORD-COUNT      pic 9(7).
           05  PY-AMOUNT-TOTAL      pic S9(11)v99.

       fd  PAYMENT-REPORT
           record contains 100 characters.
       01  PAYMENT-REPORT-LINE      pic x(100).

       working-storage section.
       01  WS-OUTPAY-STATUS         pic xx.
           88  OUTPAY-OK            value "00".
           88  OUTPAY-NOT-FOUND     value "35".

       01  WS-PAYOUT-STATUS         pic xx.
           88  PAYOUT-OK            value "00".

       01  WS-PAYRPT-STATUS         pic xx.
           88  PAYRPT-OK            value "00".

       01  WS-EOF-SWITCH            pic x value "N".
           88  END-OF-QUEUE         value "Y".

      *  No queue file yet means no outbound payment has ever been
      *  posted: tonight's file goes out empty, header and trailer
      *  only, so the partner still sees a file for the date.
       01  WS-OUTPAY-OPEN           pic x value "N".
           88  OUTPAY-IS-OPEN       value "Y".

       01  WS-TODAY                 pic 9(8).
       01  WS-ITEM-COUNT            pic 9(7) value zero.
       01  WS-SENT-COUNT            pic 9(7) value zero.
       01  WS-SENT-TOTAL            pic S9(11)v99 value zero.

      *  Run-control identity for the nightly cycle: payments go out
      *  once the posting run has taken the money, stamped through
      *  CycleStamp.
       01  WS-CYCLE-STEP            pic x(16) value "OUTPAYMENTS".
       01  WS-CYCLE-PRED            pic x(16) value "POSTTRANSACTIONS".
       01  WS-CYCLE-FUNCTION        pic x(1).
       01  WS-CYCLE-RESULT          pic x(1).

       01  WS-CAL-MONTH-END         pic x(1).
       01  WS-CAL-RESULT            pic x(1).

       01  HDG-TITLE-LINE.
           05  filler               pic x(30)
               value "OUTBOUND PAYMENTS SENT ON ".
           05  HT-FILE-DATE         pic 9(8).

       01  HDG-COLUMN-LINE.
           05  filler               pic x(27)
               value "REFERENCE       CUSTOMER".
           05  filler               pic x(20)
               value "       AMOUNT CCY".
           05  filler               pic x(33)
               value "BANK        ACCOUNT".

       01  WS-DETAIL-LINE.
           05  DL-QUEUE-DATE        pic 9(8).
           05  filler               pic x(1) value "/".
           05  DL-POSTING-SEQ       pic 9(7).
           05  filler               pic x(1) value spaces.
           05  DL-CUST-ID           pic x(10).
           05  filler               pic x(1) value spaces.
           05  DL-AMOUNT            pic -(8)9.99.
           05  filler               pic x(1) value spaces.
           05  DL-CURRENCY          pic x(3).
           05  filler               pic x(1) value spaces.
           05  DL-BENE-BANK         pic x(11).
           05  filler               pic x(1) value spaces.
           05  DL-BENE-ACCOUNT      pic x(20).

       01  WS-TOTAL-LINE.
           05  TL-LABEL             pic x(17).
           05  TL-COUNT             pic zzzzzz9.
           05  filler               pic x(2) value spaces.
           05  TL-AMOUNT            pic -(11)9.99.

       procedure division.
       main-logic.
      *  A resubmitted night must not send tonight's payments twice:
      *  when the cycle control already shows this step complete for
      *  the open business date, the step passes itself through.
           move "C" to WS-CYCLE-FUNCTION
           call "CycleStamp" using WS-CYCLE-STEP WS-CYCLE-FUNCTION
               WS-CYCLE-PRED WS-CYCLE-RESULT
           if WS-CYCLE-RESULT = "Y"
               display "OUTBOUNDPAYMENTS: ALREADY COMPLETE FOR "
                   "BUSINESS DATE"
               stop run
           end-if
           move "S" to WS-CYCLE-FUNCTION
           call "CycleStamp" using WS-CYCLE-STEP WS-CYCLE-FUNCTION
               WS-CYCLE-PRED WS-CYCLE-RESULT
           if WS-CYCLE-RESULT not = "Y"
               display "OUTBOUNDPAYMENTS: PREDECESSOR STEP NOT "
                   "COMPLETE"
               move 8 to return-code
               stop run
           end-if
           call "CycleDate" using WS-TODAY WS-CAL-MONTH-END
               WS-CAL-RESULT
           perform open-files
           perform write-payment-header
           if OUTPAY-IS-OPEN
               perform position-queue-file
               perform until END-OF-QUEUE
                   read OUTBOUND-PAYMENT next
                       at end
                           set END-OF-QUEUE to true
                       not at end
                           add 1 to WS-ITEM-COUNT
                           if OP-QUEUED
                               perform send-payment
                           end-if
                   end-read
               end-perform
           end-if
           perform write-payment-trailer
           perform write-report-totals
           perform close-files
           move "E" to WS-CYCLE-FUNCTION
           call "CycleStamp" using WS-CYCLE-STEP WS-CYCLE-FUNCTION
               WS-CYCLE-PRED WS-CYCLE-RESULT
           display "OUTBOUNDPAYMENTS: " WS-ITEM-COUNT " item(s), "
               WS-SENT-COUNT " sent to partner"
           stop run.

       open-files.
           open i-o OUTBOUND-PAYMENT
           if OUTPAY-OK
               move "Y" to WS-OUTPAY-OPEN
           else
               if not OUTPAY-NOT-FOUND
                   display "OUTBOUNDPAYMENTS: OUTPAY OPEN FAILED, "
                       "STATUS " WS-OUTPAY-STATUS
                   stop run
               end-if
           end-if
           open output PAYMENT-FILE
           if not PAYOUT-OK
               display "OUTBOUNDPAYMENTS: PAYOUT OPEN FAILED, "
                   "STATUS " WS-PAYOUT-STATUS
               stop run
           end-if
           open output PAYMENT-REPORT
           if not PAYRPT-OK
               display "OUTBOUNDPAYMENTS: PAYRPT OPEN FAILED, "
                   "STATUS " WS-PAYRPT-STATUS
               stop run
           end-if.

       position-queue-file.
           move low-values to OP-KEY
           start OUTBOUND-PAYMENT key not < OP-KEY
               invalid key
                   set END-OF-QUEUE to true
           end-start.

       write-payment-header.
           move "H" to PH-REC-TYPE
           move WS-TODAY to PH-FILE-DATE
           write PAYMENT-HEADER-RECORD
           move WS-TODAY to HT-FILE-DATE
           move spaces to PAYMENT-REPORT-LINE
           move HDG-TITLE-LINE to PAYMENT-REPORT-LINE
           write PAYMENT-REPORT-LINE
           move HDG-COLUMN-LINE to PAYMENT-REPORT-LINE
           write PAYMENT-REPORT-LINE.

       send-payment.
           move "D" to PD-REC-TYPE
           move OP-KEY to PD-REFERENCE
           move OP-CUST-ID to PD-CUST-ID
           move OP-AMOUNT to PD-AMOUNT
           move OP-CURRENCY-CODE to PD-CURRENCY-CODE
           move OP-BENE-BANK to PD-BENE-BANK
           move OP-BENE-ACCOUNT to PD-BENE-ACCOUNT
           move OP-BENE-NAME to PD-BENE-NAME
           write PAYMENT-DETAIL-RECORD
           add 1 to WS-SENT-COUNT
           add OP-AMOUNT to WS-SENT-TOTAL
           set OP-SENT to true
           move WS-TODAY to OP-SENT-DATE
           rewrite OUTBOUND-PAYMENT-RECORD
           perform write-detail-line.

       write-detail-line.
           move OP-QUEUE-DATE to DL-QUEUE-DATE
           move OP-POSTING-SEQ to DL-POSTING-SEQ
           move OP-CUST-ID to DL-CUST-ID
           move OP-AMOUNT to DL-AMOUNT
           move OP-CURRENCY-CODE to DL-CURRENCY
           move OP-BENE-BANK to DL-BENE-BANK
           move OP-BENE-ACCOUNT to DL-BENE-ACCOUNT
           move spaces to PAYMENT-REPORT-LINE
           move WS-DETAIL-LINE to PAYMENT-REPORT-LINE
           write PAYMENT-REPORT-LINE.

       write-payment-trailer.
           move "T" to PY-REC-TYPE
           move WS-SENT-COUNT to PY-RECORD-COUNT
           move WS-SENT-TOTAL to PY-AMOUNT-TOTAL
           write PAYMENT-TRAILER-RECORD.

      *  The report closes on the same count and total the trailer
      *  carries, so the operator can answer the partner's proof.
       write-report-totals.
           move spaces to PAYMENT-REPORT-LINE
           write PAYMENT-REPORT-LINE
           move "PAYMENTS SENT" to TL-LABEL
           move WS-SENT-COUNT to TL-COUNT
           move WS-SENT-TOTAL to TL-AMOUNT
           move WS-TOTAL-LINE to PAYMENT-REPORT-LINE
           write PAYMENT-REPORT-LINE.

       close-files.
           if OUTPAY-IS-OPEN
               close OUTBOUND-PAYMENT
           end-if
           close PAYMENT-FILE
           close PAYMENT-REPORT.
