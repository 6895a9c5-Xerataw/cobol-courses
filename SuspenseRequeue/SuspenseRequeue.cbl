       identification division.
       program-id. SuspenseRequeue.
      *****************************************************************
      *  Nightly re-entry of repaired suspense items: every item
      *  SuspenseMaint marked re-queued is written back onto POSTTXN
      *  in the POSTING-RECORD it is held as - repairs included, its
      *  original source kept - behind the keyed postings, the
      *  standing orders, the clearing items and the returned
      *  outbound payments, and marked re-posted with tonight's
      *  business date.  From there it takes its
      *  chances with the posting run like any other posting; one
      *  that rejects again comes back to suspense as a new item
      *  under tonight's date, so nothing is lost and nothing loops
      *  on its own.  Runs after the outbound-returns step and ahead
      *  of the posting run under the cycle control, and passes itself
      *  through on a resubmitted night so no item is queued twice.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select SUSPENSE-FILE assign to "SUSPENSE"
               organization is indexed
               access mode is dynamic
               record key is SP-KEY
               file status is WS-SUSPENSE-STATUS.

           select POSTING-FILE assign to "POSTTXN"
               organization is line sequential
               file status is WS-POSTTXN-STATUS.

           select REQUEUE-REPORT assign to "SUSPREQ"
               organization is line sequential
               file status is WS-SUSPREQ-STATUS.

       data division.
       file section.
       fd  SUSPENSE-FILE.
           copy SUSPREC.

       fd  POSTING-FILE
           record contains 129 characters.
           copy POSTREC.

       fd  REQUEUE-REPORT
           record contains 80 characters.
       01  REQUEUE-LINE             pic x(80).

       working-storage section.
       01  WS-SUSPENSE-STATUS       pic xx.
           88  SUSPENSE-OK          value "00".
           88  SUSPENSE-NOT-FOUND   value "35".

       01  WS-POSTTXN-STATUS        pic xx.
           88  POSTTXN-OK           value "00".
           88  POSTTXN-NOT-FOUND    value "35".

       01  WS-SUSPREQ-STATUS        pic xx.
           88  SUSPREQ-OK           value "00".

       01  WS-EOF-SWITCH            pic x value "N".
           88  END-OF-SUSPENSE      value "Y".

      *  No suspense file yet means the posting run has never
      *  rejected anything: an empty queue, not an error.
       01  WS-SUSPENSE-OPEN         pic x value "N".
           88  SUSPENSE-IS-OPEN     value "Y".

       01  WS-TODAY                 pic 9(8).
       01  WS-ITEM-COUNT            pic 9(7) value zero.
       01  WS-QUEUED-COUNT          pic 9(7) value zero.

      *  Run-control identity for the nightly cycle: the re-queued
      *  items must be on the posting file before the posting run
      *  starts, stamped through CycleStamp.
       01  WS-CYCLE-STEP            pic x(16) value "SUSPREQUEUE".
       01  WS-CYCLE-PRED            pic x(16) value "OUTRETURNS".
       01  WS-CYCLE-FUNCTION        pic x(1).
       01  WS-CYCLE-RESULT          pic x(1).

       01  WS-CAL-MONTH-END         pic x(1).
       01  WS-CAL-RESULT            pic x(1).

       01  WS-DETAIL-LINE.
           05  QL-REJECT-DATE       pic 9(8).
           05  filler               pic x(1) value "/".
           05  QL-POSTING-SEQ       pic 9(7).
           05  filler               pic x(2) value spaces.
           05  QL-POST-TYPE         pic x(1).
           05  filler               pic x(2) value spaces.
           05  QL-CUST-ID           pic x(10).
           05  filler               pic x(2) value spaces.
           05  QL-AMOUNT            pic -(8)9.99.
           05  filler               pic x(2) value spaces.
           05  QL-CURRENCY          pic x(3).
           05  filler               pic x(2) value spaces.
           05  QL-WORKED-BY         pic x(8).

       procedure division.
       main-logic.
      *  A resubmitted night must not queue tonight's items twice:
      *  when the cycle control already shows this step complete for
      *  the open business date, the step passes itself through.
           move "C" to WS-CYCLE-FUNCTION
           call "CycleStamp" using WS-CYCLE-STEP WS-CYCLE-FUNCTION
               WS-CYCLE-PRED WS-CYCLE-RESULT
           if WS-CYCLE-RESULT = "Y"
               display "SUSPENSEREQUEUE: ALREADY COMPLETE FOR "
                   "BUSINESS DATE"
               stop run
           end-if
           move "S" to WS-CYCLE-FUNCTION
           call "CycleStamp" using WS-CYCLE-STEP WS-CYCLE-FUNCTION
               WS-CYCLE-PRED WS-CYCLE-RESULT
           if WS-CYCLE-RESULT not = "Y"
               display "SUSPENSEREQUEUE: PREDECESSOR STEP NOT "
                   "COMPLETE"
               move 8 to return-code
               stop run
           end-if
           call "CycleDate" using WS-TODAY WS-CAL-MONTH-END
               WS-CAL-RESULT
           perform open-files
           if SUSPENSE-IS-OPEN
               perform position-suspense-file
               perform until END-OF-SUSPENSE
                   read SUSPENSE-FILE next
                       at end
                           set END-OF-SUSPENSE to true
                       not at end
                           add 1 to WS-ITEM-COUNT
                           if SP-REQUEUED
                               perform requeue-item
                           end-if
                   end-read
               end-perform
           end-if
           perform close-files
           move "E" to WS-CYCLE-FUNCTION
           call "CycleStamp" using WS-CYCLE-STEP WS-CYCLE-FUNCTION
               WS-CYCLE-PRED WS-CYCLE-RESULT
           display "SUSPENSEREQUEUE: " WS-ITEM-COUNT " item(s), "
               WS-QUEUED-COUNT " re-queued to posting"
           stop run.

       open-files.
           open i-o SUSPENSE-FILE
           if SUSPENSE-OK
               move "Y" to WS-SUSPENSE-OPEN
           else
               if not SUSPENSE-NOT-FOUND
                   display "SUSPENSEREQUEUE: SUSPENSE OPEN FAILED, "
                       "STATUS " WS-SUSPENSE-STATUS
                   stop run
               end-if
           end-if
      *  Re-queued items go behind whatever is already on tonight's
      *  posting file, so the file is extended, never cut.
           open extend POSTING-FILE
           if POSTTXN-NOT-FOUND
               open output POSTING-FILE
           end-if
           if not POSTTXN-OK
               display "SUSPENSEREQUEUE: POSTTXN OPEN FAILED, "
                   "STATUS " WS-POSTTXN-STATUS
               stop run
           end-if
           open output REQUEUE-REPORT
           if not SUSPREQ-OK
               display "SUSPENSEREQUEUE: SUSPREQ OPEN FAILED, "
                   "STATUS " WS-SUSPREQ-STATUS
               stop run
           end-if.

       position-suspense-file.
           move low-values to SP-KEY
           start SUSPENSE-FILE key not < SP-KEY
               invalid key
                   set END-OF-SUSPENSE to true
           end-start.

       requeue-item.
           add 1 to WS-QUEUED-COUNT
           move SP-POSTING-IMAGE to POSTING-RECORD
           write POSTING-RECORD
           set SP-REPOSTED to true
           move WS-TODAY to SP-REPOSTED-DATE
           rewrite SUSPENSE-RECORD
           perform write-detail-line.

       write-detail-line.
           move SP-REJECT-DATE to QL-REJECT-DATE
           move SP-POSTING-SEQ to QL-POSTING-SEQ
           move PT-TYPE to QL-POST-TYPE
           move PT-CUST-ID to QL-CUST-ID
           move PT-AMOUNT to QL-AMOUNT
           move PT-CURRENCY-CODE to QL-CURRENCY
           move SP-WORKED-BY to QL-WORKED-BY
           move spaces to REQUEUE-LINE
           move WS-DETAIL-LINE to REQUEUE-LINE
           write REQUEUE-LINE.

       close-files.
           if SUSPENSE-IS-OPEN
               close SUSPENSE-FILE
           end-if
           close POSTING-FILE
           close REQUEUE-REPORT.
