       identification division.
       program-id. SuspenseAging.
      *****************************************************************
      *  Nightly aging report over the posting-suspense file: every
      *  item not yet re-posted or written off - open, or re-queued
      *  and waiting for tomorrow's posting run - is listed oldest
      *  first with its age in days against the open business date,
      *  its age band, the posting it holds and why it rejected, then
      *  the report closes with item counts and face amounts per band
      *  so an item left unworked for weeks stands out on the first
      *  page instead of surfacing at month-end.  The face amounts are
      *  summed as held, across currencies, the way the clearing
      *  trailer sums its items: they size the problem, they are not
      *  a ledger figure.  Runs after the posting run, so tonight's
      *  rejects are on it; read-only, so a resubmitted night simply
      *  prints it again.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select SUSPENSE-FILE assign to "SUSPENSE"
               organization is indexed
               access mode is sequential
               record key is SP-KEY
               file status is WS-SUSPENSE-STATUS.

           select AGING-REPORT assign to "SUSPAGE"
               organization is line sequential
               file status is WS-SUSPAGE-STATUS.

       data division.
       file section.
       fd  SUSPENSE-FILE.
           copy SUSPREC.

       fd  AGING-REPORT
           record contains 100 characters.
       01  AGING-LINE               pic x(100).

       working-storage section.
       01  WS-SUSPENSE-STATUS       pic xx.
           88  SUSPENSE-OK          value "00".
           88  SUSPENSE-NOT-FOUND   value "35".

       01  WS-SUSPAGE-STATUS        pic xx.
           88  SUSPAGE-OK           value "00".

       01  WS-EOF-SWITCH            pic x value "N".
           88  END-OF-SUSPENSE      value "Y".

       01  WS-TODAY                 pic 9(8).
       01  WS-TODAY-INTEGER         pic 9(8).
       01  WS-REJECT-INTEGER        pic 9(8).
       01  WS-AGE-DAYS              pic S9(8).

       01  WS-ITEM-COUNT            pic 9(7) value zero.
       01  WS-OPEN-COUNT            pic 9(7) value zero.

      *  Age bands, upper bounds in days; an item older than the last
      *  bound falls in the final band.
       01  WS-BAND-1-DAYS           pic 9(3) value 7.
       01  WS-BAND-2-DAYS           pic 9(3) value 30.
       01  WS-BAND-3-DAYS           pic 9(3) value 60.

       01  WS-BAND1-COUNT           pic 9(7) value zero.
       01  WS-BAND2-COUNT           pic 9(7) value zero.
       01  WS-BAND3-COUNT           pic 9(7) value zero.
       01  WS-BAND4-COUNT           pic 9(7) value zero.
       01  WS-BAND1-AMOUNT          pic S9(11)v99 value zero.
       01  WS-BAND2-AMOUNT          pic S9(11)v99 value zero.
       01  WS-BAND3-AMOUNT          pic S9(11)v99 value zero.
       01  WS-BAND4-AMOUNT          pic S9(11)v99 value zero.
       01  WS-GRAND-AMOUNT          pic S9(11)v99 value zero.

       01  WS-SUSPENSE-OPEN         pic x value "N".
           88  SUSPENSE-IS-OPEN     value "Y".

      *  The held posting, unpacked from the suspense item for the
      *  detail line.
           copy POSTREC.

      *  Run-control identity for the nightly cycle: the report runs
      *  behind the posting run, stamped through CycleStamp.
       01  WS-CYCLE-STEP            pic x(16) value "SUSPAGING".
       01  WS-CYCLE-PRED            pic x(16) value "POSTTRANSACTIONS".
       01  WS-CYCLE-FUNCTION        pic x(1).
       01  WS-CYCLE-RESULT          pic x(1).

       01  WS-CAL-MONTH-END         pic x(1).
       01  WS-CAL-RESULT            pic x(1).

       01  HDG-TITLE-LINE.
           05  filler               pic x(30)
               value "POSTING SUSPENSE AGING AS OF ".
           05  HT-AS-OF-DATE        pic 9(8).

       01  HDG-COLUMN-LINE.
           05  filler               pic x(23)
               value "REJECTED/SEQ      AGE".
           05  filler               pic x(28)
               value "BAND         S T CUSTOMER".
           05  filler               pic x(23)
               value "      AMOUNT CCY REASON".

       01  WS-DETAIL-LINE.
           05  DL-REJECT-DATE       pic 9(8).
           05  filler               pic x(1) value "/".
           05  DL-POSTING-SEQ       pic 9(7).
           05  filler               pic x(1) value spaces.
           05  DL-AGE-DAYS          pic zzz9.
           05  filler               pic x(2) value spaces.
           05  DL-BAND              pic x(12).
           05  filler               pic x(1) value spaces.
           05  DL-SOURCE            pic x(1).
           05  filler               pic x(1) value spaces.
           05  DL-POST-TYPE         pic x(1).
           05  filler               pic x(1) value spaces.
           05  DL-CUST-ID           pic x(10).
           05  filler               pic x(1) value spaces.
           05  DL-AMOUNT            pic -(8)9.99.
           05  filler               pic x(1) value spaces.
           05  DL-CURRENCY          pic x(3).
           05  filler               pic x(1) value spaces.
           05  DL-REASON            pic x(36).

       01  WS-SUBTOTAL-LINE.
           05  ST-LABEL             pic x(14).
           05  ST-COUNT             pic zzzzzz9.
           05  filler               pic x(2) value spaces.
           05  ST-AMOUNT            pic -(11)9.99.

       procedure division.
       main-logic.
           move "S" to WS-CYCLE-FUNCTION
           call "CycleStamp" using WS-CYCLE-STEP WS-CYCLE-FUNCTION
               WS-CYCLE-PRED WS-CYCLE-RESULT
           if WS-CYCLE-RESULT not = "Y"
               display "SUSPENSEAGING: PREDECESSOR STEP NOT COMPLETE"
               move 8 to return-code
               stop run
           end-if
      *  Items are aged against the open business date, not the
      *  clock, so a report printed after midnight ages nothing a day
      *  early.
           call "CycleDate" using WS-TODAY WS-CAL-MONTH-END
               WS-CAL-RESULT
           compute WS-TODAY-INTEGER =
               function integer-of-date (WS-TODAY)
           perform open-files
           perform write-report-heading
           perform until END-OF-SUSPENSE
               read SUSPENSE-FILE
                   at end
                       set END-OF-SUSPENSE to true
                   not at end
                       add 1 to WS-ITEM-COUNT
                       if SP-OPEN or SP-REQUEUED
                           perform age-one-item
                       end-if
               end-read
           end-perform
           perform write-band-subtotals
           perform close-files
           move "E" to WS-CYCLE-FUNCTION
           call "CycleStamp" using WS-CYCLE-STEP WS-CYCLE-FUNCTION
               WS-CYCLE-PRED WS-CYCLE-RESULT
           display "SUSPENSEAGING: " WS-ITEM-COUNT " item(s) on file, "
               WS-OPEN-COUNT " still open"
           stop run.

      *  No suspense file yet means nothing has ever rejected: the
      *  report prints its heading and zero totals.
       open-files.
           open input SUSPENSE-FILE
           if SUSPENSE-OK
               move "Y" to WS-SUSPENSE-OPEN
           else
               if SUSPENSE-NOT-FOUND
                   set END-OF-SUSPENSE to true
               else
                   display "SUSPENSEAGING: SUSPENSE OPEN FAILED, "
                       "STATUS " WS-SUSPENSE-STATUS
                   stop run
               end-if
           end-if
           open output AGING-REPORT
           if not SUSPAGE-OK
               display "SUSPENSEAGING: SUSPAGE OPEN FAILED, STATUS "
                   WS-SUSPAGE-STATUS
               stop run
           end-if.

       write-report-heading.
           move WS-TODAY to HT-AS-OF-DATE
           move spaces to AGING-LINE
           move HDG-TITLE-LINE to AGING-LINE
           write AGING-LINE
           move HDG-COLUMN-LINE to AGING-LINE
           write AGING-LINE.

       age-one-item.
           add 1 to WS-OPEN-COUNT
           move SP-POSTING-IMAGE to POSTING-RECORD
           compute WS-REJECT-INTEGER =
               function integer-of-date (SP-REJECT-DATE)
           compute WS-AGE-DAYS = WS-TODAY-INTEGER - WS-REJECT-INTEGER
           evaluate true
               when WS-AGE-DAYS not > WS-BAND-1-DAYS
                   move "0-7 DAYS" to DL-BAND
                   add 1 to WS-BAND1-COUNT
                   add PT-AMOUNT to WS-BAND1-AMOUNT
               when WS-AGE-DAYS not > WS-BAND-2-DAYS
                   move "8-30 DAYS" to DL-BAND
                   add 1 to WS-BAND2-COUNT
                   add PT-AMOUNT to WS-BAND2-AMOUNT
               when WS-AGE-DAYS not > WS-BAND-3-DAYS
                   move "31-60 DAYS" to DL-BAND
                   add 1 to WS-BAND3-COUNT
                   add PT-AMOUNT to WS-BAND3-AMOUNT
               when other
                   move "OVER 60 DAYS" to DL-BAND
                   add 1 to WS-BAND4-COUNT
                   add PT-AMOUNT to WS-BAND4-AMOUNT
           end-evaluate
           add PT-AMOUNT to WS-GRAND-AMOUNT
           perform write-detail-line.

       write-detail-line.
           move SP-REJECT-DATE to DL-REJECT-DATE
           move SP-POSTING-SEQ to DL-POSTING-SEQ
           move WS-AGE-DAYS to DL-AGE-DAYS
           move SP-SOURCE to DL-SOURCE
           move PT-TYPE to DL-POST-TYPE
           move PT-CUST-ID to DL-CUST-ID
           move PT-AMOUNT to DL-AMOUNT
           move PT-CURRENCY-CODE to DL-CURRENCY
           move SP-REASON to DL-REASON
           move spaces to AGING-LINE
           move WS-DETAIL-LINE to AGING-LINE
           write AGING-LINE.

       write-band-subtotals.
           move spaces to AGING-LINE
           write AGING-LINE
           move "BAND SUBTOTALS" to AGING-LINE
           write AGING-LINE

           move "0-7 DAYS" to ST-LABEL
           move WS-BAND1-COUNT to ST-COUNT
           move WS-BAND1-AMOUNT to ST-AMOUNT
           perform write-subtotal-line

           move "8-30 DAYS" to ST-LABEL
           move WS-BAND2-COUNT to ST-COUNT
           move WS-BAND2-AMOUNT to ST-AMOUNT
           perform write-subtotal-line

           move "31-60 DAYS" to ST-LABEL
           move WS-BAND3-COUNT to ST-COUNT
           move WS-BAND3-AMOUNT to ST-AMOUNT
           perform write-subtotal-line

           move "OVER 60 DAYS" to ST-LABEL
           move WS-BAND4-COUNT to ST-COUNT
           move WS-BAND4-AMOUNT to ST-AMOUNT
           perform write-subtotal-line

           move "TOTAL OPEN" to ST-LABEL
           move WS-OPEN-COUNT to ST-COUNT
           move WS-GRAND-AMOUNT to ST-AMOUNT
           perform write-subtotal-line.

       write-subtotal-line.
           move spaces to AGING-LINE
           move WS-SUBTOTAL-LINE to AGING-LINE
           write AGING-LINE.

       close-files.
           if SUSPENSE-IS-OPEN
               close SUSPENSE-FILE
           end-if
           close AGING-REPORT.
