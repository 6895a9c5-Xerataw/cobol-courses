       identification division.
       program-id. CaseReport.
      *****************************************************************
      *  Nightly report and large-cash filing from the monitoring
      *  case file, so what compliance shows the regulator is what
      *  was raised and worked, not a separate reckoning.  ALERTRPT
      *  lists every case still open, oldest exposure first within
      *  the account, and every case worked on the business date
      *  with the analyst's disposition, note, operator and date,
      *  then totals the open cases by type and the day's closures.
      *  Every large-cash case not yet filed goes onto tonight's
      *  LCFILE in the authority's record shapes - a header carrying
      *  the business date, one "D" record per case with the
      *  customer's name, date of birth and mailing address from the
      *  master, whether the cash came in or went out, the currency
      *  and the amount, and a trailer with the count and amount
      *  total - and is stamped with the filing date, so it is filed
      *  once.  A large-cash filing is owed whatever the analyst
      *  makes of the case, so open and closed cases are filed alike.
      *  The amount total is summed as held, across currencies, the
      *  way the partner files sum theirs.  Runs after TxnMonitor
      *  under the cycle control, and passes itself through on a
      *  resubmitted night so the authority never gets tonight's
      *  filing twice.
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

           select ALERT-REPORT assign to "ALERTRPT"
               organization is line sequential
               file status is WS-ALERTRPT-STATUS.

           select FILING-FILE assign to "LCFILE"
               organization is line sequential
               file status is WS-LCFILE-STATUS.

       data division.
       file section.
       fd  CASE-FILE.
           copy CASEREC.

       fd  CUSTOMER-MASTER.
           copy CUSTREC.

       fd  ALERT-REPORT
           record contains 120 characters.
       01  ALERT-REPORT-LINE        pic x(120).

       fd  FILING-FILE
           record contains 9 to 178 characters.
       01  FILING-HEADER-RECORD.
           05  FH-REC-TYPE          pic x(1).
           05  FH-FILE-DATE         pic 9(8).
       01  FILING-DETAIL-RECORD.
           05  FD-REC-TYPE          pic x(1).
           05  FD-RAISED-DATE       pic 9(8).
           05  FD-REFERENCE         pic x(16).
           05  FD-CUST-ID           pic x(10).
           05  FD-NAME              pic x(30).
           05  FD-DATE-OF-BIRTH     pic 9(8).
           05  FD-ADDRESS-LINE-1    pic x(30).
           05  FD-ADDRESS-LINE-2    pic x(30).
           05  FD-ADDRESS-CITY      pic x(20).
           05  FD-POSTAL-CODE       pic x(10).
           05  FD-DIRECTION         pic x(1).
           05  FD-CURRENCY-CODE     pic x(3).
           05  FD-AMOUNT            pic 9(9)v99.
       01  FILING-TRAILER-RECORD.
           05  FT-REC-TYPE          pic x(1).
           05  FT-RECORD-COUNT      pic 9(7).
           05  FT-AMOUNT-TOTAL      pic 9(11)v99.

       working-storage section.
       01  WS-CASEFILE-STATUS       pic xx.
           88  CASEFILE-OK          value "00".
           88  CASEFILE-NOT-FOUND   value "35".

       01  WS-CUSTMSTR-STATUS       pic xx.
           88  CUSTMSTR-OK          value "00".

       01  WS-ALERTRPT-STATUS       pic xx.
           88  ALERTRPT-OK          value "00".

       01  WS-LCFILE-STATUS         pic xx.
           88  LCFILE-OK            value "00".

       01  WS-EOF-SWITCH            pic x value "N".
           88  END-OF-CASES         value "Y".

      *  No case file yet means monitoring has never raised a case:
      *  tonight's report and filing go out empty, so compliance
      *  still sees both for the date.
       01  WS-CASEFILE-OPEN         pic x value "N".
           88  CASEFILE-IS-OPEN     value "Y".

       01  WS-TODAY                 pic 9(8).
       01  WS-CASE-COUNT            pic 9(7) value zero.
       01  WS-OPEN-LARGE            pic 9(7) value zero.
       01  WS-OPEN-STRUCT           pic 9(7) value zero.
       01  WS-OPEN-VELOCITY         pic 9(7) value zero.
       01  WS-OPEN-INOUT            pic 9(7) value zero.
       01  WS-WORKED-COUNT          pic 9(7) value zero.
       01  WS-FILED-COUNT           pic 9(7) value zero.
       01  WS-FILED-TOTAL           pic 9(11)v99 value zero.

      *  Run-control identity for the nightly cycle: the report and
      *  filing are cut once the night's cases are raised, stamped
      *  through CycleStamp.
       01  WS-CYCLE-STEP            pic x(16) value "CASEREPORT".
       01  WS-CYCLE-PRED            pic x(16) value "TXNMONITOR".
       01  WS-CYCLE-FUNCTION        pic x(1).
       01  WS-CYCLE-RESULT          pic x(1).

       01  WS-CAL-MONTH-END         pic x(1).
       01  WS-CAL-RESULT            pic x(1).

       01  HDG-TITLE-LINE.
           05  filler               pic x(30)
               value "MONITORING CASES AS AT ".
           05  HT-RUN-DATE          pic 9(8).

       01  HDG-COLUMN-LINE.
           05  filler               pic x(32)
               value "CUSTOMER   RAISED   ALERT".
           05  filler               pic x(30)
               value "CCY       AMOUNT        BASIS".
           05  filler               pic x(23)
               value "MOVES STATUS".
           05  filler               pic x(35)
               value "WORKED BY WORKED ON FILED ON".

       01  WS-DETAIL-LINE.
           05  DL-CUST-ID           pic x(10).
           05  filler               pic x(1) value spaces.
           05  DL-RAISED-DATE       pic 9(8).
           05  filler               pic x(1) value spaces.
           05  DL-ALERT-TEXT        pic x(11).
           05  filler               pic x(1) value spaces.
           05  DL-CURRENCY          pic x(3).
           05  filler               pic x(1) value spaces.
           05  DL-AMOUNT            pic -(8)9.99.
           05  filler               pic x(1) value spaces.
           05  DL-BASIS             pic -(8)9.99.
           05  filler               pic x(1) value spaces.
           05  DL-MOVES             pic zzzz9.
           05  filler               pic x(1) value spaces.
           05  DL-STATUS-TEXT       pic x(16).
           05  filler               pic x(1) value spaces.
           05  DL-WORKED-BY         pic x(8).
           05  filler               pic x(2) value spaces.
           05  DL-WORKED-DATE       pic x(8).
           05  filler               pic x(2) value spaces.
           05  DL-FILED-DATE        pic x(8).

       01  WS-NOTE-LINE.
           05  filler               pic x(11) value spaces.
           05  filler               pic x(6) value "NOTE: ".
           05  NT-TEXT              pic x(30).
           05  filler               pic x(2) value spaces.
           05  filler               pic x(5) value "REF: ".
           05  NT-REFERENCE         pic x(16).

       01  WS-TOTAL-LINE.
           05  TL-LABEL             pic x(30).
           05  TL-COUNT             pic zzzzzz9.
           05  filler               pic x(2) value spaces.
           05  TL-AMOUNT            pic z(11)9.99 blank when zero.

       procedure division.
       main-logic.
      *  A resubmitted night must not file tonight's large cash
      *  twice: when the cycle control already shows this step
      *  complete for the open business date, the step passes itself
      *  through.
           move "C" to WS-CYCLE-FUNCTION
           call "CycleStamp" using WS-CYCLE-STEP WS-CYCLE-FUNCTION
               WS-CYCLE-PRED WS-CYCLE-RESULT
           if WS-CYCLE-RESULT = "Y"
               display "CASEREPORT: ALREADY COMPLETE FOR BUSINESS DATE"
               stop run
           end-if
           move "S" to WS-CYCLE-FUNCTION
           call "CycleStamp" using WS-CYCLE-STEP WS-CYCLE-FUNCTION
               WS-CYCLE-PRED WS-CYCLE-RESULT
           if WS-CYCLE-RESULT not = "Y"
               display "CASEREPORT: PREDECESSOR STEP NOT COMPLETE"
               move 8 to return-code
               stop run
           end-if
           call "CycleDate" using WS-TODAY WS-CAL-MONTH-END
               WS-CAL-RESULT
           perform open-files
           perform write-report-heading
           perform write-filing-header
           if CASEFILE-IS-OPEN
               perform until END-OF-CASES
                   read CASE-FILE next
                       at end
                           set END-OF-CASES to true
                       not at end
                           perform process-case
                   end-read
               end-perform
           end-if
           perform write-filing-trailer
           perform write-report-totals
           perform close-files
           move "E" to WS-CYCLE-FUNCTION
           call "CycleStamp" using WS-CYCLE-STEP WS-CYCLE-FUNCTION
               WS-CYCLE-PRED WS-CYCLE-RESULT
           display "CASEREPORT: " WS-CASE-COUNT " case(s), "
               WS-FILED-COUNT " large cash filed"
           stop run.

       open-files.
           open i-o CASE-FILE
           if CASEFILE-OK
               move "Y" to WS-CASEFILE-OPEN
           else
               if not CASEFILE-NOT-FOUND
                   display "CASEREPORT: CASEFILE OPEN FAILED, "
                       "STATUS " WS-CASEFILE-STATUS
                   stop run
               end-if
           end-if
           open input CUSTOMER-MASTER
           if not CUSTMSTR-OK
               display "CASEREPORT: CUSTMSTR OPEN FAILED, STATUS "
                   WS-CUSTMSTR-STATUS
               stop run
           end-if
           open output ALERT-REPORT
           if not ALERTRPT-OK
               display "CASEREPORT: ALERTRPT OPEN FAILED, STATUS "
                   WS-ALERTRPT-STATUS
               stop run
           end-if
           open output FILING-FILE
           if not LCFILE-OK
               display "CASEREPORT: LCFILE OPEN FAILED, STATUS "
                   WS-LCFILE-STATUS
               stop run
           end-if.

       write-report-heading.
           move WS-TODAY to HT-RUN-DATE
           move spaces to ALERT-REPORT-LINE
           move HDG-TITLE-LINE to ALERT-REPORT-LINE
           write ALERT-REPORT-LINE
           move spaces to ALERT-REPORT-LINE
           write ALERT-REPORT-LINE
           move HDG-COLUMN-LINE to ALERT-REPORT-LINE
           write ALERT-REPORT-LINE.

       write-filing-header.
           move "H" to FH-REC-TYPE
           move WS-TODAY to FH-FILE-DATE
           write FILING-HEADER-RECORD.

      *  An open case is listed every night until it is worked; a
      *  closed one on the night it was worked, with its outcome.
       process-case.
           add 1 to WS-CASE-COUNT
           if CS-LARGE-CASH and CS-FILED-DATE = zero
               perform file-large-cash
           end-if
           if CASE-OPEN
               perform count-open-case
               perform write-case-line
           else
               if CS-WORKED-DATE = WS-TODAY
                   add 1 to WS-WORKED-COUNT
                   perform write-case-line
               end-if
           end-if.

       count-open-case.
           evaluate true
               when CS-LARGE-CASH
                   add 1 to WS-OPEN-LARGE
               when CS-STRUCTURING
                   add 1 to WS-OPEN-STRUCT
               when CS-VELOCITY
                   add 1 to WS-OPEN-VELOCITY
               when CS-IN-AND-OUT
                   add 1 to WS-OPEN-INOUT
           end-evaluate.

      *  The filing carries who the customer is from the master; a
      *  customer missing from it is still filed, under the id alone,
      *  rather than the filing going short.
       file-large-cash.
           move CS-CUST-ID to CUST-ID
           read CUSTOMER-MASTER
               invalid key
                   move spaces to CUST-NAME
                   move zero to CUST-DATE-OF-BIRTH
                   move spaces to CUST-ADDRESS-LINE-1
                   move spaces to CUST-ADDRESS-LINE-2
                   move spaces to CUST-ADDRESS-CITY
                   move spaces to CUST-POSTAL-CODE
           end-read
           move "D" to FD-REC-TYPE
           move CS-RAISED-DATE to FD-RAISED-DATE
           move CS-REFERENCE to FD-REFERENCE
           move CS-CUST-ID to FD-CUST-ID
           move CUST-NAME to FD-NAME
           move CUST-DATE-OF-BIRTH to FD-DATE-OF-BIRTH
           move CUST-ADDRESS-LINE-1 to FD-ADDRESS-LINE-1
           move CUST-ADDRESS-LINE-2 to FD-ADDRESS-LINE-2
           move CUST-ADDRESS-CITY to FD-ADDRESS-CITY
           move CUST-POSTAL-CODE to FD-POSTAL-CODE
           if CS-AMOUNT < zero
               move "O" to FD-DIRECTION
               compute FD-AMOUNT = CS-AMOUNT * -1
           else
               move "I" to FD-DIRECTION
               move CS-AMOUNT to FD-AMOUNT
           end-if
           move CS-CURRENCY-CODE to FD-CURRENCY-CODE
           write FILING-DETAIL-RECORD
           add 1 to WS-FILED-COUNT
           add FD-AMOUNT to WS-FILED-TOTAL
           move WS-TODAY to CS-FILED-DATE
           rewrite CASE-RECORD.

       write-case-line.
           move CS-CUST-ID to DL-CUST-ID
           move CS-RAISED-DATE to DL-RAISED-DATE
           evaluate true
               when CS-LARGE-CASH
                   move "LARGE CASH" to DL-ALERT-TEXT
               when CS-STRUCTURING
                   move "STRUCTURING" to DL-ALERT-TEXT
               when CS-VELOCITY
                   move "VELOCITY" to DL-ALERT-TEXT
               when CS-IN-AND-OUT
                   move "IN AND OUT" to DL-ALERT-TEXT
               when other
                   move CS-ALERT-TYPE to DL-ALERT-TEXT
           end-evaluate
           move CS-CURRENCY-CODE to DL-CURRENCY
           move CS-AMOUNT to DL-AMOUNT
           move CS-BASIS to DL-BASIS
           move CS-MOVE-COUNT to DL-MOVES
           evaluate true
               when CASE-OPEN
                   move "OPEN" to DL-STATUS-TEXT
               when CS-NO-ACTION
                   move "CLOSED NO ACTION" to DL-STATUS-TEXT
               when CS-ESCALATED
                   move "CLOSED ESCALATED" to DL-STATUS-TEXT
               when CS-FROZEN
                   move "CLOSED FROZEN" to DL-STATUS-TEXT
               when other
                   move "CLOSED" to DL-STATUS-TEXT
           end-evaluate
           move CS-WORKED-BY to DL-WORKED-BY
           if CS-WORKED-DATE = zero
               move spaces to DL-WORKED-DATE
           else
               move CS-WORKED-DATE to DL-WORKED-DATE
           end-if
           if CS-FILED-DATE = zero
               move spaces to DL-FILED-DATE
           else
               move CS-FILED-DATE to DL-FILED-DATE
           end-if
           move spaces to ALERT-REPORT-LINE
           move WS-DETAIL-LINE to ALERT-REPORT-LINE
           write ALERT-REPORT-LINE
           if CS-NOTE not = spaces or CS-REFERENCE not = spaces
               move CS-NOTE to NT-TEXT
               move CS-REFERENCE to NT-REFERENCE
               move spaces to ALERT-REPORT-LINE
               move WS-NOTE-LINE to ALERT-REPORT-LINE
               write ALERT-REPORT-LINE
           end-if.

       write-filing-trailer.
           move "T" to FT-REC-TYPE
           move WS-FILED-COUNT to FT-RECORD-COUNT
           move WS-FILED-TOTAL to FT-AMOUNT-TOTAL
           write FILING-TRAILER-RECORD.

      *  The filing line closes on the same count and total the
      *  trailer carries, so compliance can answer the authority's
      *  proof.
       write-report-totals.
           move spaces to ALERT-REPORT-LINE
           write ALERT-REPORT-LINE
           move zero to TL-AMOUNT
           move "OPEN LARGE CASH CASES" to TL-LABEL
           move WS-OPEN-LARGE to TL-COUNT
           perform write-total-line
           move "OPEN STRUCTURING CASES" to TL-LABEL
           move WS-OPEN-STRUCT to TL-COUNT
           perform write-total-line
           move "OPEN VELOCITY CASES" to TL-LABEL
           move WS-OPEN-VELOCITY to TL-COUNT
           perform write-total-line
           move "OPEN IN AND OUT CASES" to TL-LABEL
           move WS-OPEN-INOUT to TL-COUNT
           perform write-total-line
           move "CASES WORKED TODAY" to TL-LABEL
           move WS-WORKED-COUNT to TL-COUNT
           perform write-total-line
           move "LARGE CASH FILED TONIGHT" to TL-LABEL
           move WS-FILED-COUNT to TL-COUNT
           move WS-FILED-TOTAL to TL-AMOUNT
           perform write-total-line.

       write-total-line.
           move spaces to ALERT-REPORT-LINE
           move WS-TOTAL-LINE to ALERT-REPORT-LINE
           write ALERT-REPORT-LINE.

       close-files.
           if CASEFILE-IS-OPEN
               close CASE-FILE
           end-if
           close CUSTOMER-MASTER
           close ALERT-REPORT
           close FILING-FILE.
