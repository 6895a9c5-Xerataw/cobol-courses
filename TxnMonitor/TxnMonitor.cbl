       identification division.
       program-id. TxnMonitor.
      *****************************************************************
      *  Nightly transaction monitoring over the keyed TXNHARC
      *  archive, once HistoryArchive has rolled the day into it.
      *  Each account on the master is read against its own archived
      *  movements, by key, back as far as the longest window its
      *  currency's MONPARM parameters ask for, and four patterns are
      *  looked for:
      *    LARGE CASH   a cash movement on the day over the
      *                 currency's reporting threshold, one alert
      *                 per movement
      *    STRUCTURING  repeated cash credits just below the
      *                 threshold inside the structuring window,
      *                 one of them on the day
      *    VELOCITY     the day's volume a multiple of the account's
      *                 own average day over its recent history
      *    IN AND OUT   money in inside the window going straight
      *                 back out, with a debit on the day
      *  Cash is a CREDIT or DEBIT keyed at the counter - a movement
      *  reference of origin "K", or no reference at all on history
      *  written before references were kept.  Only customer money
      *  counts toward a pattern: credits, debits, transfers and
      *  outbound payments and their returns; interest, fees,
      *  corrections, merges, backouts and reversals are the bank's
      *  own movements and are passed over.  Every alert is raised as
      *  an open case on the keyed CASEFILE for CaseMaint to work and
      *  CaseReport to report and file; a structuring or in-and-out
      *  pattern with an open case of its kind already raised inside
      *  its window is left to that case rather than raised again
      *  every night it persists.  A parameter line that fails its
      *  edits is listed on MONRPT and its currency goes unmonitored,
      *  as does a currency with no parameters, and the step ends RC
      *  4 so the gap is seen.  Runs after the history roll under the
      *  cycle control, and passes itself through on a resubmitted
      *  night; a restarted run lands on the cases it already raised
      *  and does not raise them twice.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select CUSTOMER-MASTER assign to "CUSTMSTR"
               organization is indexed
               access mode is sequential
               record key is CUST-ID
               alternate record key is CUST-NAME
                   with duplicates
               file status is WS-CUSTMSTR-STATUS.

           select TXN-ARCHIVE assign to "TXNHARC"
               organization is indexed
               access mode is dynamic
               record key is XA-KEY
               file status is WS-TXNHARC-STATUS.

           select MONITOR-PARM-FILE assign to "MONPARM"
               organization is line sequential
               file status is WS-MONPARM-STATUS.

           select CASE-FILE assign to "CASEFILE"
               organization is indexed
               access mode is dynamic
               record key is CS-KEY
               file status is WS-CASEFILE-STATUS.

           select MONITOR-REPORT assign to "MONRPT"
               organization is line sequential
               file status is WS-MONRPT-STATUS.

       data division.
       file section.
       fd  CUSTOMER-MASTER.
           copy CUSTREC.

       fd  TXN-ARCHIVE.
           copy TXNARC.

       fd  MONITOR-PARM-FILE
           record contains 65 characters.
       01  MONITOR-PARM-LINE        pic x(65).

       fd  CASE-FILE.
           copy CASEREC.

       fd  MONITOR-REPORT
           record contains 80 characters.
       01  MONITOR-REPORT-LINE      pic x(80).

       working-storage section.
       01  WS-CUSTMSTR-STATUS       pic xx.
           88  CUSTMSTR-OK          value "00".

       01  WS-TXNHARC-STATUS        pic xx.
           88  TXNHARC-OK           value "00".

       01  WS-MONPARM-STATUS        pic xx.
           88  MONPARM-OK           value "00".
           88  MONPARM-EOF          value "10".

       01  WS-CASEFILE-STATUS       pic xx.
           88  CASEFILE-OK          value "00".
           88  CASEFILE-NOT-FOUND   value "35".

       01  WS-MONRPT-STATUS         pic xx.
           88  MONRPT-OK            value "00".

       01  WS-EOF-SWITCH            pic x value "N".
           88  END-OF-CUSTMSTR      value "Y".

       01  WS-ARC-EOF-SWITCH        pic x value "N".
           88  END-OF-ARCHIVE       value "Y".

       01  WS-CASE-EOF-SWITCH       pic x value "N".
           88  END-OF-CASES         value "Y".

      *  No archive yet means no history has ever been rolled: there
      *  is nothing to monitor, and the run says so in its counts.
       01  WS-ARCHIVE-OPEN          pic x value "N".
           88  ARCHIVE-IS-OPEN      value "Y".

       01  WS-TODAY                 pic 9(8).
       01  WS-TODAY-INTEGER         pic 9(8).

       01  WS-CUSTOMER-COUNT        pic 9(7) value zero.
       01  WS-UNMONITORED-COUNT     pic 9(7) value zero.
       01  WS-MOVEMENT-COUNT        pic 9(9) value zero.
       01  WS-LARGE-COUNT           pic 9(7) value zero.
       01  WS-STRUCT-COUNT          pic 9(7) value zero.
       01  WS-VELOCITY-COUNT        pic 9(7) value zero.
       01  WS-INOUT-COUNT           pic 9(7) value zero.
       01  WS-REPEAT-COUNT          pic 9(7) value zero.
       01  WS-WARNING-COUNT         pic 9(5) value zero.

      *  The parameters, loaded from MONPARM at start-up and held as
      *  read; the account's currency's line is moved back into
      *  MONITOR-PARM-RECORD before its movements are judged.
       01  WS-PARM-TABLE-MAX        pic 9(3) value 50.
       01  WS-PARM-COUNT            pic 9(3) value zero.
       01  WS-PARM-TABLE.
           05  WS-PARM-ENTRY        occurs 50 times
                                     indexed by PM-IDX.
               10  WS-PM-CURRENCY   pic x(3).
               10  WS-PM-IMAGE      pic x(65).
       01  WS-PARM-FOUND            pic x value "N".
           88  PARM-WAS-FOUND       value "Y".

           copy MONPARM.

           copy MOVEREF.

      *  The first date of each window, counted back from the
      *  business date: structuring and in-and-out windows include
      *  the day itself, the velocity history is the days before it.
      *  The archive is read from the earliest of them.
       01  WS-STRUCT-START          pic 9(8).
       01  WS-INOUT-START           pic 9(8).
       01  WS-VELOCITY-START        pic 9(8).
       01  WS-SCAN-START            pic 9(8).
       01  WS-WINDOW-INTEGER        pic 9(8).

      *  One account's movements, tallied as they are read.
       01  WS-MOVE-AMOUNT           pic 9(9)v99.
       01  WS-CUSTOMER-SWITCH       pic x value "N".
           88  CUSTOMER-MONEY       value "Y".
       01  WS-CASH-SWITCH           pic x value "N".
           88  CASH-MOVEMENT        value "Y".
       01  WS-DAY-VOLUME            pic 9(11)v99.
       01  WS-DAY-MOVES             pic 9(5).
       01  WS-HISTORY-VOLUME        pic 9(11)v99.
       01  WS-STRUCT-MOVES          pic 9(5).
       01  WS-STRUCT-TOTAL          pic 9(11)v99.
       01  WS-STRUCT-REFERENCE      pic x(16).
       01  WS-STRUCT-TODAY          pic x value "N".
           88  STRUCT-CREDIT-TODAY  value "Y".
       01  WS-INOUT-IN              pic 9(11)v99.
       01  WS-INOUT-OUT             pic 9(11)v99.
       01  WS-INOUT-MOVES           pic 9(5).
       01  WS-INOUT-REFERENCE       pic x(16).
       01  WS-OUT-TODAY             pic x value "N".
           88  DEBIT-OUT-TODAY      value "Y".
       01  WS-DAY-SCALED            pic 9(15)v99.
       01  WS-HISTORY-SCALED        pic 9(15)v99.

      *  The case about to be raised, and whether an open one of its
      *  kind already stands inside the pattern's window.
       01  WS-NEW-TYPE              pic x(1).
       01  WS-NEW-SEQ               pic 9(7).
       01  WS-NEW-AMOUNT            pic S9(9)v99.
       01  WS-NEW-BASIS             pic S9(9)v99.
       01  WS-NEW-MOVES             pic 9(5).
       01  WS-NEW-REFERENCE         pic x(16).
       01  WS-WINDOW-START          pic 9(8).
       01  WS-OPEN-CASE-SWITCH      pic x value "N".
           88  OPEN-CASE-STANDS     value "Y".

      *  Run-control identity for the nightly cycle: monitoring reads
      *  the archive once the history roll has added the day to it,
      *  stamped through CycleStamp.
       01  WS-CYCLE-STEP            pic x(16) value "TXNMONITOR".
       01  WS-CYCLE-PRED            pic x(16) value "HISTARCHIVE".
       01  WS-CYCLE-FUNCTION        pic x(1).
       01  WS-CYCLE-RESULT          pic x(1).

       01  WS-CAL-MONTH-END         pic x(1).
       01  WS-CAL-RESULT            pic x(1).

       01  HDG-TITLE-LINE.
           05  filler               pic x(30)
               value "TRANSACTION MONITORING FOR ".
           05  HT-RUN-DATE          pic 9(8).

       01  WS-PROBLEM-LINE.
           05  PL-TEXT              pic x(44).
           05  filler               pic x(2) value spaces.
           05  PL-CURRENCY          pic x(3).

       01  WS-TOTAL-LINE.
           05  TL-LABEL             pic x(30).
           05  TL-COUNT             pic zzzzzzzz9.

       procedure division.
       main-logic.
      *  A resubmitted night must not raise tonight's alerts twice:
      *  when the cycle control already shows this step complete for
      *  the open business date, the step passes itself through.
           move "C" to WS-CYCLE-FUNCTION
           call "CycleStamp" using WS-CYCLE-STEP WS-CYCLE-FUNCTION
               WS-CYCLE-PRED WS-CYCLE-RESULT
           if WS-CYCLE-RESULT = "Y"
               display "TXNMONITOR: ALREADY COMPLETE FOR BUSINESS DATE"
               stop run
           end-if
           move "S" to WS-CYCLE-FUNCTION
           call "CycleStamp" using WS-CYCLE-STEP WS-CYCLE-FUNCTION
               WS-CYCLE-PRED WS-CYCLE-RESULT
           if WS-CYCLE-RESULT not = "Y"
               display "TXNMONITOR: PREDECESSOR STEP NOT COMPLETE"
               move 8 to return-code
               stop run
           end-if
      *  The windows are counted back from the open business date,
      *  the date the day's movements were archived under.
           call "CycleDate" using WS-TODAY WS-CAL-MONTH-END
               WS-CAL-RESULT
           compute WS-TODAY-INTEGER =
               function integer-of-date (WS-TODAY)
           perform open-files
           perform write-report-heading
           perform load-monitor-parms
           if ARCHIVE-IS-OPEN
               perform until END-OF-CUSTMSTR
                   read CUSTOMER-MASTER
                       at end
                           set END-OF-CUSTMSTR to true
                       not at end
                           perform monitor-customer
                   end-read
               end-perform
           end-if
           perform write-report-totals
           perform close-files
           move "E" to WS-CYCLE-FUNCTION
           call "CycleStamp" using WS-CYCLE-STEP WS-CYCLE-FUNCTION
               WS-CYCLE-PRED WS-CYCLE-RESULT
           display "TXNMONITOR: " WS-CUSTOMER-COUNT " account(s), "
               WS-LARGE-COUNT " large cash, " WS-STRUCT-COUNT
               " structuring, " WS-VELOCITY-COUNT " velocity, "
               WS-INOUT-COUNT " in and out"
           if WS-WARNING-COUNT > zero or WS-UNMONITORED-COUNT > zero
               move 4 to return-code
           end-if
           stop run.

       open-files.
           open input CUSTOMER-MASTER
           if not CUSTMSTR-OK
               display "TXNMONITOR: CUSTMSTR OPEN FAILED, STATUS "
                   WS-CUSTMSTR-STATUS
               stop run
           end-if
           open input TXN-ARCHIVE
           if TXNHARC-OK
               move "Y" to WS-ARCHIVE-OPEN
           end-if
           open input MONITOR-PARM-FILE
           if not MONPARM-OK
               display "TXNMONITOR: MONPARM OPEN FAILED, STATUS "
                   WS-MONPARM-STATUS
               stop run
           end-if
      *  The output fallback runs only for "file not found": any
      *  other failed open is an error, not a first run, and falling
      *  through to open output would wipe every case on file.
           open i-o CASE-FILE
           if CASEFILE-NOT-FOUND
               open output CASE-FILE
               if CASEFILE-OK
                   close CASE-FILE
                   open i-o CASE-FILE
               end-if
           end-if
           if not CASEFILE-OK
               display "TXNMONITOR: CASEFILE OPEN FAILED, STATUS "
                   WS-CASEFILE-STATUS
               stop run
           end-if
           open output MONITOR-REPORT
           if not MONRPT-OK
               display "TXNMONITOR: MONRPT OPEN FAILED, STATUS "
                   WS-MONRPT-STATUS
               stop run
           end-if.

       write-report-heading.
           move WS-TODAY to HT-RUN-DATE
           move spaces to MONITOR-REPORT-LINE
           move HDG-TITLE-LINE to MONITOR-REPORT-LINE
           write MONITOR-REPORT-LINE
           move spaces to MONITOR-REPORT-LINE
           write MONITOR-REPORT-LINE.

       load-monitor-parms.
           perform until MONPARM-EOF
               read MONITOR-PARM-FILE
                   at end
                       set MONPARM-EOF to true
                   not at end
                       move MONITOR-PARM-LINE to MONITOR-PARM-RECORD
                       perform load-one-parm
               end-read
           end-perform.

      *  A parameter line must be whole and make sense before any
      *  account is judged by it: the threshold positive with the
      *  structuring floor under it, every window a day to a year,
      *  and the percentage a percentage.
       load-one-parm.
           evaluate true
               when MN-CURRENCY-CODE = spaces
                   move "*** PARAMETER LINE WITHOUT CURRENCY ***"
                       to PL-TEXT
                   perform write-parm-problem
               when MN-LARGE-CASH is not numeric
                       or MN-STRUCT-FLOOR is not numeric
                       or MN-STRUCT-COUNT is not numeric
                       or MN-STRUCT-DAYS is not numeric
                       or MN-VELOCITY-DAYS is not numeric
                       or MN-VELOCITY-FACTOR is not numeric
                       or MN-VELOCITY-MIN is not numeric
                       or MN-INOUT-DAYS is not numeric
                       or MN-INOUT-PCT is not numeric
                       or MN-INOUT-MIN is not numeric
                   move "*** PARAMETER NOT NUMERIC ***" to PL-TEXT
                   perform write-parm-problem
               when MN-LARGE-CASH = zero
                       or MN-STRUCT-FLOOR not < MN-LARGE-CASH
                   move "*** STRUCTURING FLOOR NOT UNDER THRESHOLD ***"
                       to PL-TEXT
                   perform write-parm-problem
               when MN-STRUCT-COUNT < 2
                       or MN-VELOCITY-FACTOR = zero
                   move "*** STRUCTURING COUNT OR FACTOR TOO LOW ***"
                       to PL-TEXT
                   perform write-parm-problem
               when MN-STRUCT-DAYS = zero or MN-STRUCT-DAYS > 366
                       or MN-VELOCITY-DAYS = zero
                       or MN-VELOCITY-DAYS > 366
                       or MN-INOUT-DAYS = zero or MN-INOUT-DAYS > 366
                   move "*** WINDOW NOT 1 TO 366 DAYS ***" to PL-TEXT
                   perform write-parm-problem
               when MN-INOUT-PCT = zero or MN-INOUT-PCT > 100
                   move "*** IN-AND-OUT PERCENT NOT 1 TO 100 ***"
                       to PL-TEXT
                   perform write-parm-problem
               when other
                   perform add-parm-entry
           end-evaluate.

       add-parm-entry.
           perform find-parm-entry
           if PARM-WAS-FOUND
               move "*** CURRENCY REPEATED ***" to PL-TEXT
               perform write-parm-problem
           else
               if WS-PARM-COUNT not < WS-PARM-TABLE-MAX
                   move "*** PARAMETER TABLE FULL ***" to PL-TEXT
                   perform write-parm-problem
               else
                   add 1 to WS-PARM-COUNT
                   move MN-CURRENCY-CODE
                       to WS-PM-CURRENCY (WS-PARM-COUNT)
                   move MONITOR-PARM-RECORD
                       to WS-PM-IMAGE (WS-PARM-COUNT)
               end-if
           end-if.

       write-parm-problem.
           add 1 to WS-WARNING-COUNT
           move MN-CURRENCY-CODE to PL-CURRENCY
           move spaces to MONITOR-REPORT-LINE
           move WS-PROBLEM-LINE to MONITOR-REPORT-LINE
           write MONITOR-REPORT-LINE.

      *  Finds the table line for the currency in MN-CURRENCY-CODE.
       find-parm-entry.
           move "N" to WS-PARM-FOUND
           if WS-PARM-COUNT > zero
               set PM-IDX to 1
               search WS-PARM-ENTRY
                   at end
                       continue
                   when PM-IDX > WS-PARM-COUNT
                       continue
                   when WS-PM-CURRENCY (PM-IDX) = MN-CURRENCY-CODE
                       move "Y" to WS-PARM-FOUND
               end-search
           end-if.

       monitor-customer.
           add 1 to WS-CUSTOMER-COUNT
           move CUST-CURRENCY-CODE to MN-CURRENCY-CODE
           perform find-parm-entry
           if not PARM-WAS-FOUND
               add 1 to WS-UNMONITORED-COUNT
           else
               move WS-PM-IMAGE (PM-IDX) to MONITOR-PARM-RECORD
               perform set-window-starts
               perform scan-customer-movements
               perform check-structuring
               perform check-velocity
               perform check-in-and-out
           end-if.

       set-window-starts.
           compute WS-WINDOW-INTEGER =
               WS-TODAY-INTEGER - MN-STRUCT-DAYS + 1
           compute WS-STRUCT-START =
               function date-of-integer (WS-WINDOW-INTEGER)
           compute WS-WINDOW-INTEGER =
               WS-TODAY-INTEGER - MN-INOUT-DAYS + 1
           compute WS-INOUT-START =
               function date-of-integer (WS-WINDOW-INTEGER)
           compute WS-WINDOW-INTEGER =
               WS-TODAY-INTEGER - MN-VELOCITY-DAYS
           compute WS-VELOCITY-START =
               function date-of-integer (WS-WINDOW-INTEGER)
           move WS-STRUCT-START to WS-SCAN-START
           if WS-INOUT-START < WS-SCAN-START
               move WS-INOUT-START to WS-SCAN-START
           end-if
           if WS-VELOCITY-START < WS-SCAN-START
               move WS-VELOCITY-START to WS-SCAN-START
           end-if.

      *  Reads the account's archived movements from the start of the
      *  longest window to the business date, by key, so the cost is
      *  the account's own recent movements, not the file's.
       scan-customer-movements.
           move zero to WS-DAY-VOLUME
           move zero to WS-DAY-MOVES
           move zero to WS-HISTORY-VOLUME
           move zero to WS-STRUCT-MOVES
           move zero to WS-STRUCT-TOTAL
           move spaces to WS-STRUCT-REFERENCE
           move "N" to WS-STRUCT-TODAY
           move zero to WS-INOUT-IN
           move zero to WS-INOUT-OUT
           move zero to WS-INOUT-MOVES
           move spaces to WS-INOUT-REFERENCE
           move "N" to WS-OUT-TODAY
           move "N" to WS-ARC-EOF-SWITCH
           move CUST-ID to XA-CUST-ID
           move WS-SCAN-START to XA-DATE
           move zero to XA-SEQ
           start TXN-ARCHIVE key not < XA-KEY
               invalid key
                   set END-OF-ARCHIVE to true
           end-start
           perform until END-OF-ARCHIVE
               read TXN-ARCHIVE next
                   at end
                       set END-OF-ARCHIVE to true
                   not at end
                       if XA-CUST-ID not = CUST-ID
                               or XA-DATE > WS-TODAY
                           set END-OF-ARCHIVE to true
                       else
                           perform examine-movement
                       end-if
               end-read
           end-perform.

       examine-movement.
           perform classify-movement
           if CUSTOMER-MONEY
               add 1 to WS-MOVEMENT-COUNT
               if XA-AMOUNT < zero
                   compute WS-MOVE-AMOUNT = XA-AMOUNT * -1
               else
                   move XA-AMOUNT to WS-MOVE-AMOUNT
               end-if
               if XA-DATE = WS-TODAY
                   add WS-MOVE-AMOUNT to WS-DAY-VOLUME
                   add 1 to WS-DAY-MOVES
                   if CASH-MOVEMENT and WS-MOVE-AMOUNT > MN-LARGE-CASH
                       perform raise-large-cash
                   end-if
               else
                   if XA-DATE not < WS-VELOCITY-START
                       add WS-MOVE-AMOUNT to WS-HISTORY-VOLUME
                   end-if
               end-if
               if XA-DATE not < WS-STRUCT-START
                   perform tally-structuring
               end-if
               if XA-DATE not < WS-INOUT-START
                   perform tally-in-and-out
               end-if
           end-if.

      *  Customer money is what the customer moved; a reversal undoes
      *  a movement already counted, so it is passed over with the
      *  bank's own movements.  Cash is what was keyed at the counter.
       classify-movement.
           move "N" to WS-CUSTOMER-SWITCH
           move "N" to WS-CASH-SWITCH
           if XA-REVERSES-REF = spaces
               evaluate XA-DESC
                   when "CREDIT"
                   when "DEBIT"
                       move "Y" to WS-CUSTOMER-SWITCH
                       move XA-REFERENCE to MOVEMENT-REFERENCE
                       if XA-REFERENCE = spaces or RF-ORIGIN = "K"
                           move "Y" to WS-CASH-SWITCH
                       end-if
                   when "TRANSFER IN"
                   when "TRANSFER OUT"
                   when "PAYMENT OUT"
                   when "PAYMENT RETURN"
                       move "Y" to WS-CUSTOMER-SWITCH
                   when other
                       continue
               end-evaluate
           end-if.

       tally-structuring.
           if CASH-MOVEMENT and XA-AMOUNT > zero
                   and XA-AMOUNT not < MN-STRUCT-FLOOR
                   and XA-AMOUNT not > MN-LARGE-CASH
               add 1 to WS-STRUCT-MOVES
               add XA-AMOUNT to WS-STRUCT-TOTAL
               move XA-REFERENCE to WS-STRUCT-REFERENCE
               if XA-DATE = WS-TODAY
                   move "Y" to WS-STRUCT-TODAY
               end-if
           end-if.

       tally-in-and-out.
           add 1 to WS-INOUT-MOVES
           if XA-AMOUNT > zero
               add WS-MOVE-AMOUNT to WS-INOUT-IN
           else
               add WS-MOVE-AMOUNT to WS-INOUT-OUT
               if XA-DATE = WS-TODAY
                   move "Y" to WS-OUT-TODAY
                   move XA-REFERENCE to WS-INOUT-REFERENCE
               end-if
           end-if.

      *  One case per large movement, keyed by its archive position,
      *  carrying the movement as it posted - its sign says whether
      *  the cash came in or went out - against the threshold.
       raise-large-cash.
           move "L" to WS-NEW-TYPE
           move XA-SEQ to WS-NEW-SEQ
           move XA-AMOUNT to WS-NEW-AMOUNT
           move MN-LARGE-CASH to WS-NEW-BASIS
           move 1 to WS-NEW-MOVES
           move XA-REFERENCE to WS-NEW-REFERENCE
           perform raise-case.

       check-structuring.
           if WS-STRUCT-MOVES not < MN-STRUCT-COUNT
                   and STRUCT-CREDIT-TODAY
               move "S" to WS-NEW-TYPE
               move WS-STRUCT-START to WS-WINDOW-START
               perform find-open-case
               if not OPEN-CASE-STANDS
                   move zero to WS-NEW-SEQ
                   move WS-STRUCT-TOTAL to WS-NEW-AMOUNT
                   move MN-LARGE-CASH to WS-NEW-BASIS
                   move WS-STRUCT-MOVES to WS-NEW-MOVES
                   move WS-STRUCT-REFERENCE to WS-NEW-REFERENCE
                   perform raise-case
               end-if
           end-if.

      *  The day is a spike when its volume clears the floor and is
      *  more than the factor times the history's average day; the
      *  comparison is made on the totals scaled up, so the average
      *  is never rounded before it is judged.  An account with no
      *  history in the window has an average day of nothing, and
      *  its first day over the floor is a spike.
       check-velocity.
           if WS-DAY-VOLUME not < MN-VELOCITY-MIN
               compute WS-DAY-SCALED =
                   WS-DAY-VOLUME * MN-VELOCITY-DAYS
               compute WS-HISTORY-SCALED =
                   WS-HISTORY-VOLUME * MN-VELOCITY-FACTOR
               if WS-DAY-SCALED > WS-HISTORY-SCALED
                   move "V" to WS-NEW-TYPE
                   move zero to WS-NEW-SEQ
                   move WS-DAY-VOLUME to WS-NEW-AMOUNT
                   compute WS-NEW-BASIS rounded =
                       WS-HISTORY-VOLUME / MN-VELOCITY-DAYS
                   move WS-DAY-MOVES to WS-NEW-MOVES
                   move spaces to WS-NEW-REFERENCE
                   perform raise-case
               end-if
           end-if.

       check-in-and-out.
           if DEBIT-OUT-TODAY and WS-INOUT-IN not < MN-INOUT-MIN
               compute WS-DAY-SCALED = WS-INOUT-OUT * 100
               compute WS-HISTORY-SCALED =
                   WS-INOUT-IN * MN-INOUT-PCT
               if WS-DAY-SCALED not < WS-HISTORY-SCALED
                   move "I" to WS-NEW-TYPE
                   move WS-INOUT-START to WS-WINDOW-START
                   perform find-open-case
                   if not OPEN-CASE-STANDS
                       move zero to WS-NEW-SEQ
                       move WS-INOUT-OUT to WS-NEW-AMOUNT
                       move WS-INOUT-IN to WS-NEW-BASIS
                       move WS-INOUT-MOVES to WS-NEW-MOVES
                       move WS-INOUT-REFERENCE to WS-NEW-REFERENCE
                       perform raise-case
                   end-if
               end-if
           end-if.

      *  Looks for an open case of WS-NEW-TYPE on the account raised
      *  inside the window and before tonight; tonight's own case, on
      *  a restarted run, is caught by its key when it is written.
       find-open-case.
           move "N" to WS-OPEN-CASE-SWITCH
           move "N" to WS-CASE-EOF-SWITCH
           move CUST-ID to CS-CUST-ID
           move WS-WINDOW-START to CS-RAISED-DATE
           move spaces to CS-ALERT-TYPE
           move zero to CS-TRIGGER-SEQ
           start CASE-FILE key not < CS-KEY
               invalid key
                   set END-OF-CASES to true
           end-start
           perform until END-OF-CASES or OPEN-CASE-STANDS
               read CASE-FILE next
                   at end
                       set END-OF-CASES to true
                   not at end
                       if CS-CUST-ID not = CUST-ID
                               or CS-RAISED-DATE not < WS-TODAY
                           set END-OF-CASES to true
                       else
                           if CS-ALERT-TYPE = WS-NEW-TYPE
                                   and CASE-OPEN
                               move "Y" to WS-OPEN-CASE-SWITCH
                           end-if
                       end-if
               end-read
           end-perform.

      *  A case already on file under the key was raised by an
      *  earlier pass of tonight's run; it is counted, not doubled.
       raise-case.
           move CUST-ID to CS-CUST-ID
           move WS-TODAY to CS-RAISED-DATE
           move WS-NEW-TYPE to CS-ALERT-TYPE
           move WS-NEW-SEQ to CS-TRIGGER-SEQ
           move CUST-CURRENCY-CODE to CS-CURRENCY-CODE
           move WS-NEW-AMOUNT to CS-AMOUNT
           move WS-NEW-BASIS to CS-BASIS
           move WS-NEW-MOVES to CS-MOVE-COUNT
           move WS-NEW-REFERENCE to CS-REFERENCE
           set CASE-OPEN to true
           move spaces to CS-DISPOSITION
           move spaces to CS-NOTE
           move spaces to CS-WORKED-BY
           move zero to CS-WORKED-DATE
           move zero to CS-FILED-DATE
           write CASE-RECORD
               invalid key
                   add 1 to WS-REPEAT-COUNT
               not invalid key
                   perform count-new-case
           end-write.

       count-new-case.
           evaluate WS-NEW-TYPE
               when "L"
                   add 1 to WS-LARGE-COUNT
               when "S"
                   add 1 to WS-STRUCT-COUNT
               when "V"
                   add 1 to WS-VELOCITY-COUNT
               when "I"
                   add 1 to WS-INOUT-COUNT
           end-evaluate.

       write-report-totals.
           move spaces to MONITOR-REPORT-LINE
           write MONITOR-REPORT-LINE
           if not ARCHIVE-IS-OPEN
               move "*** NO MOVEMENT ARCHIVE ON FILE ***"
                   to MONITOR-REPORT-LINE
               write MONITOR-REPORT-LINE
           end-if
           move "ACCOUNTS READ" to TL-LABEL
           move WS-CUSTOMER-COUNT to TL-COUNT
           perform write-total-line
           move "ACCOUNTS NOT MONITORED" to TL-LABEL
           move WS-UNMONITORED-COUNT to TL-COUNT
           perform write-total-line
           move "CUSTOMER MOVEMENTS JUDGED" to TL-LABEL
           move WS-MOVEMENT-COUNT to TL-COUNT
           perform write-total-line
           move "LARGE CASH CASES RAISED" to TL-LABEL
           move WS-LARGE-COUNT to TL-COUNT
           perform write-total-line
           move "STRUCTURING CASES RAISED" to TL-LABEL
           move WS-STRUCT-COUNT to TL-COUNT
           perform write-total-line
           move "VELOCITY CASES RAISED" to TL-LABEL
           move WS-VELOCITY-COUNT to TL-COUNT
           perform write-total-line
           move "IN AND OUT CASES RAISED" to TL-LABEL
           move WS-INOUT-COUNT to TL-COUNT
           perform write-total-line
           move "CASES ALREADY RAISED" to TL-LABEL
           move WS-REPEAT-COUNT to TL-COUNT
           perform write-total-line.

       write-total-line.
           move spaces to MONITOR-REPORT-LINE
           move WS-TOTAL-LINE to MONITOR-REPORT-LINE
           write MONITOR-REPORT-LINE.

       close-files.
           close CUSTOMER-MASTER
           if ARCHIVE-IS-OPEN
               close TXN-ARCHIVE
           end-if
           close MONITOR-PARM-FILE
           close CASE-FILE
           close MONITOR-REPORT.
