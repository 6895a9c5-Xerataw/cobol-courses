       identification division.
       program-id. GLFeed.
      *****************************************************************
      *  Nightly general-ledger journal feed built from the day's
      *  movement history: every movement on TXNHIST - postings,
      *  outbound payments and their returns, interest, tax withheld
      *  from interest, overdraft fees, escheat turnovers, merges,
      *  backouts and CustomerMaint balance corrections - is summed by
      *  movement type and currency, and each type's net for the day is
      *  posted to the GL account pair GLMAP gives it as one balanced
      *  entry, a debit line and a credit line of the same amount.  The
      *  feed goes out in the GL's interface format with a header and a
      *  trailer carrying the line count and the debit and credit
      *  totals.  Before a line is written the whole journal is proved:
      *  every movement must have a mapping for its currency, the
      *  mapping file must be sound, and debits must equal credits in
      *  every currency.  A journal that fails is not sent at all - the
      *  feed file is left unwritten, every problem is listed on the
      *  report and the step ends RC 8, which holds the cycle before the
      *  history is rolled away, so the GL never receives a partial or
      *  one-sided day.  Runs after the balance run, while TXNHIST still
      *  holds the day, and passes itself through on a resubmitted night
      *  so the GL never gets tonight's journal twice.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select GL-MAP-FILE assign to "GLMAP"
               organization is line sequential
               file status is WS-GLMAP-STATUS.

           select TXN-HISTORY assign to "TXNHIST"
               organization is line sequential
               file status is WS-TXNHIST-STATUS.

           select GL-FEED assign to "GLFEED"
               organization is line sequential
               file status is WS-GLFEED-STATUS.

           select FEED-REPORT assign to "GLFEEDRP"
               organization is line sequential
               file status is WS-GLFEEDRP-STATUS.

       data division.
       file section.
       fd  GL-MAP-FILE
           record contains 37 characters.
           copy GLMAP.

       fd  TXN-HISTORY
           record contains 81 characters.
           copy TXNHIST.

       fd  GL-FEED
           record contains 17 to 62 characters.
           copy GLFEED.

       fd  FEED-REPORT
           record contains 100 characters.
       01  FEED-REPORT-LINE         pic x(100).

       working-storage section.
       01  WS-GLMAP-STATUS          pic xx.
           88  GLMAP-OK             value "00".
           88  GLMAP-EOF            value "10".

       01  WS-TXNHIST-STATUS        pic xx.
           88  TXNHIST-OK           value "00".

       01  WS-GLFEED-STATUS         pic xx.
           88  GLFEED-OK            value "00".

       01  WS-GLFEEDRP-STATUS       pic xx.
           88  GLFEEDRP-OK          value "00".

       01  WS-EOF-SWITCH            pic x value "N".
           88  END-OF-TXNHIST       value "Y".

       01  WS-TODAY                 pic 9(8).
       01  WS-ERROR-COUNT           pic 9(5) value zero.
       01  WS-HISTORY-COUNT         pic 9(7) value zero.
       01  WS-ENTRY-COUNT           pic 9(5) value zero.
       01  WS-LINE-COUNT            pic 9(7) value zero.
       01  WS-DEBIT-TOTAL           pic 9(13)v99 value zero.
       01  WS-CREDIT-TOTAL          pic 9(13)v99 value zero.

      *  The mapping, loaded from GLMAP at start-up, with the day's
      *  net movement and movement count summed against each line.
       01  WS-MAP-TABLE-MAX         pic 9(3) value 200.
       01  WS-MAP-COUNT             pic 9(3) value zero.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY         occurs 200 times
                                     indexed by MP-IDX.
               10  WS-MP-TYPE       pic x(14).
               10  WS-MP-CURRENCY   pic x(3).
               10  WS-MP-DEBIT      pic x(10).
               10  WS-MP-CREDIT     pic x(10).
               10  WS-MP-NET        pic S9(13)v99.
               10  WS-MP-MOVES      pic 9(7).
       01  WS-MAP-FOUND             pic x value "N".
           88  MAP-WAS-FOUND        value "Y".
       01  WS-MAP-IDX               pic 9(3) value zero.
       01  WS-FIND-TYPE             pic x(14).
       01  WS-FIND-CURRENCY         pic x(3).

      *  Debit and credit totals of the proved journal per currency:
      *  amounts in different currencies never net against each
      *  other, so the journal must balance in each one.
       01  WS-CCY-TABLE-MAX         pic 9(3) value 50.
       01  WS-CCY-COUNT             pic 9(3) value zero.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY         occurs 50 times
                                     indexed by CY-IDX.
               10  WS-CCY-CODE      pic x(3).
               10  WS-CCY-DEBITS    pic 9(13)v99.
               10  WS-CCY-CREDITS   pic 9(13)v99.
       01  WS-CCY-FOUND             pic x value "N".
           88  CCY-WAS-FOUND        value "Y".
       01  WS-CCY-IDX               pic 9(3) value zero.

      *  One entry as it posts: the side of the pair each account
      *  takes depends on which way the type's day netted.
       01  WS-ENTRY-DEBIT-ACCOUNT   pic x(10).
       01  WS-ENTRY-CREDIT-ACCOUNT  pic x(10).
       01  WS-ENTRY-AMOUNT          pic 9(11)v99.

      *  Run-control identity for the nightly cycle: the feed is cut
      *  once the balance run has finished and before the history
      *  roll empties TXNHIST, stamped through CycleStamp.
       01  WS-CYCLE-STEP            pic x(16) value "GLFEED".
       01  WS-CYCLE-PRED            pic x(16) value "GETMYBALANCE".
       01  WS-CYCLE-FUNCTION        pic x(1).
       01  WS-CYCLE-RESULT          pic x(1).

       01  WS-CAL-MONTH-END         pic x(1).
       01  WS-CAL-RESULT            pic x(1).

       01  HDG-TITLE-LINE.
           05  filler               pic x(30)
               value "GL JOURNAL FEED FOR ".
           05  HT-FEED-DATE         pic 9(8).

       01  HDG-COLUMN-LINE.
           05  filler               pic x(31)
               value "ENTRY MOVEMENT TYPE  CCY".
           05  filler               pic x(29)
               value "  MOVES DEBIT      CREDIT".
           05  filler               pic x(17)
               value "          AMOUNT".

       01  WS-ENTRY-LINE.
           05  EL-ENTRY-NO          pic zzzz9.
           05  filler               pic x(1) value spaces.
           05  EL-MOVEMENT-TYPE     pic x(14).
           05  filler               pic x(1) value spaces.
           05  EL-CURRENCY          pic x(3).
           05  filler               pic x(1) value spaces.
           05  EL-MOVES             pic zzzzzz9.
           05  filler               pic x(1) value spaces.
           05  EL-DEBIT-ACCOUNT     pic x(10).
           05  filler               pic x(1) value spaces.
           05  EL-CREDIT-ACCOUNT    pic x(10).
           05  filler               pic x(1) value spaces.
           05  EL-AMOUNT            pic z(10)9.99.

       01  WS-PROBLEM-LINE.
           05  PL-TEXT              pic x(40).
           05  PL-CUST-ID           pic x(10).
           05  filler               pic x(1) value spaces.
           05  PL-MOVEMENT-TYPE     pic x(14).
           05  filler               pic x(1) value spaces.
           05  PL-CURRENCY          pic x(3).
           05  filler               pic x(1) value spaces.
           05  PL-AMOUNT            pic -(10)9.99.

       01  WS-TOTAL-LINE.
           05  filler               pic x(15)
               value "CURRENCY TOTAL".
           05  TL-CURRENCY          pic x(3).
           05  filler               pic x(2) value spaces.
           05  filler               pic x(3) value "DR".
           05  TL-DEBITS            pic z(12)9.99.
           05  filler               pic x(2) value spaces.
           05  filler               pic x(3) value "CR".
           05  TL-CREDITS           pic z(12)9.99.

       01  WS-VERDICT-LINE          pic x(44).

       procedure division.
       main-logic.
      *  A resubmitted night must not send tonight's journal to the
      *  GL twice: when the cycle control already shows this step
      *  complete for the open business date, the step passes itself
      *  through.
           move "C" to WS-CYCLE-FUNCTION
           call "CycleStamp" using WS-CYCLE-STEP WS-CYCLE-FUNCTION
               WS-CYCLE-PRED WS-CYCLE-RESULT
           if WS-CYCLE-RESULT = "Y"
               display "GLFEED: ALREADY COMPLETE FOR BUSINESS DATE"
               stop run
           end-if
           move "S" to WS-CYCLE-FUNCTION
           call "CycleStamp" using WS-CYCLE-STEP WS-CYCLE-FUNCTION
               WS-CYCLE-PRED WS-CYCLE-RESULT
           if WS-CYCLE-RESULT not = "Y"
               display "GLFEED: PREDECESSOR STEP NOT COMPLETE"
               move 8 to return-code
               stop run
           end-if
      *  The journal is dated with the open business date, the date
      *  the posting programs stamped on the movements.
           call "CycleDate" using WS-TODAY WS-CAL-MONTH-END
               WS-CAL-RESULT
           perform open-files
           perform write-report-heading
           perform load-gl-map
           perform summarise-history
           perform prove-journal
           if WS-ERROR-COUNT > zero
               move "*** GL FEED REFUSED - NOT SENT ***"
                   to WS-VERDICT-LINE
               perform write-verdict-line
               perform close-files
               display "GLFEED: JOURNAL DID NOT PROVE, FEED NOT SENT"
               move 8 to return-code
           else
               perform write-gl-feed
               move "GL FEED PROVED AND SENT" to WS-VERDICT-LINE
               perform write-verdict-line
               perform close-files
               move "E" to WS-CYCLE-FUNCTION
               call "CycleStamp" using WS-CYCLE-STEP WS-CYCLE-FUNCTION
                   WS-CYCLE-PRED WS-CYCLE-RESULT
               display "GLFEED: " WS-HISTORY-COUNT " movement(s), "
                   WS-ENTRY-COUNT " entries, "
                   WS-LINE-COUNT " line(s) sent"
           end-if
           stop run.

       open-files.
           open input GL-MAP-FILE
           if not GLMAP-OK
               display "GLFEED: GLMAP OPEN FAILED, STATUS "
                   WS-GLMAP-STATUS
               stop run
           end-if
           open input TXN-HISTORY
           if not TXNHIST-OK
               display "GLFEED: TXNHIST OPEN FAILED, STATUS "
                   WS-TXNHIST-STATUS
               stop run
           end-if
           open output FEED-REPORT
           if not GLFEEDRP-OK
               display "GLFEED: GLFEEDRP OPEN FAILED, STATUS "
                   WS-GLFEEDRP-STATUS
               stop run
           end-if.

       write-report-heading.
           move WS-TODAY to HT-FEED-DATE
           move spaces to FEED-REPORT-LINE
           move HDG-TITLE-LINE to FEED-REPORT-LINE
           write FEED-REPORT-LINE
           move HDG-COLUMN-LINE to FEED-REPORT-LINE
           write FEED-REPORT-LINE.

      *  A mapping line must name two different accounts and may not
      *  repeat a type and currency already mapped: either would let
      *  the feed post a day's movements somewhere nobody intended.
       load-gl-map.
           perform until GLMAP-EOF
               read GL-MAP-FILE
                   at end
                       set GLMAP-EOF to true
                   not at end
                       perform load-one-mapping
               end-read
           end-perform.

       load-one-mapping.
           move GM-MOVEMENT-TYPE to WS-FIND-TYPE
           move GM-CURRENCY-CODE to WS-FIND-CURRENCY
           perform find-mapping
           evaluate true
               when GM-DEBIT-ACCOUNT = spaces
                       or GM-CREDIT-ACCOUNT = spaces
                   move "*** MAPPING WITHOUT BOTH ACCOUNTS ***"
                       to PL-TEXT
                   perform write-mapping-problem
               when GM-DEBIT-ACCOUNT = GM-CREDIT-ACCOUNT
                   move "*** MAPPING USES ONE ACCOUNT TWICE ***"
                       to PL-TEXT
                   perform write-mapping-problem
               when MAP-WAS-FOUND
                   move "*** MAPPING REPEATED FOR TYPE/CCY ***"
                       to PL-TEXT
                   perform write-mapping-problem
               when WS-MAP-COUNT not < WS-MAP-TABLE-MAX
                   move "*** MAPPING TABLE FULL ***" to PL-TEXT
                   perform write-mapping-problem
               when other
                   add 1 to WS-MAP-COUNT
                   move GM-MOVEMENT-TYPE to WS-MP-TYPE (WS-MAP-COUNT)
                   move GM-CURRENCY-CODE
                       to WS-MP-CURRENCY (WS-MAP-COUNT)
                   move GM-DEBIT-ACCOUNT to WS-MP-DEBIT (WS-MAP-COUNT)
                   move GM-CREDIT-ACCOUNT
                       to WS-MP-CREDIT (WS-MAP-COUNT)
                   move zero to WS-MP-NET (WS-MAP-COUNT)
                   move zero to WS-MP-MOVES (WS-MAP-COUNT)
           end-evaluate.

       write-mapping-problem.
           add 1 to WS-ERROR-COUNT
           move spaces to PL-CUST-ID
           move GM-MOVEMENT-TYPE to PL-MOVEMENT-TYPE
           move GM-CURRENCY-CODE to PL-CURRENCY
           move zero to PL-AMOUNT
           perform write-problem-line.

      *  Finds the mapping line for WS-FIND-TYPE and WS-FIND-CURRENCY,
      *  leaving its subscript in WS-MAP-IDX.
       find-mapping.
           move "N" to WS-MAP-FOUND
           move zero to WS-MAP-IDX
           if WS-MAP-COUNT > zero
               set MP-IDX to 1
               search WS-MAP-ENTRY
                   at end
                       continue
                   when MP-IDX > WS-MAP-COUNT
                       continue
                   when WS-MP-TYPE (MP-IDX) = WS-FIND-TYPE
                           and WS-MP-CURRENCY (MP-IDX)
                               = WS-FIND-CURRENCY
                       move "Y" to WS-MAP-FOUND
                       set WS-MAP-IDX to MP-IDX
               end-search
           end-if.

      *  Every movement on the day's history is summed against its
      *  mapping.  One with no mapping, or with no usable amount,
      *  cannot be journaled, and a journal that leaves it out would
      *  not be the day: it is listed and the feed is held.
       summarise-history.
           perform until END-OF-TXNHIST
               read TXN-HISTORY
                   at end
                       set END-OF-TXNHIST to true
                   not at end
                       perform summarise-one-movement
               end-read
           end-perform.

       summarise-one-movement.
           add 1 to WS-HISTORY-COUNT
           if TH-AMOUNT is not numeric
               move "*** MOVEMENT AMOUNT NOT NUMERIC ***" to PL-TEXT
               perform write-movement-problem
           else
               move TH-DESC to WS-FIND-TYPE
               move TH-CURRENCY-CODE to WS-FIND-CURRENCY
               perform find-mapping
               if MAP-WAS-FOUND
                   add TH-AMOUNT to WS-MP-NET (WS-MAP-IDX)
                   add 1 to WS-MP-MOVES (WS-MAP-IDX)
               else
                   move "*** NO GL MAPPING FOR MOVEMENT ***"
                       to PL-TEXT
                   perform write-movement-problem
               end-if
           end-if.

       write-movement-problem.
           add 1 to WS-ERROR-COUNT
           move TH-CUST-ID to PL-CUST-ID
           move TH-DESC to PL-MOVEMENT-TYPE
           move TH-CURRENCY-CODE to PL-CURRENCY
           if TH-AMOUNT is numeric
               move TH-AMOUNT to PL-AMOUNT
           else
               move zero to PL-AMOUNT
           end-if
           perform write-problem-line.

      *  Each mapping line the day moved becomes one entry; a type
      *  whose movements cancelled out to nothing posts nothing.  The
      *  entries are listed and tallied per currency exactly as they
      *  will be written, and the journal must balance in every
      *  currency before any of it is sent.
       prove-journal.
           move zero to WS-MAP-IDX
           perform until WS-MAP-IDX >= WS-MAP-COUNT
               add 1 to WS-MAP-IDX
               if WS-MP-NET (WS-MAP-IDX) not = zero
                   add 1 to WS-ENTRY-COUNT
                   perform build-entry
                   perform tally-entry
                   perform write-entry-line
               end-if
           end-perform
           perform check-currency-balance.

      *  The mapping's pair posts as given for a day that raised
      *  balances, the other way round for one that lowered them.
       build-entry.
           if WS-MP-NET (WS-MAP-IDX) > zero
               move WS-MP-DEBIT (WS-MAP-IDX) to WS-ENTRY-DEBIT-ACCOUNT
               move WS-MP-CREDIT (WS-MAP-IDX)
                   to WS-ENTRY-CREDIT-ACCOUNT
               move WS-MP-NET (WS-MAP-IDX) to WS-ENTRY-AMOUNT
           else
               move WS-MP-CREDIT (WS-MAP-IDX)
                   to WS-ENTRY-DEBIT-ACCOUNT
               move WS-MP-DEBIT (WS-MAP-IDX)
                   to WS-ENTRY-CREDIT-ACCOUNT
               compute WS-ENTRY-AMOUNT = WS-MP-NET (WS-MAP-IDX) * -1
           end-if.

       tally-entry.
           move "N" to WS-CCY-FOUND
           set CY-IDX to 1
           search WS-CCY-ENTRY
               at end
                   continue
               when CY-IDX > WS-CCY-COUNT
                   continue
               when WS-CCY-CODE (CY-IDX) = WS-MP-CURRENCY (WS-MAP-IDX)
                   move "Y" to WS-CCY-FOUND
                   set WS-CCY-IDX to CY-IDX
           end-search
           if not CCY-WAS-FOUND
               if WS-CCY-COUNT < WS-CCY-TABLE-MAX
                   add 1 to WS-CCY-COUNT
                   move WS-CCY-COUNT to WS-CCY-IDX
                   move WS-MP-CURRENCY (WS-MAP-IDX)
                       to WS-CCY-CODE (WS-CCY-IDX)
                   move zero to WS-CCY-DEBITS (WS-CCY-IDX)
                   move zero to WS-CCY-CREDITS (WS-CCY-IDX)
               else
                   move zero to WS-CCY-IDX
                   add 1 to WS-ERROR-COUNT
                   move "*** CURRENCY TABLE FULL ***" to PL-TEXT
                   move spaces to PL-CUST-ID
                   move WS-MP-TYPE (WS-MAP-IDX) to PL-MOVEMENT-TYPE
                   move WS-MP-CURRENCY (WS-MAP-IDX) to PL-CURRENCY
                   move zero to PL-AMOUNT
                   perform write-problem-line
               end-if
           end-if
           if WS-CCY-IDX > zero
               add WS-ENTRY-AMOUNT to WS-CCY-DEBITS (WS-CCY-IDX)
               add WS-ENTRY-AMOUNT to WS-CCY-CREDITS (WS-CCY-IDX)
           end-if.

       check-currency-balance.
           move spaces to FEED-REPORT-LINE
           write FEED-REPORT-LINE
           move zero to WS-CCY-IDX
           perform until WS-CCY-IDX >= WS-CCY-COUNT
               add 1 to WS-CCY-IDX
               move WS-CCY-CODE (WS-CCY-IDX) to TL-CURRENCY
               move WS-CCY-DEBITS (WS-CCY-IDX) to TL-DEBITS
               move WS-CCY-CREDITS (WS-CCY-IDX) to TL-CREDITS
               move spaces to FEED-REPORT-LINE
               move WS-TOTAL-LINE to FEED-REPORT-LINE
               write FEED-REPORT-LINE
               if WS-CCY-DEBITS (WS-CCY-IDX)
                       not = WS-CCY-CREDITS (WS-CCY-IDX)
                   add 1 to WS-ERROR-COUNT
                   move "*** DEBITS AND CREDITS DO NOT NET ***"
                       to PL-TEXT
                   move spaces to PL-CUST-ID
                   move spaces to PL-MOVEMENT-TYPE
                   move WS-CCY-CODE (WS-CCY-IDX) to PL-CURRENCY
                   compute PL-AMOUNT = WS-CCY-DEBITS (WS-CCY-IDX)
                       - WS-CCY-CREDITS (WS-CCY-IDX)
                   perform write-problem-line
               end-if
           end-perform.

      *  Only a proved journal is written: the header, the entries in
      *  mapping order, each as its debit line then its credit line,
      *  and the trailer.
       write-gl-feed.
           open output GL-FEED
           if not GLFEED-OK
               display "GLFEED: GLFEED OPEN FAILED, STATUS "
                   WS-GLFEED-STATUS
               stop run
           end-if
           move "H" to GH-REC-TYPE
           move WS-TODAY to GH-FEED-DATE
           move "DEPOSITS" to GH-SOURCE-SYSTEM
           write GL-FEED-HEADER-RECORD
           move zero to WS-ENTRY-COUNT
           move zero to WS-MAP-IDX
           perform until WS-MAP-IDX >= WS-MAP-COUNT
               add 1 to WS-MAP-IDX
               if WS-MP-NET (WS-MAP-IDX) not = zero
                   add 1 to WS-ENTRY-COUNT
                   perform build-entry
                   perform write-entry-pair
               end-if
           end-perform
           move "T" to GT-REC-TYPE
           move WS-LINE-COUNT to GT-RECORD-COUNT
           move WS-DEBIT-TOTAL to GT-DEBIT-TOTAL
           move WS-CREDIT-TOTAL to GT-CREDIT-TOTAL
           write GL-FEED-TRAILER-RECORD
           close GL-FEED.

       write-entry-pair.
           move "D" to GD-REC-TYPE
           move WS-ENTRY-COUNT to GD-ENTRY-NO
           move WS-TODAY to GD-POSTING-DATE
           move WS-ENTRY-AMOUNT to GD-AMOUNT
           move WS-MP-CURRENCY (WS-MAP-IDX) to GD-CURRENCY-CODE
           move WS-MP-TYPE (WS-MAP-IDX) to GD-MOVEMENT-TYPE
           move WS-MP-MOVES (WS-MAP-IDX) to GD-MOVEMENT-COUNT
           move WS-ENTRY-DEBIT-ACCOUNT to GD-GL-ACCOUNT
           set GD-DEBIT to true
           write GL-FEED-DETAIL-RECORD
           add 1 to WS-LINE-COUNT
           add WS-ENTRY-AMOUNT to WS-DEBIT-TOTAL
           move WS-ENTRY-CREDIT-ACCOUNT to GD-GL-ACCOUNT
           set GD-CREDIT to true
           write GL-FEED-DETAIL-RECORD
           add 1 to WS-LINE-COUNT
           add WS-ENTRY-AMOUNT to WS-CREDIT-TOTAL.

       write-entry-line.
           move WS-ENTRY-COUNT to EL-ENTRY-NO
           move WS-MP-TYPE (WS-MAP-IDX) to EL-MOVEMENT-TYPE
           move WS-MP-CURRENCY (WS-MAP-IDX) to EL-CURRENCY
           move WS-MP-MOVES (WS-MAP-IDX) to EL-MOVES
           move WS-ENTRY-DEBIT-ACCOUNT to EL-DEBIT-ACCOUNT
           move WS-ENTRY-CREDIT-ACCOUNT to EL-CREDIT-ACCOUNT
           move WS-ENTRY-AMOUNT to EL-AMOUNT
           move spaces to FEED-REPORT-LINE
           move WS-ENTRY-LINE to FEED-REPORT-LINE
           write FEED-REPORT-LINE.

       write-problem-line.
           move spaces to FEED-REPORT-LINE
           move WS-PROBLEM-LINE to FEED-REPORT-LINE
           write FEED-REPORT-LINE.

       write-verdict-line.
           move spaces to FEED-REPORT-LINE
           write FEED-REPORT-LINE
           move WS-VERDICT-LINE to FEED-REPORT-LINE
           write FEED-REPORT-LINE.

       close-files.
           close GL-MAP-FILE
           close TXN-HISTORY
           close FEED-REPORT.
