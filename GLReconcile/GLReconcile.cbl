       identification division.
       program-id. GLReconcile.
      *****************************************************************
      *  Reconciles the general-ledger journal feed GLFeed sent
      *  tonight against the movement history it was built from, so
      *  what the ledger is told ties to what the accounts actually
      *  did.  The feed must prove to its own trailer - line count,
      *  debit total and credit total - debits must equal credits,
      *  and its header must carry the open business date.  Each
      *  entry's effect on customer balances is then read back from
      *  its debit line through GLMAP (the mapping's debit account
      *  debited means the type raised balances) and compared, type
      *  by type and currency by currency, with the net of the same
      *  movements on TXNHIST, flagging any variance instead of
      *  leaving the discrepancy for finance to find downstream.
      *  BalanceProof proves the master to the history account by
      *  account; this proves the history to the ledger.  Runs
      *  before the history roll empties TXNHIST; read-only.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select GL-FEED assign to "GLFEED"
               organization is line sequential
               file status is WS-GLFEED-STATUS.

           select TXN-HISTORY assign to "TXNHIST"
               organization is line sequential
               file status is WS-TXNHIST-STATUS.

           select GL-MAP-FILE assign to "GLMAP"
               organization is line sequential
               file status is WS-GLMAP-STATUS.

           select RECON-REPORT assign to "RECONRPT"
               organization is line sequential

       data division.
       file section.
       fd  GL-FEED
           record contains 17 to 62 characters.
           copy GLFEED.

       fd  TXN-HISTORY
           record contains 81 characters.
           copy TXNHIST.

       fd  GL-MAP-FILE
           record contains 37 characters.
           copy GLMAP.

       fd  RECON-REPORT
           record contains 80 characters.
       01  RECON-REPORT-LINE        pic x(80).

       working-storage section.
       01  WS-GLFEED-STATUS         pic xx.
           88  GLFEED-OK            value "00".
           88  GLFEED-EOF           value "10".

       01  WS-TXNHIST-STATUS        pic xx.
           88  TXNHIST-OK           value "00".
           88  TXNHIST-EOF          value "10".

       01  WS-GLMAP-STATUS          pic xx.
           88  GLMAP-OK             value "00".
           88  GLMAP-EOF            value "10".

       01  WS-RECONRPT-STATUS       pic xx.
           88  RECONRPT-OK          value "00".

       01  WS-TODAY                 pic 9(8).

       01  WS-HEADER-SEEN           pic x value "N".
           88  HEADER-WAS-SEEN      value "Y".
       01  WS-TRAILER-SEEN          pic x value "N".
           88  TRAILER-WAS-SEEN     value "Y".
       01  WS-FEED-DATE             pic 9(8) value zero.

       01  WS-BREAK-COUNT           pic 9(5) value zero.
       01  WS-LINE-COUNT            pic 9(7) value zero.
       01  WS-DEBIT-TOTAL           pic 9(13)v99 value zero.
       01  WS-CREDIT-TOTAL          pic 9(13)v99 value zero.
       01  WS-TRAILER-COUNT         pic 9(7) value zero.
       01  WS-TRAILER-DEBITS        pic 9(13)v99 value zero.
       01  WS-TRAILER-CREDITS       pic 9(13)v99 value zero.
       01  WS-HISTORY-COUNT         pic 9(7) value zero.
       01  WS-UNMAPPED-COUNT        pic 9(7) value zero.
       01  WS-VARIANCE              pic S9(13)v99 value zero.

      *  The mapping, loaded from GLMAP at start-up, with the net the
      *  feed and the history each show against every line.
       01  WS-MAP-TABLE-MAX         pic 9(3) value 200.
       01  WS-MAP-COUNT             pic 9(3) value zero.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY         occurs 200 times
                                     indexed by MP-IDX.
               10  WS-MP-TYPE       pic x(14).
               10  WS-MP-CURRENCY   pic x(3).
               10  WS-MP-DEBIT      pic x(10).
               10  WS-MP-FEED-NET   pic S9(13)v99.
               10  WS-MP-HIST-NET   pic S9(13)v99.
       01  WS-MAP-FOUND             pic x value "N".
           88  MAP-WAS-FOUND        value "Y".
       01  WS-MAP-IDX               pic 9(3) value zero.
       01  WS-FIND-TYPE             pic x(14).
       01  WS-FIND-CURRENCY         pic x(3).

      *  Run-control identity for the nightly cycle: reconciliation
      *  is meaningless before the feed is cut, stamped through
      *  CycleStamp.
       01  WS-CYCLE-STEP            pic x(16) value "GLRECONCILE".
       01  WS-CYCLE-PRED            pic x(16) value "GLFEED".
       01  WS-CYCLE-FUNCTION        pic x(1).
       01  WS-CYCLE-RESULT          pic x(1).

       01  WS-CAL-MONTH-END         pic x(1).
       01  WS-CAL-RESULT            pic x(1).

       01  WS-SUMMARY-LINE.
           05  SL-LABEL             pic x(26).
           05  SL-AMOUNT            pic -(13)9.99.

      *  Separate from WS-SUMMARY-LINE because a line or movement
      *  count is not a money figure and must not print through a
      *  money-edited picture.
       01  WS-COUNT-LINE.
           05  CL-LABEL             pic x(26).
           05  CL-COUNT             pic zzzzzz9.

       01  WS-TYPE-HEADING.
           05  filler               pic x(19)
               value "MOVEMENT TYPE  CCY".
           05  filler               pic x(36)
               value "         HISTORY             FEED".
           05  filler               pic x(17)
               value "        VARIANCE".

       01  WS-TYPE-LINE.
           05  TY-MOVEMENT-TYPE     pic x(14).
           05  filler               pic x(1) value spaces.
           05  TY-CURRENCY          pic x(3).
           05  filler               pic x(1) value spaces.
           05  TY-HISTORY           pic -(13)9.99.
           05  filler               pic x(1) value spaces.
           05  TY-FEED              pic -(13)9.99.
           05  filler               pic x(1) value spaces.
           05  TY-VARIANCE          pic -(13)9.99.

       01  WS-RESULT-LINE           pic x(44).

               move 8 to return-code
               stop run
           end-if
           call "CycleDate" using WS-TODAY WS-CAL-MONTH-END
               WS-CAL-RESULT
           perform open-files
           perform load-gl-map
           perform read-gl-feed
           perform sum-day-history
           perform write-recon-report
           perform close-files
           move "E" to WS-CYCLE-FUNCTION
           stop run.

       open-files.
           open input GL-FEED
           if not GLFEED-OK
               display "GLRECONCILE: GLFEED OPEN FAILED, STATUS "
                   WS-GLFEED-STATUS
               stop run
           end-if
           open input TXN-HISTORY
           if not TXNHIST-OK
               display "GLRECONCILE: TXNHIST OPEN FAILED, STATUS "
                   WS-TXNHIST-STATUS
               stop run
           end-if
           open input GL-MAP-FILE
           if not GLMAP-OK
               display "GLRECONCILE: GLMAP OPEN FAILED, STATUS "
                   WS-GLMAP-STATUS
               stop run
           end-if
           open output RECON-REPORT
               stop run
           end-if.

      *  GLFeed has already refused a feed cut from an unsound
      *  mapping, so the lines are taken as they stand; a repeated
      *  type and currency keeps its first line, as the feed did.
       load-gl-map.
           perform until GLMAP-EOF
               read GL-MAP-FILE
                   at end
                       set GLMAP-EOF to true
                   not at end
                       move GM-MOVEMENT-TYPE to WS-FIND-TYPE
                       move GM-CURRENCY-CODE to WS-FIND-CURRENCY
                       perform find-mapping
                       if not MAP-WAS-FOUND
                               and WS-MAP-COUNT < WS-MAP-TABLE-MAX
                           perform load-one-mapping
                       end-if
               end-read
           end-perform.

       load-one-mapping.
           add 1 to WS-MAP-COUNT
           move GM-MOVEMENT-TYPE to WS-MP-TYPE (WS-MAP-COUNT)
           move GM-CURRENCY-CODE to WS-MP-CURRENCY (WS-MAP-COUNT)
           move GM-DEBIT-ACCOUNT to WS-MP-DEBIT (WS-MAP-COUNT)
           move zero to WS-MP-FEED-NET (WS-MAP-COUNT)
           move zero to WS-MP-HIST-NET (WS-MAP-COUNT).

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

       read-gl-feed.
           perform until GLFEED-EOF
               read GL-FEED
                   at end
                       set GLFEED-EOF to true
                   not at end
                       perform tally-feed-record
               end-read
           end-perform.

       tally-feed-record.
           evaluate GH-REC-TYPE
               when "H"
                   set HEADER-WAS-SEEN to true
                   move GH-FEED-DATE to WS-FEED-DATE
               when "D"
                   perform tally-feed-line
               when "T"
                   set TRAILER-WAS-SEEN to true
                   move GT-RECORD-COUNT to WS-TRAILER-COUNT
                   move GT-DEBIT-TOTAL to WS-TRAILER-DEBITS
                   move GT-CREDIT-TOTAL to WS-TRAILER-CREDITS
               when other
                   add 1 to WS-BREAK-COUNT
           end-evaluate.

      *  Only the debit line of an entry is read for its effect on
      *  balances: the mapping's own debit account on the debit side
      *  means the type's day raised balances, the credit account
      *  there means it lowered them.
       tally-feed-line.
           add 1 to WS-LINE-COUNT
           if GD-DEBIT
               add GD-AMOUNT to WS-DEBIT-TOTAL
               move GD-MOVEMENT-TYPE to WS-FIND-TYPE
               move GD-CURRENCY-CODE to WS-FIND-CURRENCY
               perform find-mapping
               if MAP-WAS-FOUND
                   if GD-GL-ACCOUNT = WS-MP-DEBIT (WS-MAP-IDX)
                       add GD-AMOUNT to WS-MP-FEED-NET (WS-MAP-IDX)
                   else
                       subtract GD-AMOUNT
                           from WS-MP-FEED-NET (WS-MAP-IDX)
                   end-if
               else
                   add 1 to WS-BREAK-COUNT
               end-if
           else
               add GD-AMOUNT to WS-CREDIT-TOTAL
           end-if.

       sum-day-history.
           perform until TXNHIST-EOF
               read TXN-HISTORY
                   at end
                       set TXNHIST-EOF to true
                   not at end
                       add 1 to WS-HISTORY-COUNT
                       move TH-DESC to WS-FIND-TYPE
                       move TH-CURRENCY-CODE to WS-FIND-CURRENCY
                       perform find-mapping
                       if MAP-WAS-FOUND and TH-AMOUNT is numeric
                           add TH-AMOUNT
                               to WS-MP-HIST-NET (WS-MAP-IDX)
                       else
                           add 1 to WS-UNMAPPED-COUNT
                       end-if
               end-read
           end-perform.

       write-recon-report.
           move "FEED LINES:" to CL-LABEL
           move WS-LINE-COUNT to CL-COUNT
           perform write-count-line

           move "FEED DEBITS:" to SL-LABEL
           move WS-DEBIT-TOTAL to SL-AMOUNT
           perform write-summary-line

           move "FEED CREDITS:" to SL-LABEL
           move WS-CREDIT-TOTAL to SL-AMOUNT
           perform write-summary-line

           move "HISTORY MOVEMENTS:" to CL-LABEL
           move WS-HISTORY-COUNT to CL-COUNT
           perform write-count-line

           perform check-feed-controls

           if WS-UNMAPPED-COUNT > 0
               add 1 to WS-BREAK-COUNT
               move "MOVEMENTS NOT MAPPED:" to CL-LABEL
               move WS-UNMAPPED-COUNT to CL-COUNT
               perform write-count-line
           end-if

           move spaces to RECON-REPORT-LINE
           write RECON-REPORT-LINE
           move WS-TYPE-HEADING to RECON-REPORT-LINE
           write RECON-REPORT-LINE
           move zero to WS-MAP-IDX
           perform until WS-MAP-IDX >= WS-MAP-COUNT
               add 1 to WS-MAP-IDX
               if WS-MP-HIST-NET (WS-MAP-IDX) not = zero
                       or WS-MP-FEED-NET (WS-MAP-IDX) not = zero
                   perform write-type-line
               end-if
           end-perform

           move spaces to RECON-REPORT-LINE
           write RECON-REPORT-LINE
           if WS-BREAK-COUNT > zero
               move "*** FEED DOES NOT AGREE WITH HISTORY ***"
                   to WS-RESULT-LINE
           else
               move "FEED AGREES WITH HISTORY" to WS-RESULT-LINE
           end-if
           move spaces to RECON-REPORT-LINE
           move WS-RESULT-LINE to RECON-REPORT-LINE
           write RECON-REPORT-LINE.

      *  The feed must prove to itself before its entries mean
      *  anything: header for tonight, trailer present and agreeing,
      *  debits equal to credits.
       check-feed-controls.
           if not HEADER-WAS-SEEN or WS-FEED-DATE not = WS-TODAY
               add 1 to WS-BREAK-COUNT
               move "*** FEED HEADER NOT FOR BUSINESS DATE ***"
                   to WS-RESULT-LINE
               perform write-result-line
           end-if
           if not TRAILER-WAS-SEEN
               add 1 to WS-BREAK-COUNT
               move "*** NO TRAILER ON FEED ***" to WS-RESULT-LINE
               perform write-result-line
           else
               if WS-LINE-COUNT not = WS-TRAILER-COUNT
                       or WS-DEBIT-TOTAL not = WS-TRAILER-DEBITS
                       or WS-CREDIT-TOTAL not = WS-TRAILER-CREDITS
                   add 1 to WS-BREAK-COUNT
                   move "*** FEED DOES NOT PROVE TO TRAILER ***"
                       to WS-RESULT-LINE
                   perform write-result-line
               end-if
           end-if
           if WS-DEBIT-TOTAL not = WS-CREDIT-TOTAL
               add 1 to WS-BREAK-COUNT
               move "*** FEED DEBITS AND CREDITS DO NOT NET ***"
                   to WS-RESULT-LINE
               perform write-result-line
           end-if.

       write-type-line.
           compute WS-VARIANCE = WS-MP-HIST-NET (WS-MAP-IDX)
               - WS-MP-FEED-NET (WS-MAP-IDX)
           move WS-MP-TYPE (WS-MAP-IDX) to TY-MOVEMENT-TYPE
           move WS-MP-CURRENCY (WS-MAP-IDX) to TY-CURRENCY
           move WS-MP-HIST-NET (WS-MAP-IDX) to TY-HISTORY
           move WS-MP-FEED-NET (WS-MAP-IDX) to TY-FEED
           move WS-VARIANCE to TY-VARIANCE
           move spaces to RECON-REPORT-LINE
           move WS-TYPE-LINE to RECON-REPORT-LINE
           write RECON-REPORT-LINE
           if WS-VARIANCE not = zero
               add 1 to WS-BREAK-COUNT
           end-if.

       write-summary-line.
           move spaces to RECON-REPORT-LINE
           move WS-SUMMARY-LINE to RECON-REPORT-LINE
           move WS-COUNT-LINE to RECON-REPORT-LINE
           write RECON-REPORT-LINE.

       write-result-line.
           move spaces to RECON-REPORT-LINE
           move WS-RESULT-LINE to RECON-REPORT-LINE
           write RECON-REPORT-LINE.

       close-files.
           close GL-FEED
           close TXN-HISTORY
           close GL-MAP-FILE
           close RECON-REPORT.
