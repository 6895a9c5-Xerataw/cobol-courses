       identification division.
       program-id. Escheatment.
      *****************************************************************
      *  Nightly unclaimed-property pass over the dormant accounts on
      *  CUSTOMER-MASTER, so balances owed to the state are noticed,
      *  turned over and reported by the system instead of by hand.  The
      *  clock is the account's last real activity, CUST-LAST-MOVE-DATE,
      *  which the posting and maintenance programs stamp and the
      *  accrual does not.  When a dormant account holding a balance
      *  comes within the notice period of the statutory dormancy period
      *  on ESCHPARM, a due-diligence letter is printed on ESCHLTR,
      *  addressed as the statement is to the holder and every active
      *  joint holder on ACCTREL, and the letter is recorded on the
      *  keyed ESCHEAT file with the date turnover falls due - never
      *  sooner than the notice period after the letter, for an account
      *  found already overdue.  Any posting or maintenance on the
      *  account before that date re-stamps its activity or returns it
      *  to active, and the next pass stops the clock; a later dormancy
      *  starts again with a fresh letter.  On the due date, with the
      *  clock still running, the balance is moved to the escheat
      *  liability account as an ESCHEAT movement on TXNHIST - under a
      *  reference of its own, "E", the business date and a sequence
      *  carried on from any turnovers already made that date - and the
      *  account is closed, in one journaled rewrite.  Every turnover
      *  not yet reported goes onto ESCHHLDR, the state's holder report,
      *  with the owner's name, TIN, date of birth and address from the
      *  master, the last-activity and turnover dates, the currency and
      *  the amount, between a header naming the holder and a trailer
      *  carrying the count and the amount total, and is stamped as
      *  reported.  ESCHRPT lists the night's letters, stopped clocks
      *  and turnovers and totals the property turned over and still
      *  unclaimed against what owners have reclaimed through
      *  EscheatMaint.  Missing holder details on ESCHPARM end the step
      *  RC 4.  Runs after the month-end accrual under the cycle
      *  control, and passes itself through on a resubmitted night once
      *  complete; a night resubmitted after a failure reprints the
      *  letters and reports again the turnovers the failed run
      *  recorded, since its ESCHLTR and ESCHHLDR went with it.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select CUSTOMER-MASTER assign to "CUSTMSTR"
               organization is indexed
               access mode is dynamic
               record key is CUST-ID
               alternate record key is CUST-NAME
                   with duplicates
               file status is WS-CUSTMSTR-STATUS.

           select ESCHEAT-FILE assign to "ESCHEAT"
               organization is indexed
               access mode is dynamic
               record key is ES-CUST-ID
               file status is WS-ESCHEAT-STATUS.

           select ESCHEAT-PARM assign to "ESCHPARM"
               organization is line sequential
               file status is WS-ESCHPARM-STATUS.

           select TXN-HISTORY assign to "TXNHIST"
               organization is line sequential
               file status is WS-TXNHIST-STATUS.

           select LETTER-FILE assign to "ESCHLTR"
               organization is line sequential
               file status is WS-ESCHLTR-STATUS.

           select HOLDER-FILE assign to "ESCHHLDR"
               organization is line sequential
               file status is WS-ESCHHLDR-STATUS.

           select ESCHEAT-REPORT assign to "ESCHRPT"
               organization is line sequential
               file status is WS-ESCHRPT-STATUS.

           select OPERATOR-PARM assign to "OPERPARM"
               organization is line sequential
               file status is WS-OPERPARM-STATUS.

           select ACCOUNT-RELATIONS assign to "ACCTREL"
               organization is indexed
               access mode is dynamic
               record key is AR-KEY
               alternate record key is AR-PARTY-NAME
                   with duplicates
               file status is WS-ACCTREL-STATUS.

       data division.
       file section.
       fd  CUSTOMER-MASTER.
           copy CUSTREC.

       fd  ESCHEAT-FILE.
           copy ESCHREC.

      *  One-record control file: the statutory dormancy period and
      *  the notice period ahead of it, in days, and the holder's TIN
      *  and name for the holder report.  A blank or non-numeric
      *  period keeps three years and a notice period keeps 120 days.
       fd  ESCHEAT-PARM
           record contains 49 characters.
       01  ESCHEAT-PARM-RECORD.
           05  EP-PERIOD-DAYS       pic 9(5).
           05  EP-NOTICE-DAYS       pic 9(5).
           05  EP-HOLDER-TIN        pic x(9).
           05  EP-HOLDER-NAME       pic x(30).

       fd  TXN-HISTORY
           record contains 81 characters.
           copy TXNHIST.

       fd  LETTER-FILE
           record contains 80 characters.
       01  LETTER-LINE              pic x(80).

       fd  HOLDER-FILE
           record contains 21 to 194 characters.
       01  HOLDER-HEADER-RECORD.
           05  HH-REC-TYPE          pic x(1).
           05  HH-HOLDER-TIN        pic x(9).
           05  HH-HOLDER-NAME       pic x(30).
           05  HH-REPORT-DATE       pic 9(8).
       01  HOLDER-DETAIL-RECORD.
           05  HD-REC-TYPE          pic x(1).
           05  HD-CUST-ID           pic x(10).
           05  HD-OWNER-NAME        pic x(30).
           05  HD-OWNER-TIN         pic x(9).
           05  HD-DATE-OF-BIRTH     pic 9(8).
           05  HD-ADDRESS-LINE-1    pic x(30).
           05  HD-ADDRESS-LINE-2    pic x(30).
           05  HD-ADDRESS-CITY      pic x(20).
           05  HD-POSTAL-CODE       pic x(10).
           05  HD-LAST-ACTIVITY     pic 9(8).
           05  HD-TURNOVER-DATE     pic 9(8).
           05  HD-CURRENCY-CODE     pic x(3).
           05  HD-AMOUNT            pic 9(9)v99.
           05  HD-REFERENCE         pic x(16).
       01  HOLDER-TRAILER-RECORD.
           05  HT-REC-TYPE          pic x(1).
           05  HT-RECORD-COUNT      pic 9(7).
           05  HT-AMOUNT-TOTAL      pic 9(11)v99.

       fd  ESCHEAT-REPORT
           record contains 100 characters.
       01  ESCHEAT-REPORT-LINE      pic x(100).

      *  One-record control file carrying the operator id the job was
      *  submitted under, for the change journal.
       fd  OPERATOR-PARM
           record contains 8 characters.
       01  OPERATOR-PARM-RECORD     pic x(8).

       fd  ACCOUNT-RELATIONS.
           copy ACCTREL.

       working-storage section.
       01  WS-CUSTMSTR-STATUS       pic xx.
           88  CUSTMSTR-OK          value "00".

       01  WS-ESCHEAT-STATUS        pic xx.
           88  ESCHEAT-OK           value "00".
           88  ESCHEAT-NOT-FOUND    value "35".

       01  WS-ESCHPARM-STATUS       pic xx.
           88  ESCHPARM-OK          value "00".

       01  WS-TXNHIST-STATUS        pic xx.
           88  TXNHIST-OK           value "00".
           88  TXNHIST-NOT-FOUND    value "35".

       01  WS-ESCHLTR-STATUS        pic xx.
           88  ESCHLTR-OK           value "00".

       01  WS-ESCHHLDR-STATUS       pic xx.
           88  ESCHHLDR-OK          value "00".

       01  WS-ESCHRPT-STATUS        pic xx.
           88  ESCHRPT-OK           value "00".

       01  WS-OPERPARM-STATUS       pic xx.
           88  OPERPARM-OK          value "00".

       01  WS-ACCTREL-STATUS        pic xx.
           88  ACCTREL-OK           value "00".

      *  No relationship file on the run means every letter goes to
      *  the holder of record alone.
       01  WS-RELATIONS-OPEN        pic x value "N".
           88  RELATIONS-ARE-OPEN   value "Y".

       01  WS-REL-EOF-SWITCH        pic x.
           88  END-OF-PARTIES       value "Y".

       01  WS-EOF-SWITCH            pic x value "N".
           88  END-OF-CUSTMSTR      value "Y".

       01  WS-ESC-EOF-SWITCH        pic x.
           88  END-OF-ESCHEAT       value "Y".

      *  Whether the account being read already has a record on the
      *  escheat file.
       01  WS-ESCHEAT-FOUND         pic x value "N".
           88  ESCHEAT-WAS-FOUND    value "Y".

       01  WS-TODAY                 pic 9(8).
       01  WS-TODAY-INTEGER         pic 9(8).
       01  WS-LAST-INTEGER          pic 9(8).
       01  WS-DUE-INTEGER           pic 9(8).
       01  WS-IDLE-DAYS             pic S9(8).
       01  WS-DUE-DATE              pic 9(8).

       01  WS-CAL-MONTH-END         pic x(1).
       01  WS-CAL-RESULT            pic x(1).

      *  Statutory periods from ESCHPARM, with their defaults, and
      *  the idle days at which the letter goes.
       01  WS-PERIOD-DAYS           pic 9(5) value 1095.
       01  WS-NOTICE-DAYS           pic 9(5) value 120.
       01  WS-LETTER-DAYS           pic 9(5) value zero.
       01  WS-HOLDER-TIN            pic x(9) value spaces.
       01  WS-HOLDER-NAME           pic x(30) value spaces.

      *  Reference for the next turnover movement: the sequence
      *  carries on from the turnovers already made on the business
      *  date, so a restarted night never reuses one.
           copy MOVEREF.

       01  WS-RECORD-COUNT          pic 9(7) value zero.
       01  WS-LETTER-COUNT          pic 9(7) value zero.
       01  WS-COPY-COUNT            pic 9(7) value zero.
       01  WS-STOPPED-COUNT         pic 9(7) value zero.
       01  WS-TURNOVER-COUNT        pic 9(7) value zero.
       01  WS-TURNOVER-TOTAL        pic 9(11)v99 value zero.
       01  WS-HOLDER-COUNT          pic 9(7) value zero.
       01  WS-HOLDER-TOTAL          pic 9(11)v99 value zero.
       01  WS-UNCLAIMED-COUNT       pic 9(7) value zero.
       01  WS-UNCLAIMED-TOTAL       pic 9(11)v99 value zero.
       01  WS-RECLAIM-COUNT         pic 9(7) value zero.
       01  WS-RECLAIM-TOTAL         pic 9(11)v99 value zero.
       01  WS-UNCLAIMED-AMOUNT      pic S9(9)v99 value zero.
       01  WS-OPENING-BALANCE       pic S9(9)v99 value zero.

      *  The account's active joint holders, loaded from ACCTREL for
      *  each letter.  The party sequence runs to 99, so the table
      *  cannot overflow.
       01  WS-JOINT-MAX             pic 9(3) value 99.
       01  WS-JOINT-COUNT           pic 9(3) value zero.
       01  WS-JOINT-IDX             pic 9(3) value zero.
       01  WS-JOINT-TABLE.
           05  WS-JOINT-ENTRY       occurs 0 to 99 times
                                     depending on WS-JOINT-COUNT.
               10  WS-JH-NAME       pic x(30).
               10  WS-JH-ADDRESS.
                   15  WS-JH-LINE-1 pic x(30).
                   15  WS-JH-LINE-2 pic x(30).
                   15  WS-JH-CITY   pic x(20).
                   15  WS-JH-POSTAL pic x(10).

      *  The account's own address from the master, and the address
      *  the copy being printed goes to: the account's for the letter
      *  itself, a joint holder's own for each further copy.
       01  WS-ACCOUNT-ADDRESS.
           05  WS-AA-LINE-1         pic x(30).
           05  WS-AA-LINE-2         pic x(30).
           05  WS-AA-CITY           pic x(20).
           05  WS-AA-POSTAL         pic x(10).

       01  WS-MAILING-ADDRESS.
           05  WS-MA-LINE-1         pic x(30).
           05  WS-MA-LINE-2         pic x(30).
           05  WS-MA-CITY           pic x(20).
           05  WS-MA-POSTAL         pic x(10).

      *  Before/after images for the CUSTOMER-MASTER change journal,
      *  written through JournalWrite so a turnover can be reversed by
      *  BackoutChanges instead of a full-file restore.
       01  WS-JRNL-PROGRAM          pic x(16) value "ESCHEATMENT".
       01  WS-JRNL-FILE             pic x(8) value "CUSTMSTR".
       01  WS-JRNL-ACTION           pic x(1) value "R".
       01  WS-JRNL-BEFORE           pic x(200).
       01  WS-JRNL-AFTER            pic x(200).
       01  WS-JRNL-OPERATOR         pic x(8).

      *  Run-control identity for the nightly cycle: escheatment
      *  runs once the month-end accrual has settled the balances,
      *  stamped through CycleStamp.
       01  WS-CYCLE-STEP            pic x(16) value "ESCHEATMENT".
       01  WS-CYCLE-PRED            pic x(16) value "MONTHENDACCRUAL".
       01  WS-CYCLE-FUNCTION        pic x(1).
       01  WS-CYCLE-RESULT          pic x(1).

       01  WS-LETTER-TITLE-LINE.
           05  filler               pic x(28)
               value "NOTICE OF UNCLAIMED PROPERTY".
           05  filler               pic x(30) value spaces.
           05  LT-DATE              pic 9(8).

       01  WS-LETTER-NAME-LINE.
           05  filler               pic x(4) value spaces.
           05  LN-TEXT              pic x(40).

       01  WS-LETTER-ACCOUNT-LINE.
           05  filler               pic x(9) value "ACCOUNT: ".
           05  LA-CUST-ID           pic x(10).
           05  filler               pic x(4) value spaces.
           05  filler               pic x(9) value "BALANCE: ".
           05  LA-BALANCE           pic z(8)9.99.
           05  filler               pic x(1) value spaces.
           05  LA-CURRENCY          pic x(3).

       01  WS-LETTER-SINCE-LINE.
           05  filler               pic x(51) value
               "OUR RECORDS SHOW NO ACTIVITY ON THIS ACCOUNT SINCE ".
           05  LS-DATE              pic 9(8).
           05  filler               pic x(1) value ".".

       01  WS-LETTER-DUE-LINE.
           05  filler               pic x(48) value
               "UNLESS YOU USE THE ACCOUNT OR CONTACT US BEFORE ".
           05  LD-DATE              pic 9(8).
           05  filler               pic x(1) value ",".

       01  WS-LETTER-SEPARATOR-LINE pic x(80) value all "-".

       01  HDG-TITLE-LINE.
           05  filler               pic x(30)
               value "UNCLAIMED PROPERTY AS AT ".
           05  HT-RUN-DATE          pic 9(8).

       01  HDG-COLUMN-LINE.
           05  filler               pic x(42)
               value "CUSTOMER   NAME".
           05  filler               pic x(17)
               value "CCY       AMOUNT".
           05  filler               pic x(18)
               value " ACTIVITY DUE".
           05  filler               pic x(23)
               value " ACTION".

       01  WS-DETAIL-LINE.
           05  DL-CUST-ID           pic x(10).
           05  filler               pic x(1) value spaces.
           05  DL-NAME              pic x(30).
           05  filler               pic x(1) value spaces.
           05  DL-CURRENCY          pic x(3).
           05  filler               pic x(1) value spaces.
           05  DL-AMOUNT            pic -(8)9.99.
           05  filler               pic x(2) value spaces.
           05  DL-LAST-ACTIVITY     pic 9(8).
           05  filler               pic x(1) value spaces.
           05  DL-DUE-DATE          pic 9(8).
           05  filler               pic x(1) value spaces.
           05  DL-ACTION            pic x(22).

       01  WS-TOTAL-LINE.
           05  TL-LABEL             pic x(30).
           05  TL-COUNT             pic zzzzzz9.
           05  filler               pic x(2) value spaces.
           05  TL-AMOUNT            pic z(11)9.99 blank when zero.

       procedure division.
       main-logic.
      *  A resubmitted night must not turn the same balances over
      *  twice: when the cycle control already shows this step
      *  complete for the open business date, the step passes itself
      *  through.
           move "C" to WS-CYCLE-FUNCTION
           call "CycleStamp" using WS-CYCLE-STEP WS-CYCLE-FUNCTION
               WS-CYCLE-PRED WS-CYCLE-RESULT
           if WS-CYCLE-RESULT = "Y"
               display "ESCHEATMENT: ALREADY COMPLETE FOR BUSINESS "
                   "DATE"
               stop run
           end-if
           move "S" to WS-CYCLE-FUNCTION
           call "CycleStamp" using WS-CYCLE-STEP WS-CYCLE-FUNCTION
               WS-CYCLE-PRED WS-CYCLE-RESULT
           if WS-CYCLE-RESULT not = "Y"
               display "ESCHEATMENT: PREDECESSOR STEP NOT COMPLETE"
               move 8 to return-code
               stop run
           end-if
           call "CycleDate" using WS-TODAY WS-CAL-MONTH-END
               WS-CAL-RESULT
           compute WS-TODAY-INTEGER =
               function integer-of-date (WS-TODAY)
           perform get-escheat-parm
           perform get-operator-id
           perform open-files
           perform write-report-heading
           perform start-turnover-sequence
           perform until END-OF-CUSTMSTR
               read CUSTOMER-MASTER next
                   at end
                       set END-OF-CUSTMSTR to true
                   not at end
                       perform process-customer
               end-read
           end-perform
           perform write-holder-report
           perform write-report-totals
           perform close-files
           if WS-HOLDER-TIN = spaces or WS-HOLDER-NAME = spaces
               display "ESCHEATMENT: NO HOLDER DETAILS ON ESCHPARM"
               move 4 to return-code
           end-if
           move "E" to WS-CYCLE-FUNCTION
           call "CycleStamp" using WS-CYCLE-STEP WS-CYCLE-FUNCTION
               WS-CYCLE-PRED WS-CYCLE-RESULT
           display "ESCHEATMENT: " WS-RECORD-COUNT " account(s), "
               WS-LETTER-COUNT " letter(s), " WS-COPY-COUNT
               " joint holder copy(ies), " WS-STOPPED-COUNT
               " clock(s) stopped, " WS-TURNOVER-COUNT
               " turned over"
           stop run.

      *  Reads the statutory periods and holder details from a
      *  one-record control file; a missing card, or a period that
      *  is blank, non-numeric or leaves no notice window, keeps the
      *  defaults rather than failing the run.
       get-escheat-parm.
           open input ESCHEAT-PARM
           if ESCHPARM-OK
               read ESCHEAT-PARM
                   at end
                       continue
                   not at end
                       perform edit-escheat-parm
               end-read
               close ESCHEAT-PARM
           end-if
           compute WS-LETTER-DAYS = WS-PERIOD-DAYS - WS-NOTICE-DAYS.

       edit-escheat-parm.
           if EP-PERIOD-DAYS is numeric and EP-PERIOD-DAYS > zero
               move EP-PERIOD-DAYS to WS-PERIOD-DAYS
           end-if
           if EP-NOTICE-DAYS is numeric and EP-NOTICE-DAYS > zero
               move EP-NOTICE-DAYS to WS-NOTICE-DAYS
           end-if
           if WS-NOTICE-DAYS not < WS-PERIOD-DAYS
               move 120 to WS-NOTICE-DAYS
               if WS-NOTICE-DAYS not < WS-PERIOD-DAYS
                   move 1095 to WS-PERIOD-DAYS
               end-if
           end-if
           move EP-HOLDER-TIN to WS-HOLDER-TIN
           move EP-HOLDER-NAME to WS-HOLDER-NAME.

      *  Reads the operator id the job runs under for the change
      *  journal; a missing or empty control record falls back to
      *  "BATCH" rather than failing the run.
       get-operator-id.
           move "BATCH" to WS-JRNL-OPERATOR
           open input OPERATOR-PARM
           if OPERPARM-OK
               read OPERATOR-PARM
                   at end
                       continue
                   not at end
                       if OPERATOR-PARM-RECORD not = spaces
                           move OPERATOR-PARM-RECORD
                               to WS-JRNL-OPERATOR
                       end-if
               end-read
               close OPERATOR-PARM
           end-if.

      *  Only file not found creates the escheat file; any other
      *  open failure stops the run.
       open-files.
           open i-o CUSTOMER-MASTER
           if not CUSTMSTR-OK
               display "ESCHEATMENT: CUSTMSTR OPEN FAILED, STATUS "
                   WS-CUSTMSTR-STATUS
               stop run
           end-if
           open i-o ESCHEAT-FILE
           if ESCHEAT-NOT-FOUND
               open output ESCHEAT-FILE
               if ESCHEAT-OK
                   close ESCHEAT-FILE
                   open i-o ESCHEAT-FILE
               end-if
           end-if
           if not ESCHEAT-OK
               display "ESCHEATMENT: ESCHEAT OPEN FAILED, STATUS "
                   WS-ESCHEAT-STATUS
               stop run
           end-if
           open extend TXN-HISTORY
           if TXNHIST-NOT-FOUND
               open output TXN-HISTORY
           end-if
           if not TXNHIST-OK
               display "ESCHEATMENT: TXNHIST OPEN FAILED, STATUS "
                   WS-TXNHIST-STATUS
               stop run
           end-if
           open output LETTER-FILE
           if not ESCHLTR-OK
               display "ESCHEATMENT: ESCHLTR OPEN FAILED, STATUS "
                   WS-ESCHLTR-STATUS
               stop run
           end-if
           open output HOLDER-FILE
           if not ESCHHLDR-OK
               display "ESCHEATMENT: ESCHHLDR OPEN FAILED, STATUS "
                   WS-ESCHHLDR-STATUS
               stop run
           end-if
           open output ESCHEAT-REPORT
           if not ESCHRPT-OK
               display "ESCHEATMENT: ESCHRPT OPEN FAILED, STATUS "
                   WS-ESCHRPT-STATUS
               stop run
           end-if
           open input ACCOUNT-RELATIONS
           if ACCTREL-OK
               move "Y" to WS-RELATIONS-OPEN
           end-if.

       write-report-heading.
           move WS-TODAY to HT-RUN-DATE
           move spaces to ESCHEAT-REPORT-LINE
           move HDG-TITLE-LINE to ESCHEAT-REPORT-LINE
           write ESCHEAT-REPORT-LINE
           move spaces to ESCHEAT-REPORT-LINE
           write ESCHEAT-REPORT-LINE
           move HDG-COLUMN-LINE to ESCHEAT-REPORT-LINE
           write ESCHEAT-REPORT-LINE.

      *  Counts the turnovers already made on the business date, so
      *  the night's references carry on after them.
       start-turnover-sequence.
           move "E" to RF-ORIGIN
           move WS-TODAY to RF-DATE
           move zero to RF-SEQ
           perform position-escheat-file
           perform until END-OF-ESCHEAT
               read ESCHEAT-FILE next
                   at end
                       set END-OF-ESCHEAT to true
                   not at end
                       if ES-TURNOVER-DATE = WS-TODAY
                           add 1 to RF-SEQ
                       end-if
               end-read
           end-perform.

       position-escheat-file.
           move "N" to WS-ESC-EOF-SWITCH
           move low-values to ES-CUST-ID
           start ESCHEAT-FILE key not < ES-CUST-ID
               invalid key
                   set END-OF-ESCHEAT to true
           end-start.

      *  A letter already out is watched until turnover or until the
      *  clock stops; property already turned over is finished with.
      *  Otherwise a dormant account with money on it is judged for a
      *  letter.
       process-customer.
           add 1 to WS-RECORD-COUNT
           move CUST-ID to ES-CUST-ID
           read ESCHEAT-FILE
               invalid key
                   move "N" to WS-ESCHEAT-FOUND
               not invalid key
                   move "Y" to WS-ESCHEAT-FOUND
           end-read
           evaluate true
               when ESCHEAT-WAS-FOUND and ES-LETTER-SENT
                   perform watch-letter
               when ESCHEAT-WAS-FOUND
                       and (ES-TURNED-OVER or ES-RECLAIMED)
                   continue
               when CUST-DORMANT and CUST-LAST-MOVE-DATE > zero
                       and CUST-BALANCE > zero
                   perform judge-for-letter
           end-evaluate.

       judge-for-letter.
           compute WS-LAST-INTEGER =
               function integer-of-date (CUST-LAST-MOVE-DATE)
           compute WS-IDLE-DAYS = WS-TODAY-INTEGER - WS-LAST-INTEGER
           if WS-IDLE-DAYS not < WS-LETTER-DAYS
               perform send-letter
           end-if.

      *  Turnover falls due a dormancy period after the last
      *  activity, but never less than the notice period after the
      *  letter, so an account first found already overdue still
      *  gets its full notice.
       send-letter.
           compute WS-DUE-INTEGER = WS-LAST-INTEGER + WS-PERIOD-DAYS
           if WS-DUE-INTEGER < WS-TODAY-INTEGER + WS-NOTICE-DAYS
               compute WS-DUE-INTEGER =
                   WS-TODAY-INTEGER + WS-NOTICE-DAYS
           end-if
           compute WS-DUE-DATE =
               function date-of-integer (WS-DUE-INTEGER)
           perform print-letter
           if not ESCHEAT-WAS-FOUND
               move CUST-ID to ES-CUST-ID
               move zero to ES-TURNOVER-DATE
               move spaces to ES-CURRENCY-CODE
               move zero to ES-AMOUNT
               move spaces to ES-REFERENCE
               move zero to ES-REPORTED-DATE
               move zero to ES-RECLAIMED-AMOUNT
               move zero to ES-RECLAIM-DATE
               move spaces to ES-CLAIM-REF
               move spaces to ES-WORKED-BY
           end-if
           set ES-LETTER-SENT to true
           move CUST-LAST-MOVE-DATE to ES-LAST-ACTIVITY
           move WS-DUE-DATE to ES-DUE-DATE
           move WS-TODAY to ES-LETTER-DATE
           move zero to ES-STOPPED-DATE
           if ESCHEAT-WAS-FOUND
               rewrite ESCHEAT-RECORD
           else
               write ESCHEAT-RECORD
           end-if
           add 1 to WS-LETTER-COUNT
           move CUST-BALANCE to DL-AMOUNT
           move "LETTER SENT" to DL-ACTION
           perform write-detail-line.

      *  Activity or maintenance since the letter - a new activity
      *  date, or the account no longer dormant - stops the clock.
       watch-letter.
           if not CUST-DORMANT
                   or CUST-LAST-MOVE-DATE not = ES-LAST-ACTIVITY
               perform stop-clock
           else
               if WS-TODAY not < ES-DUE-DATE
                   perform turn-over
               else
                   if ES-LETTER-DATE = WS-TODAY
                       perform reprint-letter
                   end-if
               end-if
           end-if.

      *  A letter recorded tonight by a run that then failed went
      *  with that run's ESCHLTR; the resubmitted night prints it
      *  again rather than leave the owner without notice.
       reprint-letter.
           move ES-DUE-DATE to WS-DUE-DATE
           perform print-letter
           add 1 to WS-LETTER-COUNT
           move CUST-BALANCE to DL-AMOUNT
           move "LETTER SENT" to DL-ACTION
           perform write-detail-line.

       stop-clock.
           set ES-CLOCK-STOPPED to true
           move WS-TODAY to ES-STOPPED-DATE
           rewrite ESCHEAT-RECORD
           add 1 to WS-STOPPED-COUNT
           move CUST-BALANCE to DL-AMOUNT
           move "CLOCK STOPPED" to DL-ACTION
           perform write-detail-line.

      *  The whole balance leaves for the escheat liability account
      *  and the account closes in the same rewrite.  An account the
      *  fees have emptied since the letter has nothing to turn over,
      *  and its clock simply stops.
       turn-over.
           if CUST-BALANCE not > zero
               perform stop-clock
           else
               move CUSTOMER-RECORD to WS-JRNL-BEFORE
               move CUST-BALANCE to WS-OPENING-BALANCE
               move zero to CUST-BALANCE
               set CUST-CLOSED to true
               rewrite CUSTOMER-RECORD
               perform journal-master-rewrite
               add 1 to RF-SEQ
               perform write-history-record
               set ES-TURNED-OVER to true
               move WS-TODAY to ES-TURNOVER-DATE
               move CUST-CURRENCY-CODE to ES-CURRENCY-CODE
               move WS-OPENING-BALANCE to ES-AMOUNT
               move MOVEMENT-REFERENCE to ES-REFERENCE
               rewrite ESCHEAT-RECORD
               add 1 to WS-TURNOVER-COUNT
               add WS-OPENING-BALANCE to WS-TURNOVER-TOTAL
               move WS-OPENING-BALANCE to DL-AMOUNT
               move "TURNED OVER, CLOSED" to DL-ACTION
               perform write-detail-line
           end-if.

       journal-master-rewrite.
           move CUSTOMER-RECORD to WS-JRNL-AFTER
           call "JournalWrite" using WS-JRNL-PROGRAM WS-JRNL-ACTION
               CUST-ID WS-JRNL-BEFORE WS-JRNL-AFTER
               WS-JRNL-OPERATOR WS-JRNL-FILE.

       write-history-record.
           move CUST-ID to TH-CUST-ID
           move WS-TODAY to TH-DATE
           move "ESCHEAT" to TH-DESC
           compute TH-AMOUNT = WS-OPENING-BALANCE * -1
           move CUST-CURRENCY-CODE to TH-CURRENCY-CODE
           move zero to TH-DAYS-BILLED
           move MOVEMENT-REFERENCE to TH-REFERENCE
           move spaces to TH-REVERSES-REF
           write TXN-HISTORY-RECORD.

      *  The due-diligence letter, addressed as the monthly statement
      *  is: the holder of record and every active joint holder are
      *  named above the account's mailing address, and a joint
      *  holder who keeps a mailing address of their own is sent a
      *  further copy there.  A joint holder with no address of their
      *  own, or the account's, reads the letter already sent there.
       print-letter.
           perform load-joint-holders
           move CUST-ADDRESS-LINE-1 to WS-AA-LINE-1
           move CUST-ADDRESS-LINE-2 to WS-AA-LINE-2
           move CUST-ADDRESS-CITY to WS-AA-CITY
           move CUST-POSTAL-CODE to WS-AA-POSTAL
           move WS-ACCOUNT-ADDRESS to WS-MAILING-ADDRESS
           perform print-letter-copy
           move zero to WS-JOINT-IDX
           perform until WS-JOINT-IDX >= WS-JOINT-COUNT
               add 1 to WS-JOINT-IDX
               if WS-JH-LINE-1 (WS-JOINT-IDX) not = spaces
                       and WS-JH-ADDRESS (WS-JOINT-IDX)
                           not = WS-ACCOUNT-ADDRESS
                   move WS-JH-ADDRESS (WS-JOINT-IDX)
                       to WS-MAILING-ADDRESS
                   add 1 to WS-COPY-COUNT
                   perform print-letter-copy
               end-if
           end-perform.

      *  One copy of the letter, identical but for the mailing
      *  address under the name block.
       print-letter-copy.
           move WS-TODAY to LT-DATE
           move spaces to LETTER-LINE
           move WS-LETTER-TITLE-LINE to LETTER-LINE
           write LETTER-LINE
           move spaces to LETTER-LINE
           write LETTER-LINE
           move CUST-NAME to LN-TEXT
           perform write-letter-name-line
           move zero to WS-JOINT-IDX
           perform until WS-JOINT-IDX >= WS-JOINT-COUNT
               add 1 to WS-JOINT-IDX
               move WS-JH-NAME (WS-JOINT-IDX) to LN-TEXT
               perform write-letter-name-line
           end-perform
           if WS-MA-LINE-1 not = spaces
               move WS-MA-LINE-1 to LN-TEXT
               perform write-letter-name-line
           end-if
           if WS-MA-LINE-2 not = spaces
               move WS-MA-LINE-2 to LN-TEXT
               perform write-letter-name-line
           end-if
           if WS-MA-CITY not = spaces
                   or WS-MA-POSTAL not = spaces
               move spaces to LN-TEXT
               string WS-MA-CITY " " WS-MA-POSTAL
                   delimited by size into LN-TEXT
               perform write-letter-name-line
           end-if
           move spaces to LETTER-LINE
           write LETTER-LINE
           move CUST-ID to LA-CUST-ID
           move CUST-BALANCE to LA-BALANCE
           move CUST-CURRENCY-CODE to LA-CURRENCY
           move WS-LETTER-ACCOUNT-LINE to LETTER-LINE
           write LETTER-LINE
           move spaces to LETTER-LINE
           write LETTER-LINE
           move CUST-LAST-MOVE-DATE to LS-DATE
           move WS-LETTER-SINCE-LINE to LETTER-LINE
           write LETTER-LINE
           move WS-DUE-DATE to LD-DATE
           move WS-LETTER-DUE-LINE to LETTER-LINE
           write LETTER-LINE
           move "THE BALANCE WILL BE DELIVERED TO THE STATE AS"
               to LETTER-LINE
           write LETTER-LINE
           move "UNCLAIMED PROPERTY AND THE ACCOUNT WILL BE CLOSED."
               to LETTER-LINE
           write LETTER-LINE
           move WS-LETTER-SEPARATOR-LINE to LETTER-LINE
           write LETTER-LINE.

      *  Joint holders in the order they were linked; an ended
      *  relationship no longer owns the account and is left off.
       load-joint-holders.
           move zero to WS-JOINT-COUNT
           if RELATIONS-ARE-OPEN
               move "N" to WS-REL-EOF-SWITCH
               move CUST-ID to AR-CUST-ID
               move zero to AR-PARTY-SEQ
               start ACCOUNT-RELATIONS key not < AR-KEY
                   invalid key
                       set END-OF-PARTIES to true
               end-start
               perform until END-OF-PARTIES
                   read ACCOUNT-RELATIONS next
                       at end
                           set END-OF-PARTIES to true
                       not at end
                           if AR-CUST-ID not = CUST-ID
                               set END-OF-PARTIES to true
                           else
                               perform add-joint-holder
                           end-if
                   end-read
               end-perform
           end-if.

       add-joint-holder.
           if AR-ACTIVE and AR-JOINT
                   and WS-JOINT-COUNT < WS-JOINT-MAX
               add 1 to WS-JOINT-COUNT
               move AR-PARTY-NAME to WS-JH-NAME (WS-JOINT-COUNT)
               move AR-ADDRESS-LINE-1 to WS-JH-LINE-1 (WS-JOINT-COUNT)
               move AR-ADDRESS-LINE-2 to WS-JH-LINE-2 (WS-JOINT-COUNT)
               move AR-ADDRESS-CITY to WS-JH-CITY (WS-JOINT-COUNT)
               move AR-POSTAL-CODE to WS-JH-POSTAL (WS-JOINT-COUNT)
           end-if.

       write-letter-name-line.
           move spaces to LETTER-LINE
           move WS-LETTER-NAME-LINE to LETTER-LINE
           write LETTER-LINE.

       write-detail-line.
           move CUST-ID to DL-CUST-ID
           move CUST-NAME to DL-NAME
           move CUST-CURRENCY-CODE to DL-CURRENCY
           move ES-LAST-ACTIVITY to DL-LAST-ACTIVITY
           move ES-DUE-DATE to DL-DUE-DATE
           move spaces to ESCHEAT-REPORT-LINE
           move WS-DETAIL-LINE to ESCHEAT-REPORT-LINE
           write ESCHEAT-REPORT-LINE.

      *  Every turnover not yet reported goes to the state once, with
      *  the owner as the master now has them; the same pass totals
      *  the property still unclaimed and what has been reclaimed.
       write-holder-report.
           move "H" to HH-REC-TYPE
           move WS-HOLDER-TIN to HH-HOLDER-TIN
           move WS-HOLDER-NAME to HH-HOLDER-NAME
           move WS-TODAY to HH-REPORT-DATE
           write HOLDER-HEADER-RECORD
           perform position-escheat-file
           perform until END-OF-ESCHEAT
               read ESCHEAT-FILE next
                   at end
                       set END-OF-ESCHEAT to true
                   not at end
                       if ES-TURNED-OVER or ES-RECLAIMED
                           perform report-turnover
                       end-if
               end-read
           end-perform
           move "T" to HT-REC-TYPE
           move WS-HOLDER-COUNT to HT-RECORD-COUNT
           move WS-HOLDER-TOTAL to HT-AMOUNT-TOTAL
           write HOLDER-TRAILER-RECORD.

      *  A turnover stamped as reported tonight went with a failed
      *  run's ESCHHLDR, so the resubmitted night reports it again.
       report-turnover.
           if ES-REPORTED-DATE = zero or ES-REPORTED-DATE = WS-TODAY
               perform write-holder-detail
           end-if
           if ES-RECLAIMED-AMOUNT > zero
               add 1 to WS-RECLAIM-COUNT
               add ES-RECLAIMED-AMOUNT to WS-RECLAIM-TOTAL
           end-if
           compute WS-UNCLAIMED-AMOUNT =
               ES-AMOUNT - ES-RECLAIMED-AMOUNT
           if WS-UNCLAIMED-AMOUNT > zero
               add 1 to WS-UNCLAIMED-COUNT
               add WS-UNCLAIMED-AMOUNT to WS-UNCLAIMED-TOTAL
           end-if.

      *  An owner missing from the master is still reported, under
      *  the account id alone, rather than the report going short.
       write-holder-detail.
           move ES-CUST-ID to CUST-ID
           read CUSTOMER-MASTER
               invalid key
                   move spaces to CUST-NAME
                   move spaces to CUST-TAX-ID
                   move zero to CUST-DATE-OF-BIRTH
                   move spaces to CUST-ADDRESS-LINE-1
                   move spaces to CUST-ADDRESS-LINE-2
                   move spaces to CUST-ADDRESS-CITY
                   move spaces to CUST-POSTAL-CODE
           end-read
           move "D" to HD-REC-TYPE
           move ES-CUST-ID to HD-CUST-ID
           move CUST-NAME to HD-OWNER-NAME
           move CUST-TAX-ID to HD-OWNER-TIN
           move CUST-DATE-OF-BIRTH to HD-DATE-OF-BIRTH
           move CUST-ADDRESS-LINE-1 to HD-ADDRESS-LINE-1
           move CUST-ADDRESS-LINE-2 to HD-ADDRESS-LINE-2
           move CUST-ADDRESS-CITY to HD-ADDRESS-CITY
           move CUST-POSTAL-CODE to HD-POSTAL-CODE
           move ES-LAST-ACTIVITY to HD-LAST-ACTIVITY
           move ES-TURNOVER-DATE to HD-TURNOVER-DATE
           move ES-CURRENCY-CODE to HD-CURRENCY-CODE
           move ES-AMOUNT to HD-AMOUNT
           move ES-REFERENCE to HD-REFERENCE
           write HOLDER-DETAIL-RECORD
           add 1 to WS-HOLDER-COUNT
           add HD-AMOUNT to WS-HOLDER-TOTAL
           move WS-TODAY to ES-REPORTED-DATE
           rewrite ESCHEAT-RECORD.

      *  The holder-report line closes on the same count and total
      *  the trailer carries, so the filing can be proved to the
      *  state's acknowledgement.
       write-report-totals.
           move spaces to ESCHEAT-REPORT-LINE
           write ESCHEAT-REPORT-LINE
           move zero to TL-AMOUNT
           move "ACCOUNTS READ" to TL-LABEL
           move WS-RECORD-COUNT to TL-COUNT
           perform write-total-line
           move "DUE-DILIGENCE LETTERS SENT" to TL-LABEL
           move WS-LETTER-COUNT to TL-COUNT
           perform write-total-line
           move "JOINT HOLDER LETTER COPIES" to TL-LABEL
           move WS-COPY-COUNT to TL-COUNT
           perform write-total-line
           move "CLOCKS STOPPED" to TL-LABEL
           move WS-STOPPED-COUNT to TL-COUNT
           perform write-total-line
           move "TURNED OVER TONIGHT" to TL-LABEL
           move WS-TURNOVER-COUNT to TL-COUNT
           move WS-TURNOVER-TOTAL to TL-AMOUNT
           perform write-total-line
           move "HOLDER REPORT RECORDS" to TL-LABEL
           move WS-HOLDER-COUNT to TL-COUNT
           move WS-HOLDER-TOTAL to TL-AMOUNT
           perform write-total-line
           move "TURNED OVER, UNCLAIMED" to TL-LABEL
           move WS-UNCLAIMED-COUNT to TL-COUNT
           move WS-UNCLAIMED-TOTAL to TL-AMOUNT
           perform write-total-line
           move "RECLAIMED BY OWNERS" to TL-LABEL
           move WS-RECLAIM-COUNT to TL-COUNT
           move WS-RECLAIM-TOTAL to TL-AMOUNT
           perform write-total-line.

       write-total-line.
           move spaces to ESCHEAT-REPORT-LINE
           move WS-TOTAL-LINE to ESCHEAT-REPORT-LINE
           write ESCHEAT-REPORT-LINE.

       close-files.
           close CUSTOMER-MASTER
           close ESCHEAT-FILE
           close TXN-HISTORY
           close LETTER-FILE
           close HOLDER-FILE
           close ESCHEAT-REPORT
           if RELATIONS-ARE-OPEN
               close ACCOUNT-RELATIONS
           end-if.
