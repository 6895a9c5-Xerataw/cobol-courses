       identification division.
       program-id. AlertFeed.
      *****************************************************************
      *  Nightly machine-loadable feed for the messaging vendor: every
      *  alert event the cycle has raised on ALRTEVT - balance low or
      *  newly overdrawn, a large debit, a hold placed or released, an
      *  account frozen, closed or swept dormant, a clearing item
      *  returned - is matched to the customer's contact record and
      *  written as one pipe-delimited alert record carrying the
      *  channel and the addresses to send it to, with the customer's
      *  name and the account's currency from the master.  An event
      *  is sent only when the customer has a contact record, has not
      *  opted out, and has asked for that kind of event; every other
      *  event is suppressed but counted, by reason, on the run's
      *  output.  The feed is wrapped in the same header and trailer
      *  the warehouse feed carries - the business date up front, the
      *  record count and a hash total of the alert amounts behind -
      *  so the vendor can prove the transmission complete before
      *  sending a message.  Once the feed is cut the event file is
      *  emptied, the way AuditArchive rolls the audit log, so events
      *  raised by daytime runs after tonight's cut go out tomorrow.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select ALERT-EVENTS assign to "ALRTEVT"
               organization is line sequential
               file status is WS-ALRTEVT-STATUS.

           select CUSTOMER-MASTER assign to "CUSTMSTR"
               organization is indexed
               access mode is dynamic
               record key is CUST-ID
               alternate record key is CUST-NAME
                   with duplicates
               file status is WS-CUSTMSTR-STATUS.

           select CONTACT-FILE assign to "CONTACT"
               organization is indexed
               access mode is dynamic
               record key is CN-CUST-ID
               file status is WS-CONTACT-STATUS.

           select ALERT-FEED assign to "ALRTFEED"
               organization is line sequential
               file status is WS-ALRTFEED-STATUS.

       data division.
       file section.
       fd  ALERT-EVENTS
           record contains 80 characters.
           copy ALRTEVT.

       fd  CUSTOMER-MASTER.
           copy CUSTREC.

       fd  CONTACT-FILE.
           copy CONTACT.

       fd  ALERT-FEED
           record contains 10 to 167 characters.
       01  FEED-HEADER-RECORD       pic x(10).
       01  FEED-DETAIL-RECORD       pic x(167).
       01  FEED-TRAILER-RECORD      pic x(26).

       working-storage section.
       01  WS-ALRTEVT-STATUS        pic xx.
           88  ALRTEVT-OK           value "00".
           88  ALRTEVT-NOT-FOUND    value "35".

      *  No event file on the run means nothing was raised since the
      *  last cut; the feed still goes out, header and trailer only.
       01  WS-EVENTS-OPEN           pic x value "N".
           88  EVENTS-ARE-OPEN      value "Y".

       01  WS-CUSTMSTR-STATUS       pic xx.
           88  CUSTMSTR-OK          value "00".

       01  WS-CONTACT-STATUS        pic xx.
           88  CONTACT-OK           value "00".

      *  No contact file on the run means nobody has asked for
      *  alerts: every event is suppressed as having no contact.
       01  WS-CONTACTS-OPEN         pic x value "N".
           88  CONTACTS-ARE-OPEN    value "Y".

       01  WS-ALRTFEED-STATUS       pic xx.
           88  ALRTFEED-OK          value "00".

       01  WS-EOF-SWITCH            pic x value "N".
           88  END-OF-EVENTS        value "Y".

      *  Why the event in hand is not going out, spaces when it is.
       01  WS-SUPPRESS-REASON       pic x value space.
           88  EVENT-IS-SENT        value space.
           88  SUPPRESS-NO-ACCOUNT  value "A".
           88  SUPPRESS-NO-CONTACT  value "C".
           88  SUPPRESS-OPTED-OUT   value "O".
           88  SUPPRESS-NOT-WANTED  value "W".
           88  SUPPRESS-UNKNOWN     value "U".

       01  WS-TODAY                 pic 9(8).
       01  WS-EVENT-COUNT           pic 9(7) value zero.
       01  WS-RECORD-COUNT          pic 9(7) value zero.
       01  WS-SUPPRESSED-COUNT      pic 9(7) value zero.
       01  WS-NO-ACCOUNT-COUNT      pic 9(7) value zero.
       01  WS-NO-CONTACT-COUNT      pic 9(7) value zero.
       01  WS-OPTED-OUT-COUNT       pic 9(7) value zero.
       01  WS-NOT-WANTED-COUNT      pic 9(7) value zero.
       01  WS-UNKNOWN-COUNT         pic 9(7) value zero.
       01  WS-HASH-TOTAL            pic S9(13)v99 value zero.

      *  The three feed record shapes, pipe-delimited: "H" header
      *  with the business date, "D" detail with one alert to send,
      *  "T" trailer with the record count and the hash total of the
      *  alert amounts - the same shapes as the warehouse feed.
       01  WS-HEADER-REC.
           05  filler               pic x(2) value "H|".
           05  AH-DATE              pic 9(8).

       01  WS-DETAIL-REC.
           05  filler               pic x(2) value "D|".
           05  AD-CUST-ID           pic x(10).
           05  filler               pic x(1) value "|".
           05  AD-EVENT-TYPE        pic x(2).
           05  filler               pic x(1) value "|".
           05  AD-EVENT-DATE        pic 9(8).
           05  filler               pic x(1) value "|".
           05  AD-EVENT-TIME        pic 9(8).
           05  filler               pic x(1) value "|".
           05  AD-AMOUNT            pic -(8)9.99.
           05  filler               pic x(1) value "|".
           05  AD-CURRENCY          pic x(3).
           05  filler               pic x(1) value "|".
           05  AD-REFERENCE         pic x(16).
           05  filler               pic x(1) value "|".
           05  AD-CHANNEL           pic x(1).
           05  filler               pic x(1) value "|".
           05  AD-EMAIL-ADDRESS     pic x(50).
           05  filler               pic x(1) value "|".
           05  AD-MOBILE-NUMBER     pic x(15).
           05  filler               pic x(1) value "|".
           05  AD-NAME              pic x(30).

       01  WS-TRAILER-REC.
           05  filler               pic x(2) value "T|".
           05  AT-RECORD-COUNT      pic 9(7).
           05  filler               pic x(1) value "|".
           05  AT-HASH-TOTAL        pic -(12)9.99.

      *  Run-control identity for the nightly cycle: the feed cuts
      *  after the warehouse feed, behind every step that raises an
      *  event, stamped through CycleStamp.
       01  WS-CYCLE-STEP            pic x(16) value "ALERTFEED".
       01  WS-CYCLE-PRED            pic x(16) value "WHEXTRACT".
       01  WS-CYCLE-FUNCTION        pic x(1).
       01  WS-CYCLE-RESULT          pic x(1).

       01  WS-CAL-MONTH-END         pic x(1).
       01  WS-CAL-RESULT            pic x(1).

       procedure division.
       main-logic.
      *  The event file is emptied once the feed is cut, so a
      *  resubmitted night must not cut a second, empty feed over
      *  the first: when the cycle control already shows this step
      *  complete for the open business date, the step passes itself
      *  through.
           move "C" to WS-CYCLE-FUNCTION
           call "CycleStamp" using WS-CYCLE-STEP WS-CYCLE-FUNCTION
               WS-CYCLE-PRED WS-CYCLE-RESULT
           if WS-CYCLE-RESULT = "Y"
               display "ALERTFEED: ALREADY COMPLETE FOR BUSINESS DATE"
               stop run
           end-if
           move "S" to WS-CYCLE-FUNCTION
           call "CycleStamp" using WS-CYCLE-STEP WS-CYCLE-FUNCTION
               WS-CYCLE-PRED WS-CYCLE-RESULT
           if WS-CYCLE-RESULT not = "Y"
               display "ALERTFEED: PREDECESSOR STEP NOT COMPLETE"
               move 8 to return-code
               stop run
           end-if
      *  The feed header carries the open business date from the
      *  calendar, so the vendor files the feed under the date the
      *  cycle ran as.
           call "CycleDate" using WS-TODAY WS-CAL-MONTH-END
               WS-CAL-RESULT
           perform open-files
           perform write-feed-header
           if EVENTS-ARE-OPEN
               perform until END-OF-EVENTS
                   read ALERT-EVENTS
                       at end
                           set END-OF-EVENTS to true
                       not at end
                           perform process-event
                   end-read
               end-perform
           end-if
           perform write-feed-trailer
           perform close-files
           if EVENTS-ARE-OPEN
               perform empty-event-file
           end-if
           move "E" to WS-CYCLE-FUNCTION
           call "CycleStamp" using WS-CYCLE-STEP WS-CYCLE-FUNCTION
               WS-CYCLE-PRED WS-CYCLE-RESULT
           display "ALERTFEED: " WS-EVENT-COUNT " event(s), "
               WS-RECORD-COUNT " sent, " WS-SUPPRESSED-COUNT
               " suppressed"
           display "ALERTFEED: SUPPRESSED - " WS-OPTED-OUT-COUNT
               " opted out, " WS-NOT-WANTED-COUNT " not asked for, "
               WS-NO-CONTACT-COUNT " no contact"
           display "ALERTFEED: SUPPRESSED - " WS-NO-ACCOUNT-COUNT
               " no account, " WS-UNKNOWN-COUNT " unknown event type"
           stop run.

      *  Only file not found is an empty night; any other failure
      *  to open the event file is an error, since carrying on would
      *  empty a file the feed never read.
       open-files.
           open input ALERT-EVENTS
           if ALRTEVT-OK
               move "Y" to WS-EVENTS-OPEN
           else
               if not ALRTEVT-NOT-FOUND
                   display "ALERTFEED: ALRTEVT OPEN FAILED, STATUS "
                       WS-ALRTEVT-STATUS
                   move 8 to return-code
                   stop run
               end-if
           end-if
           open input CUSTOMER-MASTER
           if not CUSTMSTR-OK
               display "ALERTFEED: CUSTMSTR OPEN FAILED, STATUS "
                   WS-CUSTMSTR-STATUS
               stop run
           end-if
           open input CONTACT-FILE
           if CONTACT-OK
               move "Y" to WS-CONTACTS-OPEN
           end-if
           open output ALERT-FEED
           if not ALRTFEED-OK
               display "ALERTFEED: ALRTFEED OPEN FAILED, STATUS "
                   WS-ALRTFEED-STATUS
               stop run
           end-if.

       write-feed-header.
           move WS-TODAY to AH-DATE
           move WS-HEADER-REC to FEED-HEADER-RECORD
           write FEED-HEADER-RECORD.

       process-event.
           add 1 to WS-EVENT-COUNT
           move space to WS-SUPPRESS-REASON
           perform find-event-account
           if EVENT-IS-SENT
               perform find-event-contact
           end-if
           if EVENT-IS-SENT
               perform check-event-wanted
           end-if
           if EVENT-IS-SENT
               perform write-feed-detail
           else
               perform count-suppressed-event
           end-if.

       find-event-account.
           move AE-CUST-ID to CUST-ID
           read CUSTOMER-MASTER
               invalid key
                   move "A" to WS-SUPPRESS-REASON
           end-read.

       find-event-contact.
           if not CONTACTS-ARE-OPEN
               move "C" to WS-SUPPRESS-REASON
           else
               move AE-CUST-ID to CN-CUST-ID
               read CONTACT-FILE
                   invalid key
                       move "C" to WS-SUPPRESS-REASON
                   not invalid key
                       if CN-OPTED-OUT or not CN-CHANNEL-VALID
                           move "O" to WS-SUPPRESS-REASON
                       end-if
               end-read
           end-if.

      *  Each event type answers to one of the customer's flags; the
      *  status flag covers a freeze, a closure and the dormancy
      *  sweep alike.
       check-event-wanted.
           evaluate true
               when AE-LOW-BALANCE
                   if not CN-ALERT-LOW-BALANCE
                       move "W" to WS-SUPPRESS-REASON
                   end-if
               when AE-OVERDRAWN
                   if not CN-ALERT-OVERDRAWN
                       move "W" to WS-SUPPRESS-REASON
                   end-if
               when AE-LARGE-DEBIT
                   if not CN-ALERT-LARGE-DEBIT
                       move "W" to WS-SUPPRESS-REASON
                   end-if
               when AE-HOLD-PLACED or AE-HOLD-RELEASED
                   if not CN-ALERT-HOLDS
                       move "W" to WS-SUPPRESS-REASON
                   end-if
               when AE-FROZEN or AE-CLOSED or AE-DORMANT
                   if not CN-ALERT-STATUS
                       move "W" to WS-SUPPRESS-REASON
                   end-if
               when AE-ITEM-RETURNED
                   if not CN-ALERT-RETURNS
                       move "W" to WS-SUPPRESS-REASON
                   end-if
               when other
                   move "U" to WS-SUPPRESS-REASON
           end-evaluate.

      *  Only the alerts that go out feed the trailer: the vendor
      *  proves the file it received, not the events behind it.
       write-feed-detail.
           add 1 to WS-RECORD-COUNT
           add AE-AMOUNT to WS-HASH-TOTAL
           move AE-CUST-ID to AD-CUST-ID
           move AE-EVENT-TYPE to AD-EVENT-TYPE
           move AE-DATE to AD-EVENT-DATE
           move AE-TIME to AD-EVENT-TIME
           move AE-AMOUNT to AD-AMOUNT
           move CUST-CURRENCY-CODE to AD-CURRENCY
           move AE-REFERENCE to AD-REFERENCE
           move CN-CHANNEL to AD-CHANNEL
           move CN-EMAIL-ADDRESS to AD-EMAIL-ADDRESS
           move CN-MOBILE-NUMBER to AD-MOBILE-NUMBER
           move CUST-NAME to AD-NAME
           move WS-DETAIL-REC to FEED-DETAIL-RECORD
           write FEED-DETAIL-RECORD.

       count-suppressed-event.
           add 1 to WS-SUPPRESSED-COUNT
           evaluate true
               when SUPPRESS-NO-ACCOUNT
                   add 1 to WS-NO-ACCOUNT-COUNT
               when SUPPRESS-NO-CONTACT
                   add 1 to WS-NO-CONTACT-COUNT
               when SUPPRESS-OPTED-OUT
                   add 1 to WS-OPTED-OUT-COUNT
               when SUPPRESS-NOT-WANTED
                   add 1 to WS-NOT-WANTED-COUNT
               when other
                   add 1 to WS-UNKNOWN-COUNT
           end-evaluate.

       write-feed-trailer.
           move WS-RECORD-COUNT to AT-RECORD-COUNT
           move WS-HASH-TOTAL to AT-HASH-TOTAL
           move WS-TRAILER-REC to FEED-TRAILER-RECORD
           write FEED-TRAILER-RECORD.

      *  Re-opening the event file for output empties it, which is
      *  the roll: the next run to raise an event extends a fresh
      *  file.  Done only once every event has gone through the feed.
       empty-event-file.
           open output ALERT-EVENTS
           if ALRTEVT-OK
               close ALERT-EVENTS
           else
               display "ALERTFEED: ALRTEVT RESET FAILED, STATUS "
                   WS-ALRTEVT-STATUS
           end-if.

       close-files.
           if EVENTS-ARE-OPEN
               close ALERT-EVENTS
           end-if
           close CUSTOMER-MASTER
           if CONTACTS-ARE-OPEN
               close CONTACT-FILE
           end-if
           close ALERT-FEED.
