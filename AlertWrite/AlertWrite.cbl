       identification division.
       program-id. AlertWrite.
      *****************************************************************
      *  Shared alert-event writer: every program that freezes,
      *  closes or sweeps an account, places or releases a hold,
      *  posts a large debit, returns a clearing item or finds a
      *  balance low or newly overdrawn calls here with its name, the
      *  event type, the account, the amount and a reference, so the
      *  event layout and the timestamping live in one place the same
      *  way the journal format lives in JournalWrite.  Nothing here
      *  looks at the customer's preferences - every event is kept,
      *  and AlertFeed decides what the customer is sent.  The event
      *  file is opened in extend mode on the first call and left for
      *  the run unit to close; if it cannot be opened the run is
      *  stopped rather than let the customer miss the event.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select ALERT-EVENTS assign to "ALRTEVT"
               organization is line sequential
               file status is WS-ALRTEVT-STATUS.

       data division.
       file section.
       fd  ALERT-EVENTS
           record contains 80 characters.
           copy ALRTEVT.

       working-storage section.
       01  WS-ALRTEVT-STATUS        pic xx.
           88  ALRTEVT-OK           value "00".
           88  ALRTEVT-NOT-FOUND    value "35".

       01  WS-EVENTS-OPEN           pic x value "N".
           88  EVENTS-ARE-OPEN      value "Y".

       01  WS-STAMP-DATE            pic 9(8).
       01  WS-STAMP-TIME            pic 9(8).

       01  WS-CAL-MONTH-END         pic x(1).
       01  WS-CAL-RESULT            pic x(1).

       linkage section.
       01  LS-PROGRAM-NAME          pic x(16).
       01  LS-EVENT-TYPE            pic x(2).
       01  LS-CUST-ID               pic x(10).
       01  LS-AMOUNT                pic S9(9)v99.
       01  LS-REFERENCE             pic x(16).

       procedure division using LS-PROGRAM-NAME LS-EVENT-TYPE
                                 LS-CUST-ID LS-AMOUNT LS-REFERENCE.
       main-logic.
           if not EVENTS-ARE-OPEN
               perform open-events
           end-if
      *  Events carry the open business date so the feed reports a
      *  post-midnight posting under the day the cycle ran as; an ad
      *  hoc daytime run with no cycle open falls back to the clock.
           call "CycleDate" using WS-STAMP-DATE WS-CAL-MONTH-END
               WS-CAL-RESULT
           if WS-CAL-RESULT not = "Y"
               accept WS-STAMP-DATE from date yyyymmdd
           end-if
           accept WS-STAMP-TIME from time
           move spaces to ALERT-EVENT-RECORD
           move WS-STAMP-DATE to AE-DATE
           move WS-STAMP-TIME to AE-TIME
           move LS-PROGRAM-NAME to AE-PROGRAM-NAME
           move LS-CUST-ID to AE-CUST-ID
           move LS-EVENT-TYPE to AE-EVENT-TYPE
           move LS-AMOUNT to AE-AMOUNT
           move LS-REFERENCE to AE-REFERENCE
           write ALERT-EVENT-RECORD
           goback.

      *  The output fallback runs only for "file not found": any
      *  other failed open is an error, not a first run, and falling
      *  through to open output would lose the day's events.
       open-events.
           open extend ALERT-EVENTS
           if ALRTEVT-NOT-FOUND
               open output ALERT-EVENTS
           end-if
           if not ALRTEVT-OK
               display "ALERTWRITE: ALRTEVT OPEN FAILED, STATUS "
                   WS-ALRTEVT-STATUS
               stop run
           end-if
           move "Y" to WS-EVENTS-OPEN.
