      *  operator id, so the retention rule can change without a
      *  program change; a missing or empty parm falls back to a
      *  year.  Frozen and closed accounts are left alone, and every
      *  account swept is listed on DORMRPT and raised as an alert
      *  event through AlertWrite, so the customer can move money
      *  before the account drifts towards escheatment.
      *****************************************************************
       environment division.
       input-output section.
      *  written through JournalWrite so a sweep that ran with the
      *  wrong threshold can be reversed by BackoutChanges.
       01  WS-JRNL-PROGRAM          pic x(16) value "DORMANCYSWEEP".
       01  WS-JRNL-FILE             pic x(8) value "CUSTMSTR".
       01  WS-JRNL-ACTION           pic x(1) value "R".
       01  WS-JRNL-BEFORE           pic x(200).
       01  WS-JRNL-AFTER            pic x(200).
       01  WS-JRNL-OPERATOR         pic x(8).

      *  Alert event raised for the messaging vendor's feed.
       01  WS-ALERT-EVENT           pic x(2) value "DM".
       01  WS-ALERT-AMOUNT          pic S9(9)v99 value zero.
       01  WS-ALERT-REFERENCE       pic x(16) value spaces.

       01  WS-OPERPARM-STATUS       pic xx.
           88  OPERPARM-OK          value "00".

           move CUSTOMER-RECORD to WS-JRNL-AFTER
           call "JournalWrite" using WS-JRNL-PROGRAM WS-JRNL-ACTION
               CUST-ID WS-JRNL-BEFORE WS-JRNL-AFTER
               WS-JRNL-OPERATOR WS-JRNL-FILE.

       mark-dormant.
           add 1 to WS-SWEPT-COUNT
           move CUSTOMER-RECORD to WS-JRNL-AFTER
           call "JournalWrite" using WS-JRNL-PROGRAM WS-JRNL-ACTION
               CUST-ID WS-JRNL-BEFORE WS-JRNL-AFTER
               WS-JRNL-OPERATOR WS-JRNL-FILE
           move CUST-BALANCE to WS-ALERT-AMOUNT
           call "AlertWrite" using WS-JRNL-PROGRAM WS-ALERT-EVENT
               CUST-ID WS-ALERT-AMOUNT WS-ALERT-REFERENCE
           move CUST-ID to DL-CUST-ID
           move CUST-LAST-MOVE-DATE to DL-LAST-MOVE-DATE
           move WS-IDLE-DAYS to DL-IDLE-DAYS
