      *  proves the CLEARIN file complete against its trailer record
      *  count and amount total - the same way the warehouse proves
      *  our own WarehouseExtract feed - then translates each item
      *  into the POSTING-RECORD layout PostTransactions
      *  reads.  Items are edited against CUSTOMER-MASTER (account on
      *  file, open to movement, currency the account's own); good
      *  items go onto the posting file, rejects go back to the
      *  it on a bad rate file: nothing is posted from a file that
      *  cannot prove itself complete.  The file is proved in a first
      *  pass and translated in a second, so no item moves before the
      *  trailer has vouched for all of them.  Each item translated
      *  is given its movement reference here, "G", the business
      *  date and its place among the night's translated items.  An
      *  item returned against one of our accounts raises an alert
      *  event through AlertWrite under its reason code, so the
      *  customer learns the money did not arrive.
      *****************************************************************
       environment division.
       input-output section.
           copy CUSTREC.

       fd  POSTING-FILE
           record contains 129 characters.
           copy POSTREC.

      *  Returns go back in the partner's own record shapes: a header
      *  echoing the inbound file date, one "R" record per reject
           88  ITEM-IS-VALID        value "Y".
       01  WS-REASON-CODE           pic x(4).

      *  Alert event raised for the messaging vendor's feed.
       01  WS-ALERT-PROGRAM         pic x(16) value "CLEARINGGATEWAY".
       01  WS-ALERT-EVENT           pic x(2) value "RT".
       01  WS-ALERT-AMOUNT          pic S9(9)v99 value zero.
       01  WS-ALERT-REFERENCE       pic x(16) value spaces.

      *  Run-control identity for the nightly cycle: the partner's
      *  items must be on the posting file before the posting run
      *  starts, stamped through CycleStamp.
       01  WS-CYCLE-FUNCTION        pic x(1).
       01  WS-CYCLE-RESULT          pic x(1).

       01  WS-TODAY                 pic 9(8).
       01  WS-CAL-MONTH-END         pic x(1).
       01  WS-CAL-RESULT            pic x(1).

      *  Reference for the next item translated: the sequence counts
      *  the night's items onto the posting file.
           copy MOVEREF.

       01  WS-MESSAGE-LINE.
           05  MG-TEXT              pic x(44).
           05  MG-CUST-ID           pic x(10).
               move 8 to return-code
               stop run
           end-if
           call "CycleDate" using WS-TODAY WS-CAL-MONTH-END
               WS-CAL-RESULT
           move "G" to RF-ORIGIN
           move WS-TODAY to RF-DATE
           move zero to RF-SEQ
           perform open-files
           perform prove-clearing-file
           if WS-ERROR-COUNT > zero
       translate-item.
           perform validate-item
           if ITEM-IS-VALID
               move spaces to POSTING-RECORD
               move CD-POST-TYPE to PT-TYPE
               move CD-CUST-ID to PT-CUST-ID
               move CD-TO-CUST-ID to PT-TO-CUST-ID
               move CD-AMOUNT to PT-AMOUNT
               move CD-CURRENCY-CODE to PT-CURRENCY-CODE
               set PT-FROM-CLEARING to true
               add 1 to RF-SEQ
               move MOVEMENT-REFERENCE to PT-REFERENCE
               write POSTING-RECORD
               add 1 to WS-POSTED-COUNT
           else
               perform write-return-record
               if WS-REASON-CODE not = "NFND"
                   perform raise-return-alert
               end-if
               move "ITEM RETURNED TO PARTNER" to MG-TEXT
               move CD-CUST-ID to MG-CUST-ID
               move WS-REASON-CODE to MG-REASON
           move WS-REASON-CODE to RD-REASON-CODE
           write RETURNS-DETAIL-RECORD.

      *  An item for an account not on the master has nobody of ours
      *  to tell, so it raises no event; a garbled amount goes out
      *  zeroed, as it does on the returns file.
       raise-return-alert.
           if CD-AMOUNT is numeric
               move CD-AMOUNT to WS-ALERT-AMOUNT
           else
               move zero to WS-ALERT-AMOUNT
           end-if
           move WS-REASON-CODE to WS-ALERT-REFERENCE
           call "AlertWrite" using WS-ALERT-PROGRAM WS-ALERT-EVENT
               CD-CUST-ID WS-ALERT-AMOUNT WS-ALERT-REFERENCE.

       write-returns-trailer.
           move "T" to RT-REC-TYPE
           move WS-RETURN-COUNT to RT-RECORD-COUNT
