       data division.
       file section.
       fd  TXN-HISTORY
           record contains 81 characters.
           copy TXNHIST.

       fd  TXN-ARCHIVE.
           88  END-OF-TXNHIST       value "Y".

      *  Run-control identity for the nightly cycle: the roll runs
      *  after the day's postings have written their history and
      *  the GL feed has been cut from it and reconciled, stamped
      *  through CycleStamp.
       01  WS-CYCLE-STEP            pic x(16) value "HISTARCHIVE".
       01  WS-CYCLE-PRED            pic x(16) value "GLRECONCILE".
       01  WS-CYCLE-FUNCTION        pic x(1).
       01  WS-CYCLE-RESULT          pic x(1).

       01  WS-SAVE-AMOUNT           pic S9(9)v99.
       01  WS-SAVE-CURRENCY         pic x(3).
       01  WS-SAVE-DAYS             pic 9(3).
       01  WS-SAVE-REFERENCE        pic x(16).
       01  WS-SAVE-REVERSES         pic x(16).

       procedure division.
       main-logic.
           move TH-AMOUNT to WS-SAVE-AMOUNT
           move TH-CURRENCY-CODE to WS-SAVE-CURRENCY
           move TH-DAYS-BILLED to WS-SAVE-DAYS
           move TH-REFERENCE to WS-SAVE-REFERENCE
           move TH-REVERSES-REF to WS-SAVE-REVERSES
           move WS-SEQUENCE to WS-TRY-SEQ
           move "N" to WS-WRITE-SWITCH
           perform attempt-archive-write until RECORD-SETTLED.
           move WS-SAVE-AMOUNT to XA-AMOUNT
           move WS-SAVE-CURRENCY to XA-CURRENCY-CODE
           move WS-SAVE-DAYS to XA-DAYS-BILLED
           move WS-SAVE-REFERENCE to XA-REFERENCE
           move WS-SAVE-REVERSES to XA-REVERSES-REF
           write TXN-ARCHIVE-RECORD
               invalid key
                   perform resolve-key-collision
                           and XA-AMOUNT = WS-SAVE-AMOUNT
                           and XA-CURRENCY-CODE = WS-SAVE-CURRENCY
                           and XA-DAYS-BILLED = WS-SAVE-DAYS
                           and XA-REFERENCE = WS-SAVE-REFERENCE
                       add 1 to WS-DUPLICATE-COUNT
                       set RECORD-SETTLED to true
                   else
