      *****************************************************************
      *  Nightly pass over the STORDER standing-order file: every
      *  active order due on or before today is written onto the
      *  POSTTXN posting file in the POSTING-RECORD layout
      *  PostTransactions reads, and its next-due date is advanced by
      *  its frequency, so the rent, payroll and sweep movements the
      *  clerks used to re-key each period post themselves.  Runs
      *  ahead of POSTTRANSACTIONS under the cycle control.  An order
      *  whose due date has fallen behind produces one posting per
      *  night until it has caught up, so a skipped cycle never
      *  silently swallows a period.  Each posting is given its
      *  movement reference here, "S", the business date and its
      *  place in the night's generation.
      *****************************************************************
       environment division.
       input-output section.
           copy STORDER.

       fd  POSTING-FILE
           record contains 129 characters.
           copy POSTREC.

       fd  GENERATION-REPORT
           record contains 80 characters.
       01  WS-ORDER-COUNT           pic 9(7) value zero.
       01  WS-POSTED-COUNT          pic 9(7) value zero.

      *  Reference for the next posting generated: the sequence
      *  counts the night's postings.
           copy MOVEREF.

      *  Due-date arithmetic work area: the date is split, stepped a
      *  day at a time (or re-clamped for a month step) and put back
      *  together, with February getting its leap day.
      *  tomorrow's orders a night early.
           call "CycleDate" using WS-TODAY WS-CAL-MONTH-END
               WS-CAL-RESULT
           move "S" to RF-ORIGIN
           move WS-TODAY to RF-DATE
           move zero to RF-SEQ
           perform open-files
           perform until END-OF-ORDERS
               read STANDING-ORDER-FILE next

       generate-posting.
           add 1 to WS-POSTED-COUNT
           move spaces to POSTING-RECORD
           move SO-POST-TYPE to PT-TYPE
           move SO-CUST-ID to PT-CUST-ID
           move SO-TO-CUST-ID to PT-TO-CUST-ID
           move SO-AMOUNT to PT-AMOUNT
           move SO-CURRENCY-CODE to PT-CURRENCY-CODE
           set PT-FROM-STORDER to true
           add 1 to RF-SEQ
           move MOVEMENT-REFERENCE to PT-REFERENCE
           write POSTING-RECORD
           perform advance-due-date
           rewrite STANDING-ORDER-RECORD
