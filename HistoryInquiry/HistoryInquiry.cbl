      *  movement total per request, like AuditInquiry answers over
      *  the audit archive.  A "what moved on this account in March"
      *  question is a card, not a wait for the monthly statement.
      *  Each movement is listed with its movement reference.  A
      *  reversal is followed by a line naming the reference of the
      *  movement it undid, and a movement that has been reversed by
      *  one naming the reversal, from the REVREG register, so the
      *  two can be read together wherever they fall in the range.
      *****************************************************************
       environment division.
       input-output section.
               organization is line sequential
               file status is WS-HISTRPT-STATUS.

           select REVERSAL-REGISTER assign to "REVREG"
               organization is indexed
               access mode is dynamic
               record key is RR-ORIG-REFERENCE
               file status is WS-REVREG-STATUS.

       data division.
       file section.
       fd  TXN-ARCHIVE.
           record contains 80 characters.
       01  INQUIRY-REPORT-LINE      pic x(80).

       fd  REVERSAL-REGISTER.
           copy REVREG.

       working-storage section.
       01  WS-TXNHARC-STATUS        pic xx.
           88  TXNHARC-OK           value "00".
       01  WS-HISTRPT-STATUS        pic xx.
           88  HISTRPT-OK           value "00".

       01  WS-REVREG-STATUS         pic xx.
           88  REVREG-OK            value "00".

      *  No register on the run means nothing has ever been reversed.
       01  WS-REGISTER-OPEN         pic x value "N".
           88  REGISTER-IS-OPEN     value "Y".

       01  WS-REQ-EOF-SWITCH        pic x value "N".
           88  END-OF-REQUESTS      value "Y".

           05  DL-AMOUNT            pic -(8)9.99.
           05  filler               pic x(2) value spaces.
           05  DL-CURRENCY          pic x(3).
           05  filler               pic x(2) value spaces.
           05  DL-REFERENCE         pic x(16).

       01  WS-LINK-LINE.
           05  filler               pic x(10) value spaces.
           05  RK-TEXT              pic x(12).
           05  RK-REFERENCE         pic x(16).
           05  filler               pic x(4) value spaces.
           05  RK-DATE-TEXT         pic x(3).
           05  RK-DATE              pic x(8).

       01  WS-TOTAL-LINE.
           05  filler               pic x(19)
               display "HISTORYINQUIRY: HISTRPT OPEN FAILED, STATUS "
                   WS-HISTRPT-STATUS
               stop run
           end-if
           open input REVERSAL-REGISTER
           if REVREG-OK
               move "Y" to WS-REGISTER-OPEN
           end-if.

       process-request.
           move XA-DESC to DL-DESC
           move XA-AMOUNT to DL-AMOUNT
           move XA-CURRENCY-CODE to DL-CURRENCY
           move XA-REFERENCE to DL-REFERENCE
           move spaces to INQUIRY-REPORT-LINE
           move WS-DETAIL-LINE to INQUIRY-REPORT-LINE
           write INQUIRY-REPORT-LINE
           if XA-REVERSES-REF not = spaces
               move "REVERSAL OF" to RK-TEXT
               move XA-REVERSES-REF to RK-REFERENCE
               move spaces to RK-DATE-TEXT
               move spaces to RK-DATE
               perform write-link-line
           else
               perform show-reversed-by
           end-if.

      *  Both legs of a reversed transfer share the original's
      *  reference, so each shows the one reversal that undid them.
       show-reversed-by.
           if REGISTER-IS-OPEN and XA-REFERENCE not = spaces
               move XA-REFERENCE to RR-ORIG-REFERENCE
               read REVERSAL-REGISTER
                   invalid key
                       continue
                   not invalid key
                       move "REVERSED BY" to RK-TEXT
                       move RR-REVERSAL-REFERENCE to RK-REFERENCE
                       move "ON" to RK-DATE-TEXT
                       move RR-REVERSAL-DATE to RK-DATE
                       perform write-link-line
               end-read
           end-if.

       write-link-line.
           move spaces to INQUIRY-REPORT-LINE
           move WS-LINK-LINE to INQUIRY-REPORT-LINE
           write INQUIRY-REPORT-LINE.

       write-total-line.
       close-files.
           close TXN-ARCHIVE
           close REQUEST-FILE
           close INQUIRY-REPORT
           if REGISTER-IS-OPEN
               close REVERSAL-REGISTER
           end-if.
