       identification division.
       program-id. YearEndTax.
      *****************************************************************
      *  Year-end interest tax reporting, run on demand once the tax
      *  year has closed.  Every account on CUSTOMER-MASTER, closed ones
      *  included, has its interest credited and its backup withholding
      *  taken in the calendar year totalled from the TXNHARC archive -
      *  INTEREST and TAX WITHHELD movements, so a reversal nets off the
      *  movement it undoes.  An account whose interest reaches the
      *  reporting minimum on the TAXPARM card, or that had any tax
      *  withheld, is sent a form: printed on TAXFORM to the statement
      *  mailing address with the TIN masked to its last four digits,
      *  and written in full to TAXEFILE, the authority's electronic
      *  filing file, between a header naming the payer and the year and
      *  a trailer carrying the record count and the interest and
      *  withholding totals.  An exempt payee gets no form.  Each form
      *  filed is kept on the keyed TAXFILED file as it was sent, held
      *  pending until the filing's trailer is written and TAXFORM and
      *  TAXEFILE have closed cleanly, and only then marked filed.  An
      *  original run ("O") files only accounts not yet on TAXFILED, and
      *  either kind of run issues again any form a failed run left
      *  pending, so a run that fails part way can simply be submitted
      *  again.  A corrected run ("C") re-totals the year and issues a
      *  corrected form, marked as such on paper and on the filing, for
      *  every filed account whose interest, withholding, TIN or name no
      *  longer matches what was sent - a form whose amounts have fallen
      *  to zero is corrected to zero - and files any account that has
      *  become reportable since as an original.  TAXRPT lists every
      *  form issued and closes on the same totals as the filing
      *  trailer; a form issued with no TIN on the master is listed as
      *  an exception and ends the run RC 4.  Amounts are reported in
      *  the account's currency and the totals are summed as held, the
      *  way the other filings sum theirs.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select TAX-PARM assign to "TAXPARM"
               organization is line sequential
               file status is WS-TAXPARM-STATUS.

           select CUSTOMER-MASTER assign to "CUSTMSTR"
               organization is indexed
               access mode is dynamic
               record key is CUST-ID
               alternate record key is CUST-NAME
                   with duplicates
               file status is WS-CUSTMSTR-STATUS.

           select TXN-ARCHIVE assign to "TXNHARC"
               organization is indexed
               access mode is dynamic
               record key is XA-KEY
               file status is WS-TXNHARC-STATUS.

           select TAX-FILED assign to "TAXFILED"
               organization is indexed
               access mode is dynamic
               record key is TF-KEY
               file status is WS-TAXFILED-STATUS.

           select TAX-FORM-FILE assign to "TAXFORM"
               organization is line sequential
               file status is WS-TAXFORM-STATUS.

           select TAX-EFILE assign to "TAXEFILE"
               organization is line sequential
               file status is WS-TAXEFILE-STATUS.

           select TAX-REPORT assign to "TAXRPT"
               organization is line sequential
               file status is WS-TAXRPT-STATUS.

       data division.
       file section.
      *  One-record run card: the tax year, the run type - "O"
      *  original or "C" corrected - the reporting minimum for
      *  interest, and the payer's TIN and name for the filing
      *  header and the forms.  A blank or non-numeric minimum keeps
      *  the standard 10.00.
       fd  TAX-PARM
           record contains 51 characters.
       01  TAX-PARM-RECORD.
           05  TP-TAX-YEAR          pic 9(4).
           05  TP-RUN-TYPE          pic x(1).
           05  TP-MIN-INTEREST      pic 9(5)v99.
           05  TP-PAYER-TIN         pic x(9).
           05  TP-PAYER-NAME        pic x(30).

       fd  CUSTOMER-MASTER.
           copy CUSTREC.

       fd  TXN-ARCHIVE.
           copy TXNARC.

       fd  TAX-FILED.
           copy TAXFILED.

       fd  TAX-FORM-FILE
           record contains 80 characters.
       01  TAX-FORM-LINE            pic x(80).

       fd  TAX-EFILE
           record contains 34 to 170 characters.
       01  EFILE-HEADER-RECORD.
           05  EH-REC-TYPE          pic x(1).
           05  EH-TAX-YEAR          pic 9(4).
           05  EH-PAYER-TIN         pic x(9).
           05  EH-PAYER-NAME        pic x(30).
           05  EH-RUN-TYPE          pic x(1).
           05  EH-FILE-DATE         pic 9(8).
       01  EFILE-DETAIL-RECORD.
           05  ED-REC-TYPE          pic x(1).
           05  ED-TAX-YEAR          pic 9(4).
           05  ED-CORRECTED         pic x(1).
           05  ED-CUST-ID           pic x(10).
           05  ED-TAX-ID            pic x(9).
           05  ED-NAME              pic x(30).
           05  ED-ADDRESS-LINE-1    pic x(30).
           05  ED-ADDRESS-LINE-2    pic x(30).
           05  ED-ADDRESS-CITY      pic x(20).
           05  ED-POSTAL-CODE       pic x(10).
           05  ED-CURRENCY-CODE     pic x(3).
           05  ED-INTEREST          pic 9(9)v99.
           05  ED-WITHHELD          pic 9(9)v99.
       01  EFILE-TRAILER-RECORD.
           05  ET-REC-TYPE          pic x(1).
           05  ET-RECORD-COUNT      pic 9(7).
           05  ET-INTEREST-TOTAL    pic 9(11)v99.
           05  ET-WITHHELD-TOTAL    pic 9(11)v99.

       fd  TAX-REPORT
           record contains 100 characters.
       01  TAX-REPORT-LINE          pic x(100).

       working-storage section.
       01  WS-TAXPARM-STATUS        pic xx.
           88  TAXPARM-OK           value "00".

       01  WS-CUSTMSTR-STATUS       pic xx.
           88  CUSTMSTR-OK          value "00".

       01  WS-TXNHARC-STATUS        pic xx.
           88  TXNHARC-OK           value "00".

       01  WS-TAXFILED-STATUS       pic xx.
           88  TAXFILED-OK          value "00".
           88  TAXFILED-NOT-FOUND   value "35".

       01  WS-TAXFORM-STATUS        pic xx.
           88  TAXFORM-OK           value "00".

       01  WS-TAXEFILE-STATUS       pic xx.
           88  TAXEFILE-OK          value "00".

       01  WS-TAXRPT-STATUS         pic xx.
           88  TAXRPT-OK            value "00".

       01  WS-EOF-SWITCH            pic x value "N".
           88  END-OF-CUSTMSTR      value "Y".

       01  WS-ARC-EOF-SWITCH        pic x.
           88  END-OF-ARCHIVE       value "Y".

       01  WS-TF-EOF-SWITCH         pic x.
           88  END-OF-TAXFILED      value "Y".

       01  WS-PARM-VALID            pic x value "N".
           88  PARM-IS-VALID        value "Y".

       01  WS-TODAY                 pic 9(8).
       01  WS-TODAY-SPLIT redefines WS-TODAY.
           05  WS-TODAY-YEAR        pic 9(4).
           05  filler               pic 9(4).

       01  WS-CAL-MONTH-END         pic x(1).
       01  WS-CAL-RESULT            pic x(1).

      *  The run card as edited, and the archive dates bounding the
      *  tax year.
       01  WS-TAX-YEAR              pic 9(4).
       01  WS-RUN-TYPE              pic x(1).
           88  RUN-ORIGINAL         value "O".
           88  RUN-CORRECTED        value "C".
       01  WS-MIN-INTEREST          pic 9(5)v99 value 10.00.
       01  WS-PAYER-TIN             pic x(9).
       01  WS-PAYER-NAME            pic x(30).
       01  WS-YEAR-START            pic 9(8).
       01  WS-YEAR-END              pic 9(8).

      *  The account's year as re-totalled from the archive; a year
      *  that nets below zero - a reversal of last year's interest
      *  falling in this one - reports as zero.
       01  WS-YEAR-INTEREST         pic S9(9)v99 value zero.
       01  WS-YEAR-WITHHELD         pic S9(9)v99 value zero.

      *  The kind of form being issued: an original, or a corrected
      *  form replacing one already filed.
       01  WS-FORM-KIND             pic x(1).
           88  FORM-ORIGINAL        value "O".
           88  FORM-CORRECTED       value "C".

       01  WS-ACCOUNT-COUNT         pic 9(7) value zero.
       01  WS-ORIGINAL-COUNT        pic 9(7) value zero.
       01  WS-CORRECTED-COUNT       pic 9(7) value zero.
       01  WS-ALREADY-FILED-COUNT   pic 9(7) value zero.
       01  WS-REISSUED-COUNT        pic 9(7) value zero.
       01  WS-MARKED-FILED-COUNT    pic 9(7) value zero.
       01  WS-UNCHANGED-COUNT       pic 9(7) value zero.
       01  WS-BELOW-MIN-COUNT       pic 9(7) value zero.
       01  WS-EXEMPT-COUNT          pic 9(7) value zero.
       01  WS-NO-TIN-COUNT          pic 9(7) value zero.
       01  WS-EFILE-COUNT           pic 9(7) value zero.
       01  WS-INTEREST-TOTAL        pic 9(11)v99 value zero.
       01  WS-WITHHELD-TOTAL        pic 9(11)v99 value zero.

      *  The recipient's copy shows only the last four digits of the
      *  TIN; the filing carries it in full.
       01  WS-MASKED-TIN.
           05  filler               pic x(5) value "*****".
           05  MT-LAST-FOUR         pic x(4).

       01  WS-FORM-TITLE-LINE.
           05  filler               pic x(27)
               value "INTEREST INCOME - TAX YEAR ".
           05  FT-TAX-YEAR          pic 9(4).
           05  filler               pic x(5) value spaces.
           05  FT-CORRECTED         pic x(9).

       01  WS-FORM-PAYER-LINE.
           05  filler               pic x(7) value "PAYER: ".
           05  FP-NAME              pic x(30).
           05  filler               pic x(3) value spaces.
           05  filler               pic x(11) value "PAYER TIN: ".
           05  FP-TIN               pic x(9).

       01  WS-FORM-NAME-LINE.
           05  filler               pic x(4) value spaces.
           05  FN-TEXT              pic x(40).

       01  WS-FORM-PAYEE-LINE.
           05  filler               pic x(15)
               value "RECIPIENT TIN: ".
           05  FY-TIN               pic x(11).
           05  filler               pic x(4) value spaces.
           05  filler               pic x(9) value "ACCOUNT: ".
           05  FY-CUST-ID           pic x(10).

       01  WS-FORM-AMOUNT-LINE.
           05  FA-LABEL             pic x(30).
           05  FA-AMOUNT            pic z(8)9.99.
           05  filler               pic x(1) value spaces.
           05  FA-CURRENCY          pic x(3).

       01  WS-FORM-SEPARATOR-LINE   pic x(80) value all "-".

       01  HDG-TITLE-LINE.
           05  filler               pic x(27)
               value "YEAR-END INTEREST TAX FORMS".
           05  filler               pic x(11) value " - TAX YEAR".
           05  filler               pic x(1) value spaces.
           05  HT-TAX-YEAR          pic 9(4).
           05  filler               pic x(2) value spaces.
           05  HT-RUN-TEXT          pic x(14).
           05  filler               pic x(9) value " RUN DATE".
           05  filler               pic x(1) value spaces.
           05  HT-RUN-DATE          pic 9(8).

       01  HDG-COLUMN-LINE.
           05  filler               pic x(42)
               value "ACCOUNT    NAME".
           05  filler               pic x(30)
               value "CCY     INTEREST     WITHHELD".
           05  filler               pic x(28)
               value "FORM      EXCEPTION".

       01  WS-DETAIL-LINE.
           05  DL-CUST-ID           pic x(10).
           05  filler               pic x(1) value spaces.
           05  DL-NAME              pic x(30).
           05  filler               pic x(1) value spaces.
           05  DL-CURRENCY          pic x(3).
           05  filler               pic x(1) value spaces.
           05  DL-INTEREST          pic z(8)9.99.
           05  filler               pic x(1) value spaces.
           05  DL-WITHHELD          pic z(8)9.99.
           05  filler               pic x(1) value spaces.
           05  DL-FORM-TEXT         pic x(9).
           05  filler               pic x(1) value spaces.
           05  DL-EXCEPTION         pic x(16).

       01  WS-TOTAL-LINE.
           05  TL-LABEL             pic x(30).
           05  TL-COUNT             pic zzzzzz9.
           05  filler               pic x(2) value spaces.
           05  TL-AMOUNT            pic z(11)9.99 blank when zero.

       procedure division.
       main-logic.
           call "CycleDate" using WS-TODAY WS-CAL-MONTH-END
               WS-CAL-RESULT
           if WS-CAL-RESULT not = "Y"
               accept WS-TODAY from date yyyymmdd
           end-if
           perform read-tax-parm
           if not PARM-IS-VALID
               move 8 to return-code
               stop run
           end-if
           compute WS-YEAR-START = WS-TAX-YEAR * 10000 + 101
           compute WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231
           perform open-files
           perform write-report-heading
           perform write-efile-header
           perform until END-OF-CUSTMSTR
               read CUSTOMER-MASTER next
                   at end
                       set END-OF-CUSTMSTR to true
                   not at end
                       perform process-account
               end-read
           end-perform
           perform write-efile-trailer
           perform write-report-totals
           perform close-filing-files
           perform mark-forms-filed
           perform close-files
           if WS-NO-TIN-COUNT > zero and return-code < 4
               move 4 to return-code
           end-if
           display "YEARENDTAX: " WS-ACCOUNT-COUNT " account(s), "
               WS-ORIGINAL-COUNT " original, " WS-CORRECTED-COUNT
               " corrected, " WS-NO-TIN-COUNT " without TIN"
           stop run.

      *  The run card must name a tax year already closed - a form
      *  cut before the year ends would miss its last interest - a
      *  run type, and the payer's TIN and name; anything else stops
      *  the run before a form is written.
       read-tax-parm.
           open input TAX-PARM
           if not TAXPARM-OK
               display "YEARENDTAX: TAXPARM OPEN FAILED, STATUS "
                   WS-TAXPARM-STATUS
               stop run
           end-if
           read TAX-PARM
               at end
                   display "YEARENDTAX: NO TAXPARM CARD"
               not at end
                   perform edit-tax-parm
           end-read
           close TAX-PARM.

       edit-tax-parm.
           move "N" to WS-PARM-VALID
           evaluate true
               when TP-TAX-YEAR is not numeric
                       or TP-TAX-YEAR < 1900
                       or TP-TAX-YEAR not < WS-TODAY-YEAR
                   display "YEARENDTAX: TAX YEAR " TP-TAX-YEAR
                       " NOT A CLOSED YEAR"
               when TP-RUN-TYPE not = "O" and TP-RUN-TYPE not = "C"
                   display "YEARENDTAX: RUN TYPE " TP-RUN-TYPE
                       " NOT O OR C"
               when TP-PAYER-TIN is not numeric
                   display "YEARENDTAX: PAYER TIN NOT 9 DIGITS"
               when TP-PAYER-NAME = spaces
                   display "YEARENDTAX: NO PAYER NAME"
               when other
                   move "Y" to WS-PARM-VALID
                   move TP-TAX-YEAR to WS-TAX-YEAR
                   move TP-RUN-TYPE to WS-RUN-TYPE
                   move TP-PAYER-TIN to WS-PAYER-TIN
                   move TP-PAYER-NAME to WS-PAYER-NAME
                   if TP-MIN-INTEREST is numeric
                       move TP-MIN-INTEREST to WS-MIN-INTEREST
                   end-if
           end-evaluate.

      *  Only file not found creates the filed-forms file, and only
      *  for an original run: a corrected run with nothing on file
      *  has nothing to correct and stops.
       open-files.
           open input CUSTOMER-MASTER
           if not CUSTMSTR-OK
               display "YEARENDTAX: CUSTMSTR OPEN FAILED, STATUS "
                   WS-CUSTMSTR-STATUS
               stop run
           end-if
           open input TXN-ARCHIVE
           if not TXNHARC-OK
               display "YEARENDTAX: TXNHARC OPEN FAILED, STATUS "
                   WS-TXNHARC-STATUS
               stop run
           end-if
           open i-o TAX-FILED
           if TAXFILED-NOT-FOUND
               if RUN-CORRECTED
                   display "YEARENDTAX: CORRECTED RUN BUT NO FORMS "
                       "ON FILE"
                   move 8 to return-code
                   stop run
               end-if
               open output TAX-FILED
               if TAXFILED-OK
                   close TAX-FILED
                   open i-o TAX-FILED
               end-if
           end-if
           if not TAXFILED-OK
               display "YEARENDTAX: TAXFILED OPEN FAILED, STATUS "
                   WS-TAXFILED-STATUS
               stop run
           end-if
           open output TAX-FORM-FILE
           if not TAXFORM-OK
               display "YEARENDTAX: TAXFORM OPEN FAILED, STATUS "
                   WS-TAXFORM-STATUS
               stop run
           end-if
           open output TAX-EFILE
           if not TAXEFILE-OK
               display "YEARENDTAX: TAXEFILE OPEN FAILED, STATUS "
                   WS-TAXEFILE-STATUS
               stop run
           end-if
           open output TAX-REPORT
           if not TAXRPT-OK
               display "YEARENDTAX: TAXRPT OPEN FAILED, STATUS "
                   WS-TAXRPT-STATUS
               stop run
           end-if.

       write-report-heading.
           move WS-TAX-YEAR to HT-TAX-YEAR
           if RUN-CORRECTED
               move "CORRECTED RUN" to HT-RUN-TEXT
           else
               move "ORIGINAL RUN" to HT-RUN-TEXT
           end-if
           move WS-TODAY to HT-RUN-DATE
           move spaces to TAX-REPORT-LINE
           move HDG-TITLE-LINE to TAX-REPORT-LINE
           write TAX-REPORT-LINE
           move spaces to TAX-REPORT-LINE
           write TAX-REPORT-LINE
           move HDG-COLUMN-LINE to TAX-REPORT-LINE
           write TAX-REPORT-LINE.

       write-efile-header.
           move "H" to EH-REC-TYPE
           move WS-TAX-YEAR to EH-TAX-YEAR
           move WS-PAYER-TIN to EH-PAYER-TIN
           move WS-PAYER-NAME to EH-PAYER-NAME
           move WS-RUN-TYPE to EH-RUN-TYPE
           move WS-TODAY to EH-FILE-DATE
           write EFILE-HEADER-RECORD.

       process-account.
           add 1 to WS-ACCOUNT-COUNT
           perform total-tax-year
           move WS-TAX-YEAR to TF-TAX-YEAR
           move CUST-ID to TF-CUST-ID
           read TAX-FILED
               invalid key
                   perform consider-original
               not invalid key
                   perform consider-correction
           end-read.

      *  Positions the archive on the account's first movement of
      *  the tax year and reads forward until the account or the
      *  year changes.
       total-tax-year.
           move zero to WS-YEAR-INTEREST
           move zero to WS-YEAR-WITHHELD
           move "N" to WS-ARC-EOF-SWITCH
           move CUST-ID to XA-CUST-ID
           move WS-YEAR-START to XA-DATE
           move zero to XA-SEQ
           start TXN-ARCHIVE key not < XA-KEY
               invalid key
                   set END-OF-ARCHIVE to true
           end-start
           perform until END-OF-ARCHIVE
               read TXN-ARCHIVE next
                   at end
                       set END-OF-ARCHIVE to true
                   not at end
                       if XA-CUST-ID not = CUST-ID
                               or XA-DATE > WS-YEAR-END
                           set END-OF-ARCHIVE to true
                       else
                           perform tally-one-movement
                       end-if
               end-read
           end-perform
           if WS-YEAR-INTEREST < zero
               move zero to WS-YEAR-INTEREST
           end-if
           if WS-YEAR-WITHHELD < zero
               move zero to WS-YEAR-WITHHELD
           end-if.

      *  Withholding is written as a debit, so it is turned positive
      *  here; a reversal of either movement carries the same
      *  description with the sign turned and nets off.
       tally-one-movement.
           evaluate XA-DESC
               when "INTEREST"
                   add XA-AMOUNT to WS-YEAR-INTEREST
               when "TAX WITHHELD"
                   subtract XA-AMOUNT from WS-YEAR-WITHHELD
           end-evaluate.

      *  An account with no form on file is filed when it is
      *  reportable, on either kind of run.
       consider-original.
           evaluate true
               when CUST-EXEMPT-PAYEE
                   if WS-YEAR-INTEREST > zero
                       add 1 to WS-EXEMPT-COUNT
                   end-if
               when WS-YEAR-WITHHELD = zero
                       and WS-YEAR-INTEREST < WS-MIN-INTEREST
                   if WS-YEAR-INTEREST > zero
                       add 1 to WS-BELOW-MIN-COUNT
                   end-if
               when other
                   perform file-original-form
           end-evaluate.

      *  A form a failed run left pending is issued again whatever
      *  the run type.  An account already filed is left alone on an
      *  original run; a corrected run re-issues its form only when
      *  the figures or payee details sent no longer stand.
       consider-correction.
           evaluate true
               when TF-PENDING
                   perform reissue-pending-form
               when RUN-ORIGINAL
                   add 1 to WS-ALREADY-FILED-COUNT
               when WS-YEAR-INTEREST not = TF-INTEREST
                       or WS-YEAR-WITHHELD not = TF-WITHHELD
                       or CUST-TAX-ID not = TF-TAX-ID
                       or CUST-NAME not = TF-NAME
                   perform file-corrected-form
               when other
                   add 1 to WS-UNCHANGED-COUNT
           end-evaluate.

       file-original-form.
           move "O" to WS-FORM-KIND
           perform issue-form
           move WS-TAX-YEAR to TF-TAX-YEAR
           move CUST-ID to TF-CUST-ID
           perform move-filed-figures
           move WS-TODAY to TF-FIRST-FILED
           move zero to TF-CORRECTION-COUNT
           write TAX-FILED-RECORD
               invalid key
                   display "YEARENDTAX: TAXFILED WRITE FAILED FOR "
                       CUST-ID
                   move 8 to return-code
           end-write
           add 1 to WS-ORIGINAL-COUNT.

       file-corrected-form.
           move "C" to WS-FORM-KIND
           perform issue-form
           perform move-filed-figures
           add 1 to TF-CORRECTION-COUNT
           rewrite TAX-FILED-RECORD
               invalid key
                   display "YEARENDTAX: TAXFILED REWRITE FAILED FOR "
                       CUST-ID
                   move 8 to return-code
           end-rewrite
           add 1 to WS-CORRECTED-COUNT.

      *  The form goes again as the kind it was when the failed run
      *  issued it - an original if it has never been corrected -
      *  with the figures as they stand tonight; the correction
      *  count already took the failed run's correction.
       reissue-pending-form.
           if TF-CORRECTION-COUNT = zero
               move "O" to WS-FORM-KIND
               add 1 to WS-ORIGINAL-COUNT
           else
               move "C" to WS-FORM-KIND
               add 1 to WS-CORRECTED-COUNT
           end-if
           perform issue-form
           perform move-filed-figures
           rewrite TAX-FILED-RECORD
               invalid key
                   display "YEARENDTAX: TAXFILED REWRITE FAILED FOR "
                       CUST-ID
                   move 8 to return-code
           end-rewrite
           add 1 to WS-REISSUED-COUNT.

       move-filed-figures.
           move CUST-TAX-ID to TF-TAX-ID
           move CUST-NAME to TF-NAME
           move CUST-CURRENCY-CODE to TF-CURRENCY-CODE
           move WS-YEAR-INTEREST to TF-INTEREST
           move WS-YEAR-WITHHELD to TF-WITHHELD
           move WS-TODAY to TF-LAST-FILED
           set TF-PENDING to true.

       issue-form.
           if CUST-TAX-ID = spaces
               add 1 to WS-NO-TIN-COUNT
           end-if
           perform print-tax-form
           perform write-efile-detail
           perform write-report-line.

      *  The recipient's form, addressed as the monthly statement is.
       print-tax-form.
           move WS-TAX-YEAR to FT-TAX-YEAR
           if FORM-CORRECTED
               move "CORRECTED" to FT-CORRECTED
           else
               move spaces to FT-CORRECTED
           end-if
           move spaces to TAX-FORM-LINE
           move WS-FORM-TITLE-LINE to TAX-FORM-LINE
           write TAX-FORM-LINE
           move WS-PAYER-NAME to FP-NAME
           move WS-PAYER-TIN to FP-TIN
           move spaces to TAX-FORM-LINE
           move WS-FORM-PAYER-LINE to TAX-FORM-LINE
           write TAX-FORM-LINE
           move spaces to TAX-FORM-LINE
           write TAX-FORM-LINE
           move CUST-NAME to FN-TEXT
           perform write-form-name-line
           if CUST-ADDRESS-LINE-1 not = spaces
               move CUST-ADDRESS-LINE-1 to FN-TEXT
               perform write-form-name-line
           end-if
           if CUST-ADDRESS-LINE-2 not = spaces
               move CUST-ADDRESS-LINE-2 to FN-TEXT
               perform write-form-name-line
           end-if
           if CUST-ADDRESS-CITY not = spaces
                   or CUST-POSTAL-CODE not = spaces
               move spaces to FN-TEXT
               string CUST-ADDRESS-CITY " " CUST-POSTAL-CODE
                   delimited by size into FN-TEXT
               perform write-form-name-line
           end-if
           move spaces to TAX-FORM-LINE
           write TAX-FORM-LINE
           if CUST-TAX-ID = spaces
               move "NOT ON FILE" to FY-TIN
           else
               move CUST-TAX-ID (6:4) to MT-LAST-FOUR
               move WS-MASKED-TIN to FY-TIN
           end-if
           move CUST-ID to FY-CUST-ID
           move spaces to TAX-FORM-LINE
           move WS-FORM-PAYEE-LINE to TAX-FORM-LINE
           write TAX-FORM-LINE
           move "INTEREST INCOME" to FA-LABEL
           move WS-YEAR-INTEREST to FA-AMOUNT
           move CUST-CURRENCY-CODE to FA-CURRENCY
           perform write-form-amount-line
           move "FEDERAL INCOME TAX WITHHELD" to FA-LABEL
           move WS-YEAR-WITHHELD to FA-AMOUNT
           perform write-form-amount-line
           move spaces to TAX-FORM-LINE
           move WS-FORM-SEPARATOR-LINE to TAX-FORM-LINE
           write TAX-FORM-LINE.

       write-form-name-line.
           move spaces to TAX-FORM-LINE
           move WS-FORM-NAME-LINE to TAX-FORM-LINE
           write TAX-FORM-LINE.

       write-form-amount-line.
           move spaces to TAX-FORM-LINE
           move WS-FORM-AMOUNT-LINE to TAX-FORM-LINE
           write TAX-FORM-LINE.

       write-efile-detail.
           move "D" to ED-REC-TYPE
           move WS-TAX-YEAR to ED-TAX-YEAR
           if FORM-CORRECTED
               move "C" to ED-CORRECTED
           else
               move space to ED-CORRECTED
           end-if
           move CUST-ID to ED-CUST-ID
           move CUST-TAX-ID to ED-TAX-ID
           move CUST-NAME to ED-NAME
           move CUST-ADDRESS-LINE-1 to ED-ADDRESS-LINE-1
           move CUST-ADDRESS-LINE-2 to ED-ADDRESS-LINE-2
           move CUST-ADDRESS-CITY to ED-ADDRESS-CITY
           move CUST-POSTAL-CODE to ED-POSTAL-CODE
           move CUST-CURRENCY-CODE to ED-CURRENCY-CODE
           move WS-YEAR-INTEREST to ED-INTEREST
           move WS-YEAR-WITHHELD to ED-WITHHELD
           write EFILE-DETAIL-RECORD
           add 1 to WS-EFILE-COUNT
           add ED-INTEREST to WS-INTEREST-TOTAL
           add ED-WITHHELD to WS-WITHHELD-TOTAL.

       write-report-line.
           move CUST-ID to DL-CUST-ID
           move CUST-NAME to DL-NAME
           move CUST-CURRENCY-CODE to DL-CURRENCY
           move WS-YEAR-INTEREST to DL-INTEREST
           move WS-YEAR-WITHHELD to DL-WITHHELD
           if FORM-CORRECTED
               move "CORRECTED" to DL-FORM-TEXT
           else
               move "ORIGINAL" to DL-FORM-TEXT
           end-if
           if CUST-TAX-ID = spaces
               move "NO TIN ON FILE" to DL-EXCEPTION
           else
               move spaces to DL-EXCEPTION
           end-if
           move spaces to TAX-REPORT-LINE
           move WS-DETAIL-LINE to TAX-REPORT-LINE
           write TAX-REPORT-LINE.

       write-efile-trailer.
           move "T" to ET-REC-TYPE
           move WS-EFILE-COUNT to ET-RECORD-COUNT
           move WS-INTEREST-TOTAL to ET-INTEREST-TOTAL
           move WS-WITHHELD-TOTAL to ET-WITHHELD-TOTAL
           write EFILE-TRAILER-RECORD
           if not TAXEFILE-OK
               display "YEARENDTAX: TAXEFILE TRAILER WRITE FAILED, "
                   "STATUS " WS-TAXEFILE-STATUS
               move 8 to return-code
               stop run
           end-if.

      *  The filing lines close on the same count and totals the
      *  trailer carries, so the run can be proved to the authority's
      *  acknowledgement.
       write-report-totals.
           move spaces to TAX-REPORT-LINE
           write TAX-REPORT-LINE
           move zero to TL-AMOUNT
           move "ACCOUNTS READ" to TL-LABEL
           move WS-ACCOUNT-COUNT to TL-COUNT
           perform write-total-line
           move "ORIGINAL FORMS ISSUED" to TL-LABEL
           move WS-ORIGINAL-COUNT to TL-COUNT
           perform write-total-line
           move "CORRECTED FORMS ISSUED" to TL-LABEL
           move WS-CORRECTED-COUNT to TL-COUNT
           perform write-total-line
           move "RE-ISSUED FROM A FAILED RUN" to TL-LABEL
           move WS-REISSUED-COUNT to TL-COUNT
           perform write-total-line
           move "ALREADY FILED, SKIPPED" to TL-LABEL
           move WS-ALREADY-FILED-COUNT to TL-COUNT
           perform write-total-line
           move "FILED, NO CORRECTION DUE" to TL-LABEL
           move WS-UNCHANGED-COUNT to TL-COUNT
           perform write-total-line
           move "BELOW REPORTING MINIMUM" to TL-LABEL
           move WS-BELOW-MIN-COUNT to TL-COUNT
           perform write-total-line
           move "EXEMPT PAYEES" to TL-LABEL
           move WS-EXEMPT-COUNT to TL-COUNT
           perform write-total-line
           move "FORMS ISSUED WITHOUT TIN" to TL-LABEL
           move WS-NO-TIN-COUNT to TL-COUNT
           perform write-total-line
           move "FILING RECORDS / INTEREST" to TL-LABEL
           move WS-EFILE-COUNT to TL-COUNT
           move WS-INTEREST-TOTAL to TL-AMOUNT
           perform write-total-line
           move "FILING RECORDS / WITHHELD" to TL-LABEL
           move WS-WITHHELD-TOTAL to TL-AMOUNT
           perform write-total-line.

       write-total-line.
           move spaces to TAX-REPORT-LINE
           move WS-TOTAL-LINE to TAX-REPORT-LINE
           write TAX-REPORT-LINE.

      *  The forms and the filing must close complete before a single
      *  form is marked filed; a failure here leaves the night's forms
      *  pending for the resubmitted run.
       close-filing-files.
           close TAX-FORM-FILE
           if not TAXFORM-OK
               display "YEARENDTAX: TAXFORM CLOSE FAILED, STATUS "
                   WS-TAXFORM-STATUS
               move 8 to return-code
               stop run
           end-if
           close TAX-EFILE
           if not TAXEFILE-OK
               display "YEARENDTAX: TAXEFILE CLOSE FAILED, STATUS "
                   WS-TAXEFILE-STATUS
               move 8 to return-code
               stop run
           end-if.

      *  Every form of the tax year still pending went out on the
      *  filing just closed.
       mark-forms-filed.
           move "N" to WS-TF-EOF-SWITCH
           move WS-TAX-YEAR to TF-TAX-YEAR
           move low-values to TF-CUST-ID
           start TAX-FILED key not < TF-KEY
               invalid key
                   set END-OF-TAXFILED to true
           end-start
           perform until END-OF-TAXFILED
               read TAX-FILED next
                   at end
                       set END-OF-TAXFILED to true
                   not at end
                       if TF-TAX-YEAR not = WS-TAX-YEAR
                           set END-OF-TAXFILED to true
                       else
                           perform mark-one-form-filed
                       end-if
               end-read
           end-perform
           display "YEARENDTAX: " WS-MARKED-FILED-COUNT
               " form(s) marked filed".

       mark-one-form-filed.
           if TF-PENDING
               set TF-FILED to true
               rewrite TAX-FILED-RECORD
                   invalid key
                       display "YEARENDTAX: TAXFILED REWRITE FAILED "
                           "FOR " TF-CUST-ID
                       move 8 to return-code
                   not invalid key
                       add 1 to WS-MARKED-FILED-COUNT
               end-rewrite
           end-if.

       close-files.
           close CUSTOMER-MASTER
           close TXN-ARCHIVE
           close TAX-FILED
           close TAX-REPORT.
