      *  GetMyBalance has been tallying in CUST-DAYS-NEGATIVE, so
      *  finance no longer prices overdrafts by hand off the OVERDFT
      *  report.  Rates come from RATETIER (balance band, currency,
      *  annual rate, fee per negative day, and the dearer fee per day
      *  spent beyond the arranged overdraft limit) so a rate change is
      *  a file change, not a program change.  The days GetMyBalance
      *  tallied in CUST-DAYS-UNARRANGED are billed at the unarranged
      *  fee, the rest of the negative days at the arranged one, in one
      *  fee movement.  Every accrual is written to the ACCRREG register
      *  with opening and closing balances and totals; the movements
      *  themselves reach the general ledger through GLFeed with the
      *  rest of the night's history.  The step now runs every night
      *  under CYCLECTL sequencing and accrues only when the calendar
      *  flags the open business date as the month's last business day,
      *  so month-end no longer depends on someone remembering to submit
      *  it; any other night it stamps complete and passes through.
      *  Each interest credit and fee is given its movement reference
      *  here, "A", the accrual date and its place in the night's
      *  accruals, so a single wrong accrual can be reversed.  An
      *  account under backup withholding has tax taken from its
      *  interest in the same pass, at the rate on the one-record
      *  WHTPARM control file, as a TAX WITHHELD movement of its own
      *  beside the interest credit, so the year-end forms and the
      *  ledger see interest and withholding separately.
      *****************************************************************
       environment division.
       input-output section.
               organization is line sequential
               file status is WS-OPERPARM-STATUS.

           select WITHHOLD-PARM assign to "WHTPARM"
               organization is line sequential
               file status is WS-WHTPARM-STATUS.

       data division.
       file section.
       fd  CUSTOMER-MASTER.
           copy CUSTREC.

      *  The unarranged fee was added to the end of the tier record;
      *  a tier written before it carries no figure there and bills
      *  unarranged days at the ordinary fee per day.
       fd  RATE-TIER-FILE
           record contains 38 to 45 characters.
       01  RATE-TIER-RECORD.
           05  RT-CURRENCY-CODE     pic x(3).
           05  RT-BAND-LOW          pic S9(9)v99.
           05  RT-BAND-HIGH         pic S9(9)v99.
           05  RT-ANNUAL-RATE       pic 9(2)v9(4).
           05  RT-FEE-PER-DAY       pic 9(5)v99.
           05  RT-UNARR-FEE-PER-DAY pic 9(5)v99.

       fd  ACCRUAL-REGISTER
           record contains 80 characters.
       01  ACCRUAL-REGISTER-LINE    pic x(80).

       fd  TXN-HISTORY
           record contains 81 characters.
           copy TXNHIST.

      *  One-record control file carrying the operator id the job was
           record contains 8 characters.
       01  OPERATOR-PARM-RECORD     pic x(8).

      *  One-record control file carrying the backup-withholding rate
      *  as a percentage with two decimals, "2400" for 24%.
       fd  WITHHOLD-PARM
           record contains 4 characters.
       01  WITHHOLD-PARM-RECORD     pic x(4).
       01  WITHHOLD-PARM-RATE       pic 9(2)v99.

       working-storage section.
       01  WS-CUSTMSTR-STATUS       pic xx.
           88  CUSTMSTR-OK          value "00".

       01  WS-ACCRUAL-DATE          pic 9(8).

      *  Reference for the next accrual movement: the sequence counts
      *  the history records the pass writes.
           copy MOVEREF.

       01  WS-EOF-SWITCH            pic x value "N".
           88  END-OF-CUSTMSTR      value "Y".

      *  Rate tiers, loaded from RATETIER at start-up the same way the
      *  daily programs load EXRATE-FILE: one entry per currency and
      *  balance band, holding the annual interest rate applied to
      *  positive balances and the per-day fees applied to overdrawn
      *  ones, inside and beyond the arranged limit.
       01  WS-TIER-TABLE-MAX        pic 9(3) value 50.
       01  WS-TIER-COUNT            pic 9(3) value zero.
       01  WS-TIER-TABLE.
               10  WS-RT-HIGH       pic S9(9)v99.
               10  WS-RT-RATE       pic 9(2)v9(4).
               10  WS-RT-FEE        pic 9(5)v99.
               10  WS-RT-UNARR-FEE  pic 9(5)v99.

       01  WS-TIER-FOUND            pic x value "N".
           88  TIER-WAS-FOUND       value "Y".
       01  WS-DAYS-BILLED           pic 9(3) value zero.
       01  WS-TOTAL-INTEREST        pic S9(11)v99 value zero.
       01  WS-TOTAL-FEES            pic S9(11)v99 value zero.
       01  WS-TOTAL-UNARR-FEES      pic S9(11)v99 value zero.

      *  The month's negative days split by where the account stood
      *  against its arranged limit, and the unarranged share of the
      *  fee for the register total.
       01  WS-ARRANGED-DAYS         pic 9(3) value zero.
       01  WS-UNARRANGED-DAYS       pic 9(3) value zero.
       01  WS-UNARR-FEE-AMOUNT      pic S9(9)v99 value zero.

      *  Before/after images for the CUSTOMER-MASTER change journal,
      *  written through JournalWrite so a bad accrual run can be
      *  reversed by BackoutChanges instead of a full-file restore.
       01  WS-JRNL-PROGRAM          pic x(16) value "MONTHENDACCRUAL".
       01  WS-JRNL-FILE             pic x(8) value "CUSTMSTR".
       01  WS-JRNL-ACTION           pic x(1) value "R".
       01  WS-JRNL-BEFORE           pic x(200).
       01  WS-JRNL-AFTER            pic x(200).
       01  WS-OPERPARM-STATUS       pic xx.
           88  OPERPARM-OK          value "00".

       01  WS-WHTPARM-STATUS        pic xx.
           88  WHTPARM-OK           value "00".

      *  Backup-withholding rate in percent; a missing, empty or
      *  non-numeric WHTPARM record leaves the statutory 24%.
       01  WS-WITHHOLD-RATE         pic 9(2)v99 value 24.00.
       01  WS-WITHHOLD-AMOUNT       pic S9(9)v99 value zero.
       01  WS-WITHHOLD-COUNT        pic 9(7) value zero.
       01  WS-TOTAL-WITHHELD        pic S9(11)v99 value zero.

      *  Run-control identity for the nightly cycle: accruals go on
      *  after the day's postings have settled the master, stamped
      *  through CycleStamp.
           stop run.

       run-accrual-pass.
           move "A" to RF-ORIGIN
           move WS-ACCRUAL-DATE to RF-DATE
           move zero to RF-SEQ
           perform get-operator-id
           perform get-withhold-rate
           perform open-files
           perform load-tier-table
           perform until END-OF-CUSTMSTR
           perform close-files
           display "MONTHENDACCRUAL: " WS-RECORD-COUNT
               " account(s), " WS-INTEREST-COUNT " interest, "
               WS-FEE-COUNT " fee(s), " WS-NO-TIER-COUNT " no tier, "
               WS-WITHHOLD-COUNT " withheld".

      *  Reads the operator id the job runs under for the change
      *  journal; a missing or empty control record falls back to
               close OPERATOR-PARM
           end-if.

      *  Reads the backup-withholding rate from a one-record control
      *  file; a missing, empty or non-numeric record keeps the
      *  default rather than failing the run.
       get-withhold-rate.
           open input WITHHOLD-PARM
           if WHTPARM-OK
               read WITHHOLD-PARM
                   at end
                       continue
                   not at end
                       if WITHHOLD-PARM-RECORD is numeric
                           move WITHHOLD-PARM-RATE
                               to WS-WITHHOLD-RATE
                       end-if
               end-read
               close WITHHOLD-PARM
           end-if.

       open-files.
           open i-o CUSTOMER-MASTER
           if not CUSTMSTR-OK
                               to WS-RT-RATE (WS-TIER-COUNT)
                           move RT-FEE-PER-DAY
                               to WS-RT-FEE (WS-TIER-COUNT)
                           if RT-UNARR-FEE-PER-DAY is numeric
                                   and RT-UNARR-FEE-PER-DAY > zero
                               move RT-UNARR-FEE-PER-DAY to
                                   WS-RT-UNARR-FEE (WS-TIER-COUNT)
                           else
                               move RT-FEE-PER-DAY to
                                   WS-RT-UNARR-FEE (WS-TIER-COUNT)
                           end-if
                       end-if
               end-read
           end-perform.

      *  A positive balance earns one month of its tier's annual rate;
      *  an overdrawn one is charged its tier's fee for every day
      *  CUST-DAYS-NEGATIVE says it has been under, at the unarranged
      *  fee for the days it was beyond its arranged limit.  An
      *  account whose currency and balance fall in no tier is listed
      *  on the register and left unchanged rather than accrued at a
      *  guessed rate.
       process-customer.
           add 1 to WS-RECORD-COUNT
           move CUST-BALANCE to WS-OPENING-BALANCE
               end-if
           end-if.

      *  Interest and any tax withheld from it go on in one rewrite
      *  and one journal entry, so a backout takes both off together;
      *  each is a history movement with its own reference, and the
      *  withholding's register line opens at the balance the
      *  interest left.
       accrue-interest.
           add 1 to WS-INTEREST-COUNT
           move zero to WS-DAYS-BILLED
               CUST-BALANCE * WS-RT-RATE (RT-IDX) / 12
           add WS-ACCRUAL-AMOUNT to CUST-BALANCE
           add WS-ACCRUAL-AMOUNT to WS-TOTAL-INTEREST
           move "INTEREST" to RG-DESC
           perform write-register-line
           perform write-history-record
           if CUST-BACKUP-WITHHOLD and WS-ACCRUAL-AMOUNT > zero
               perform withhold-tax
           end-if
           rewrite CUSTOMER-RECORD
           perform journal-master-rewrite.

       withhold-tax.
           compute WS-WITHHOLD-AMOUNT rounded =
               WS-ACCRUAL-AMOUNT * WS-WITHHOLD-RATE / 100
           if WS-WITHHOLD-AMOUNT > zero
               add 1 to WS-WITHHOLD-COUNT
               move CUST-BALANCE to WS-OPENING-BALANCE
               compute WS-ACCRUAL-AMOUNT = WS-WITHHOLD-AMOUNT * -1
               add WS-ACCRUAL-AMOUNT to CUST-BALANCE
               add WS-WITHHOLD-AMOUNT to WS-TOTAL-WITHHELD
               move "TAX WITHHELD" to RG-DESC
               perform write-register-line
               perform write-history-record
           end-if.

       assess-overdraft-fee.
           add 1 to WS-FEE-COUNT
           move CUSTOMER-RECORD to WS-JRNL-BEFORE
           move CUST-DAYS-UNARRANGED to WS-UNARRANGED-DAYS
           if WS-UNARRANGED-DAYS > CUST-DAYS-NEGATIVE
               move CUST-DAYS-NEGATIVE to WS-UNARRANGED-DAYS
           end-if
           compute WS-ARRANGED-DAYS =
               CUST-DAYS-NEGATIVE - WS-UNARRANGED-DAYS
           compute WS-UNARR-FEE-AMOUNT rounded =
               WS-UNARRANGED-DAYS * WS-RT-UNARR-FEE (RT-IDX) * -1
           compute WS-ACCRUAL-AMOUNT rounded =
               WS-ARRANGED-DAYS * WS-RT-FEE (RT-IDX) * -1
               + WS-UNARR-FEE-AMOUNT
           add WS-ACCRUAL-AMOUNT to CUST-BALANCE
           add WS-ACCRUAL-AMOUNT to WS-TOTAL-FEES
           add WS-UNARR-FEE-AMOUNT to WS-TOTAL-UNARR-FEES
      *  The days just billed are cleared with the same rewrite, so a
      *  continuously overdrawn account starts next month's count at
      *  zero instead of being charged this month's days again; the
      *  otherwise find the counter already at zero.
           move CUST-DAYS-NEGATIVE to WS-DAYS-BILLED
           move zero to CUST-DAYS-NEGATIVE
           move zero to CUST-DAYS-UNARRANGED
           rewrite CUSTOMER-RECORD
           perform journal-master-rewrite
           move "OVERDRAFT FEE" to RG-DESC
           move CUSTOMER-RECORD to WS-JRNL-AFTER
           call "JournalWrite" using WS-JRNL-PROGRAM WS-JRNL-ACTION
               CUST-ID WS-JRNL-BEFORE WS-JRNL-AFTER
               WS-JRNL-OPERATOR WS-JRNL-FILE.

      *  One movement-history record per accrual, signed in the
      *  account's own currency, for the monthly statements.
           move WS-ACCRUAL-AMOUNT to TH-AMOUNT
           move CUST-CURRENCY-CODE to TH-CURRENCY-CODE
           move WS-DAYS-BILLED to TH-DAYS-BILLED
           add 1 to RF-SEQ
           move MOVEMENT-REFERENCE to TH-REFERENCE
           move spaces to TH-REVERSES-REF
           write TXN-HISTORY-RECORD.

       lookup-rate-tier.
           move WS-REGISTER-LINE to ACCRUAL-REGISTER-LINE
           write ACCRUAL-REGISTER-LINE.

      *  Control totals for the register: interest, fees and tax
      *  withheld are shown separately, the way GLFeed journals each
      *  to its own GL accounts, so finance can tie the register to
      *  the feed.
       write-register-totals.
           move "TOTAL INTEREST CREDITED:" to SL-LABEL
           move WS-TOTAL-INTEREST to SL-AMOUNT
           perform write-summary-line
           move "TOTAL FEES DEBITED:" to SL-LABEL
           move WS-TOTAL-FEES to SL-AMOUNT
           perform write-summary-line
           move "  OF WHICH UNARRANGED:" to SL-LABEL
           move WS-TOTAL-UNARR-FEES to SL-AMOUNT
           perform write-summary-line
           move "TOTAL TAX WITHHELD:" to SL-LABEL
           move WS-TOTAL-WITHHELD to SL-AMOUNT
           perform write-summary-line.

       write-summary-line.
