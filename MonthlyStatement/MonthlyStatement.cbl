      *  for last month on the 3rd must not show this month's postings
      *  in last month's closing - and the opening by unwinding the
      *  month's own movements from that, so the statement always
      *  proves across: opening + movements = closing.  Every
      *  movement is shown with its movement reference; a reversal
      *  is followed by a line naming the movement it undid, and a
      *  movement since reversed by one naming the reversal and the
      *  date it was made, from the REVREG register, so a customer
      *  can see which entry cancelled which.  A joint account's
      *  statement is addressed to every holder: the name block lists
      *  the holder of record and each active joint holder on
      *  ACCTREL, above the account's mailing address, and a joint
      *  holder who keeps a mailing address of their own is sent a
      *  further copy there.  Signatories, beneficiaries and powers
      *  of attorney are not holders and are not addressed.
      *****************************************************************
       environment division.
       input-output section.
               organization is line sequential
               file status is WS-STMTFILE-STATUS.

           select REVERSAL-REGISTER assign to "REVREG"
               organization is indexed
               access mode is dynamic
               record key is RR-ORIG-REFERENCE
               file status is WS-REVREG-STATUS.

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
           record contains 80 characters.
       01  STATEMENT-LINE           pic x(80).

       fd  REVERSAL-REGISTER.
           copy REVREG.

       fd  ACCOUNT-RELATIONS.
           copy ACCTREL.

       working-storage section.
       01  WS-CUSTMSTR-STATUS       pic xx.
           88  CUSTMSTR-OK          value "00".
       01  WS-STMTFILE-STATUS       pic xx.
           88  STMTFILE-OK          value "00".

       01  WS-REVREG-STATUS         pic xx.
           88  REVREG-OK            value "00".

      *  No register on the run means nothing has ever been reversed.
       01  WS-REGISTER-OPEN         pic x value "N".
           88  REGISTER-IS-OPEN     value "Y".

       01  WS-ACCTREL-STATUS        pic xx.
           88  ACCTREL-OK           value "00".

      *  No relationship file on the run means every account has its
      *  holder of record alone.
       01  WS-RELATIONS-OPEN        pic x value "N".
           88  RELATIONS-ARE-OPEN   value "Y".

       01  WS-REL-EOF-SWITCH        pic x.
           88  END-OF-PARTIES       value "Y".

       01  WS-EOF-SWITCH            pic x value "N".
           88  END-OF-CUSTMSTR      value "Y".


       01  WS-RECORD-COUNT          pic 9(7) value zero.
       01  WS-STATEMENT-COUNT       pic 9(7) value zero.
       01  WS-COPY-COUNT            pic 9(7) value zero.

      *  The account's active joint holders, loaded from ACCTREL for
      *  each statement.  The party sequence runs to 99, so the table
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
      *  the copy being cut goes to: the account's for the statement
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

       01  WS-MOVEMENT-TOTAL        pic S9(11)v99 value zero.
       01  WS-POST-MONTH-TOTAL      pic S9(11)v99 value zero.
           05  MV-DESC              pic x(14).
           05  filler               pic x(2) value spaces.
           05  MV-AMOUNT            pic x(15).
           05  filler               pic x(2) value spaces.
           05  MV-REFERENCE         pic x(16).

       01  WS-LINK-LINE.
           05  filler               pic x(10) value spaces.
           05  RK-TEXT              pic x(12).
           05  RK-REFERENCE         pic x(16).
           05  filler               pic x(4) value spaces.
           05  RK-DATE-TEXT         pic x(3).
           05  RK-DATE              pic x(8).

       01  WS-OVERDRAWN-LINE.
           05  filler               pic x(16)
           perform close-files
           perform record-statement-month
           display "MONTHLYSTATEMENT: " WS-RECORD-COUNT
               " account(s), " WS-STATEMENT-COUNT " statement(s), "
               WS-COPY-COUNT " joint holder copy(ies)".

      *  The statement month arrives on the STMTPARM card for a
      *  catch-up run - which also makes the run unconditional -
               display "MONTHLYSTATEMENT: STMTFILE OPEN FAILED, "
                   "STATUS " WS-STMTFILE-STATUS
               stop run
           end-if
           open input REVERSAL-REGISTER
           if REVREG-OK
               move "Y" to WS-REGISTER-OPEN
           end-if
           open input ACCOUNT-RELATIONS
           if ACCTREL-OK
               move "Y" to WS-RELATIONS-OPEN
           end-if.

      *  Every reference entry loads, active or not: an account in a
               CUST-BALANCE - WS-POST-MONTH-TOTAL
           compute WS-OPENING-BALANCE =
               WS-STMT-CLOSING - WS-MOVEMENT-TOTAL
           perform load-joint-holders
           move CUST-ADDRESS-LINE-1 to WS-AA-LINE-1
           move CUST-ADDRESS-LINE-2 to WS-AA-LINE-2
           move CUST-ADDRESS-CITY to WS-AA-CITY
           move CUST-POSTAL-CODE to WS-AA-POSTAL
           move WS-ACCOUNT-ADDRESS to WS-MAILING-ADDRESS
           perform write-statement-copy
      *  A joint holder with no address of their own, or the
      *  account's, reads the statement already sent there.
           move zero to WS-JOINT-IDX
           perform until WS-JOINT-IDX >= WS-JOINT-COUNT
               add 1 to WS-JOINT-IDX
               if WS-JH-LINE-1 (WS-JOINT-IDX) not = spaces
                       and WS-JH-ADDRESS (WS-JOINT-IDX)
                           not = WS-ACCOUNT-ADDRESS
                   move WS-JH-ADDRESS (WS-JOINT-IDX)
                       to WS-MAILING-ADDRESS
                   add 1 to WS-COPY-COUNT
                   perform write-statement-copy
               end-if
           end-perform.

      *  One copy of the statement, identical but for the mailing
      *  address under the name block.
       write-statement-copy.
           perform write-statement-heading
           move "OPENING BALANCE" to BL-LABEL
           move WS-OPENING-BALANCE to WS-FORMAT-AMOUNT
           write STATEMENT-LINE
           move CUST-NAME to NL-TEXT
           perform write-name-line
           move zero to WS-JOINT-IDX
           perform until WS-JOINT-IDX >= WS-JOINT-COUNT
               add 1 to WS-JOINT-IDX
               move WS-JH-NAME (WS-JOINT-IDX) to NL-TEXT
               perform write-name-line
           end-perform
           if WS-MA-LINE-1 not = spaces
               move WS-MA-LINE-1 to NL-TEXT
               perform write-name-line
           end-if
           if WS-MA-LINE-2 not = spaces
               move WS-MA-LINE-2 to NL-TEXT
               perform write-name-line
           end-if
           if WS-MA-CITY not = spaces
                   or WS-MA-POSTAL not = spaces
               move spaces to NL-TEXT
               string WS-MA-CITY " " WS-MA-POSTAL
                   delimited by size into NL-TEXT
               perform write-name-line
           end-if.

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

       write-name-line.
           move spaces to STATEMENT-LINE
           move WS-NAME-LINE to STATEMENT-LINE
               move XA-AMOUNT to WS-FORMAT-AMOUNT
               perform format-amount
               move WS-FORMAT-OUTPUT to MV-AMOUNT
               move XA-REFERENCE to MV-REFERENCE
               move spaces to STATEMENT-LINE
               move WS-MOVEMENT-LINE to STATEMENT-LINE
               write STATEMENT-LINE
               perform link-reversal
           end-if.

      *  A reversal names the movement it undid; a movement since
      *  reversed names the reversal, which may fall in a later
      *  month's statement.
       link-reversal.
           if XA-REVERSES-REF not = spaces
               move "REVERSAL OF" to RK-TEXT
               move XA-REVERSES-REF to RK-REFERENCE
               move spaces to RK-DATE-TEXT
               move spaces to RK-DATE
               perform write-link-line
           else
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
               end-if
           end-if.

       write-link-line.
           move spaces to STATEMENT-LINE
           move WS-LINK-LINE to STATEMENT-LINE
           write STATEMENT-LINE.

       write-balance-line.
           move WS-DISPLAY-SYMBOL to BL-CURRENCY
           move spaces to STATEMENT-LINE
           close CUSTOMER-MASTER
           close TXN-ARCHIVE
           close CURRENCY-REF-FILE
           close STATEMENT-FILE
           if REGISTER-IS-OPEN
               close REVERSAL-REGISTER
           end-if
           if RELATIONS-ARE-OPEN
               close ACCOUNT-RELATIONS
           end-if.
