       identification division.
       program-id. HolderAge.
      *****************************************************************
      *  Shared age-eligibility party rule: an account is judged on
      *  the age of its eldest holder, the primary on the master or
      *  any joint holder on ACCTREL, so a joint account with one
      *  senior holder is a senior account and an account is a
      *  minor's only when every holder is a minor.  Signatories,
      *  beneficiaries and powers of attorney do not own the account
      *  and are not counted, nor are ended relationships.  The
      *  caller passes the account id, the processing date and the
      *  primary holder's age, role and name; they come back
      *  replaced by the joint holder's where one is older.  Called
      *  by GetMyAge and EligibilityReport, so the rule lives in one
      *  place the way the age edit lives in ValidateAge.  The
      *  relationship file is opened on the first call and left for
      *  the run unit to close; with no file on the run every
      *  account is judged on its primary alone.
      *****************************************************************
       environment division.
       input-output section.
       file-control.
           select ACCOUNT-RELATIONS assign to "ACCTREL"
               organization is indexed
               access mode is dynamic
               record key is AR-KEY
               alternate record key is AR-PARTY-NAME
                   with duplicates
               file status is WS-ACCTREL-STATUS.

       data division.
       file section.
       fd  ACCOUNT-RELATIONS.
           copy ACCTREL.

       working-storage section.
       01  WS-ACCTREL-STATUS        pic xx.
           88  ACCTREL-OK           value "00".

       01  WS-OPEN-TRIED            pic x value "N".
           88  OPEN-WAS-TRIED       value "Y".

       01  WS-RELATIONS-OPEN        pic x value "N".
           88  RELATIONS-ARE-OPEN   value "Y".

       01  WS-REL-EOF-SWITCH        pic x.
           88  END-OF-PARTIES       value "Y".

       01  WS-PARTY-AGE             pic 9(3).

       linkage section.
       01  LS-CUST-ID               pic x(10).
       01  LS-CURRENT-DATE          pic 9(8).
       01  LS-HOLDER-AGE            pic 9(3).
       01  LS-HOLDER-ROLE           pic x(1).
       01  LS-HOLDER-NAME           pic x(30).

       procedure division using LS-CUST-ID LS-CURRENT-DATE
                                 LS-HOLDER-AGE LS-HOLDER-ROLE
                                 LS-HOLDER-NAME.
       main-logic.
           if not OPEN-WAS-TRIED
               perform open-relations
           end-if
           if RELATIONS-ARE-OPEN
               perform position-account-parties
               perform until END-OF-PARTIES
                   read ACCOUNT-RELATIONS next
                       at end
                           set END-OF-PARTIES to true
                       not at end
                           if AR-CUST-ID not = LS-CUST-ID
                               set END-OF-PARTIES to true
                           else
                               perform judge-party
                           end-if
                   end-read
               end-perform
           end-if
           goback.

       open-relations.
           move "Y" to WS-OPEN-TRIED
           open input ACCOUNT-RELATIONS
           if ACCTREL-OK
               move "Y" to WS-RELATIONS-OPEN
           end-if.

       position-account-parties.
           move "N" to WS-REL-EOF-SWITCH
           move LS-CUST-ID to AR-CUST-ID
           move zero to AR-PARTY-SEQ
           start ACCOUNT-RELATIONS key not < AR-KEY
               invalid key
                   set END-OF-PARTIES to true
           end-start.

      *  A joint holder with no usable date of birth cannot be
      *  judged older than anyone; CalcAge returns zero for one.
       judge-party.
           if AR-ACTIVE and AR-JOINT
                   and AR-DATE-OF-BIRTH is numeric
                   and AR-DATE-OF-BIRTH > zero
               call "CalcAge" using AR-DATE-OF-BIRTH LS-CURRENT-DATE
                   WS-PARTY-AGE
               if WS-PARTY-AGE > LS-HOLDER-AGE
                   move WS-PARTY-AGE to LS-HOLDER-AGE
                   move AR-ROLE to LS-HOLDER-ROLE
                   move AR-PARTY-NAME to LS-HOLDER-NAME
               end-if
           end-if.
