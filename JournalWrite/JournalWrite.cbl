       program-id. JournalWrite.
      *****************************************************************
      *  Shared change-journal writer: every program that writes,
      *  rewrites or closes a CUSTOMER-MASTER record, or an account
      *  relationship record, calls here with its name, the action, the
      *  before/after images, the operator id the job was submitted
      *  under and the file the images belong to, so the journal format
      *  and the timestamping live in one place the same way the age
      *  edit lives in ValidateAge.  The journal is opened in extend
      *  mode on the first call and left for the run unit to close; if
      *  it cannot be opened the run is stopped, since an update that
      *  cannot be journaled cannot be backed out.
      *****************************************************************
       environment division.
       input-output section.
       data division.
       file section.
       fd  CHANGE-JOURNAL
           record contains 459 characters.
           copy CHGJRNL.

       working-storage section.
       01  LS-BEFORE-IMAGE          pic x(200).
       01  LS-AFTER-IMAGE           pic x(200).
       01  LS-OPERATOR-ID           pic x(8).
       01  LS-FILE-ID               pic x(8).

       procedure division using LS-PROGRAM-NAME LS-ACTION LS-CUST-ID
                                 LS-BEFORE-IMAGE LS-AFTER-IMAGE
                                 LS-OPERATOR-ID LS-FILE-ID.
       main-logic.
           if not JOURNAL-IS-OPEN
               perform open-journal
           move LS-ACTION to CJ-ACTION
           move LS-CUST-ID to CJ-CUST-ID
           move LS-OPERATOR-ID to CJ-OPERATOR-ID
           move LS-FILE-ID to CJ-FILE-ID
           move LS-BEFORE-IMAGE to CJ-BEFORE-IMAGE
           move LS-AFTER-IMAGE to CJ-AFTER-IMAGE
           write CHANGE-JOURNAL-RECORD
