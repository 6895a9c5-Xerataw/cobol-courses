      *  is appended after the images, the way CUSTOMER-RECORD grows
      *  new fields at the end, so journal entries written before the
      *  field existed still parse and read as spaces there.
      *  CJ-FILE-ID names the file the images belong to, appended the
      *  same way: CUSTMSTR, or spaces on older entries, for the
      *  master, ACCTREL for the account relationship file, whose
      *  images are ACCOUNT-RELATION-RECORDs journaled under the
      *  account's customer id, and CONTACT for the customer's contact
      *  and alert-preference record.
      *****************************************************************
       01  CHANGE-JOURNAL-RECORD.
           05  CJ-PROGRAM-NAME         pic x(16).
           05  CJ-BEFORE-IMAGE         pic x(200).
           05  CJ-AFTER-IMAGE          pic x(200).
           05  CJ-OPERATOR-ID          pic x(8).
           05  CJ-FILE-ID              pic x(8).
               88  CJ-FILE-CUSTMSTR    value "CUSTMSTR" spaces.
               88  CJ-FILE-ACCTREL     value "ACCTREL".
               88  CJ-FILE-CONTACT     value "CONTACT".
