      *****************************************************************
      *  TAXFILED.cpy
      *  Keyed record of each interest tax form YearEndTax has filed,
      *  one per tax year and account, holding the figures and payee
      *  details as last sent to the authority.  An original run
      *  skips an account already on file, so a restarted run never
      *  files a form twice; a corrected run compares the re-totalled
      *  year against what is held here and issues a corrected form
      *  only where the two differ, then replaces the held figures
      *  with the corrected ones.  A form is held pending from the
      *  moment it is issued until the run's filing has been closed
      *  complete, when the run marks it filed; a form still pending
      *  belonged to a run that failed, whose filing never reached
      *  the authority, and the next run of either kind issues it
      *  again.  A space, on records written before the status
      *  existed, reads as filed.
      *****************************************************************
       01  TAX-FILED-RECORD.
           05  TF-KEY.
               10  TF-TAX-YEAR         pic 9(4).
               10  TF-CUST-ID          pic x(10).
           05  TF-TAX-ID               pic x(9).
           05  TF-NAME                 pic x(30).
           05  TF-CURRENCY-CODE        pic x(3).
           05  TF-INTEREST             pic 9(9)v99.
           05  TF-WITHHELD             pic 9(9)v99.
           05  TF-FIRST-FILED          pic 9(8).
           05  TF-LAST-FILED           pic 9(8).
           05  TF-CORRECTION-COUNT     pic 9(3).
           05  TF-STATUS               pic x(1).
               88  TF-PENDING          value "P".
               88  TF-FILED            value "F" " ".
