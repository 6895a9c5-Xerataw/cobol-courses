      *  birth instead of a pre-computed age. Called by GetMyAge,
      *  AgeDistribution and EligibilityReport whenever CUST-AGE comes
      *  back zero but CUST-DATE-OF-BIRTH is populated, so those
      *  programs don't treat a DOB-only record as age zero, and by
      *  HolderAge and CustomerMaint for the parties on ACCTREL, which
      *  carry only a date of birth.
      *****************************************************************
       data division.
       working-storage section.
