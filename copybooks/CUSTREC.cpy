           05  CUST-ADDRESS-LINE-2     pic x(30).
           05  CUST-ADDRESS-CITY       pic x(20).
           05  CUST-POSTAL-CODE        pic x(10).
      *  Of the days in CUST-DAYS-NEGATIVE, those the account spent
      *  beyond its arranged overdraft limit - or overdrawn with no
      *  facility in force at all - tallied by GetMyBalance alongside
      *  the negative-day count and cleared with it when the accrual
      *  bills them at the unarranged rate.  Zero on records written
      *  before the field existed.
           05  CUST-DAYS-UNARRANGED    pic 9(3).
      *  Taxpayer identification number and withholding status,
      *  maintained through CustomerMaint and reported on the
      *  year-end interest forms.  A backup-withholding account has
      *  tax taken from its interest at accrual time; an exempt payee
      *  is left off the year-end filing.  Spaces, on records written
      *  before the fields existed, read as no TIN on file and not
      *  withheld.
           05  CUST-TAX-ID             pic x(9).
           05  CUST-WITHHOLD-STATUS    pic x(1).
               88  CUST-NOT-WITHHELD   value "N" " ".
               88  CUST-BACKUP-WITHHOLD value "B".
               88  CUST-EXEMPT-PAYEE   value "E".
      *  Whether the nightly balance run last found the account
      *  overdrawn, set and cleared by GetMyBalance, so the overdrawn
      *  alert goes on the night the account turns negative and not
      *  again while it stays there.  A space, on records written
      *  before the switch existed, reads as not yet seen by the run.
           05  CUST-OVERDRAWN-SWITCH   pic x(01).
               88  CUST-WAS-OVERDRAWN  value "Y".
               88  CUST-WAS-IN-CREDIT  value "N".
