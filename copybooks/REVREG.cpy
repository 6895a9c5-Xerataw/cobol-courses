      *****************************************************************
      *  REVREG.cpy
      *  Reversal register, keyed by the reference of the movement
      *  reversed.  PostTransactions writes one entry as it applies a
      *  reversal ("R") posting and refuses any later reversal whose
      *  original is already on file, so a movement is reversed once
      *  and only once; HistoryInquiry and MonthlyStatement read it
      *  to show an original movement against the reversal that
      *  undid it.  Entries are never deleted.
      *****************************************************************
       01  REVERSAL-REGISTER-RECORD.
           05  RR-ORIG-REFERENCE       pic x(16).
           05  RR-REVERSAL-REFERENCE   pic x(16).
           05  RR-CUST-ID              pic x(10).
           05  RR-REVERSAL-DATE        pic 9(8).
           05  RR-ORIG-DESC            pic x(14).
           05  RR-AMOUNT               pic S9(9)v99.
