      *****************************************************************
      *  GLFEED.cpy
      *  The general ledger's journal interface records, as GLFeed
      *  writes them and GLReconcile proves them: a header carrying
      *  the business date and our source-system name, one "D"
      *  record per journal line - each entry a debit line and a
      *  credit line of the same amount under the same entry number,
      *  naming the movement type it summarises and how many
      *  movements went into it - and a trailer with the line count
      *  and the debit and credit totals, which must agree.  Amounts
      *  are unsigned; the side is carried in GD-DR-CR.
      *****************************************************************
       01  GL-FEED-HEADER-RECORD.
           05  GH-REC-TYPE             pic x(1).
           05  GH-FEED-DATE            pic 9(8).
           05  GH-SOURCE-SYSTEM        pic x(8).
       01  GL-FEED-DETAIL-RECORD.
           05  GD-REC-TYPE             pic x(1).
           05  GD-ENTRY-NO             pic 9(5).
           05  GD-POSTING-DATE         pic 9(8).
           05  GD-GL-ACCOUNT           pic x(10).
           05  GD-DR-CR                pic x(1).
               88  GD-DEBIT            value "D".
               88  GD-CREDIT           value "C".
           05  GD-AMOUNT               pic 9(11)v99.
           05  GD-CURRENCY-CODE        pic x(3).
           05  GD-MOVEMENT-TYPE        pic x(14).
           05  GD-MOVEMENT-COUNT       pic 9(7).
       01  GL-FEED-TRAILER-RECORD.
           05  GT-REC-TYPE             pic x(1).
           05  GT-RECORD-COUNT         pic 9(7).
           05  GT-DEBIT-TOTAL          pic 9(13)v99.
           05  GT-CREDIT-TOTAL         pic 9(13)v99.
