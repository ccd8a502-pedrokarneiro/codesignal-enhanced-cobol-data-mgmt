      ******************************************************************
      * SHOWEXP.cpy
      * Show expense record - one entry per cost charged against a
      * TOURSCHD show (production, security, marketing, catering),
      * keyed by band name and event date.  ShowSettlement deducts
      * a show's expenses from its gross ticket revenue before the
      * SHOWDEAL percentages are applied, and lists each one on the
      * settlement statement.
      ******************************************************************
       01  SHOW-EXPENSE-RECORD.
           05  SHEX-BAND-NAME        PIC X(20).
           05  SHEX-EVENT-DATE       PIC 9(8).
           05  SHEX-CATEGORY         PIC X(10).
           05  SHEX-DESCRIPTION      PIC X(20).
           05  SHEX-AMOUNT           PIC 9(7)V99.
