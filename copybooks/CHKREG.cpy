      ******************************************************************
      * CHKREG.cpy
      * Check register - one entry per check ever printed, appended
      * by CheckIssue for SalaryCalc's paychecks and AchReturns'
      * re-issues.  CHKREG-STATUS starts 'O' (outstanding); CheckMaint
      * moves it to 'P' when the bank reports the check paid, 'V'
      * when it is voided and 'S' when it is stale-dated, stamping
      * CHKREG-STATUS-DATE.  An entry is never deleted, so the
      * register is also the record of every number the stock has
      * used.
      ******************************************************************
       01  CHECK-REGISTER-RECORD.
           05  CHKREG-CHECK-NUMBER      PIC 9(8).
           05  CHKREG-ISSUE-DATE        PIC 9(8).
           05  CHKREG-PAYEE-NUMBER      PIC 9(6).
           05  CHKREG-PAYEE-NAME        PIC X(20).
           05  CHKREG-AMOUNT            PIC 9(7)V99.
           05  CHKREG-SOURCE            PIC X(15).
           05  CHKREG-STATUS            PIC X.
               88  CHKREG-OUTSTANDING   VALUE 'O'.
               88  CHKREG-PAID          VALUE 'P'.
               88  CHKREG-VOIDED        VALUE 'V'.
               88  CHKREG-STALE         VALUE 'S'.
           05  CHKREG-STATUS-DATE       PIC 9(8).
