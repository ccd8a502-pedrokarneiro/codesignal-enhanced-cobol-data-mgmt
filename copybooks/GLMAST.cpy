      ******************************************************************
      * GLMAST.cpy
      * General ledger master record.  One entry per ledger account,
      * keyed by GLMAST-ACCOUNT-CODE - the same account numbers the
      * COAMAP chart of accounts maps GLEXTR lines to.  Accounting
      * keeps the file; LedgerPost applies each verified GLEXTR batch
      * to it and rewrites it in full, the way EMPYTD is carried.
      * Balances are signed debit-positive, as GLEXTR amounts are: an
      * asset or expense normally carries a positive balance, a
      * liability, equity or income account a negative one.
      * GLMAST-OPENING-BALANCE is the balance at the start of the open
      * period GLMAST-PERIOD (YYYYMM); GLMAST-PERIOD-ACTIVITY is the
      * net of everything posted in it.  The month-end close rolls
      * the activity into the opening balance and opens the next
      * period.  Equity ('Q') is carried alongside the four posting
      * types so the balance sheet has somewhere to show capital.
      ******************************************************************
       01  GL-MASTER-RECORD.
           05  GLMAST-ACCOUNT-CODE      PIC X(10).
           05  GLMAST-ACCOUNT-NAME      PIC X(30).
           05  GLMAST-ACCOUNT-TYPE      PIC X.
               88  GLMAST-ASSET         VALUE 'A'.
               88  GLMAST-LIABILITY     VALUE 'L'.
               88  GLMAST-EQUITY        VALUE 'Q'.
               88  GLMAST-INCOME        VALUE 'I'.
               88  GLMAST-EXPENSE       VALUE 'E'.
               88  GLMAST-VALID-TYPE    VALUE 'A' 'L' 'Q' 'I' 'E'.
           05  GLMAST-PERIOD            PIC 9(6).
           05  GLMAST-OPENING-BALANCE   PIC S9(9)V99.
           05  GLMAST-PERIOD-ACTIVITY   PIC S9(9)V99.
           05  GLMAST-LAST-POSTED-DATE  PIC 9(8).
