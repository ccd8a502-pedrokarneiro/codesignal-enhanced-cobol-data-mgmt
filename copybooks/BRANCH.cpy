      ******************************************************************
      * BRANCH.cpy
      * Branch reference table record - one entry per branch the bank
      * books accounts at.  BRANCH-CODE is the code carried on every
      * ACCTMAST and CUSTADDR entry; AccountMaint will only open an
      * account at, or transfer one to, a branch on this table with
      * BRANCH-STATUS 'O'.  A branch that has closed keeps its entry
      * with status 'C' so the accounts still booked there report
      * under its name until they are transferred out.
      ******************************************************************
       01  BRANCH-RECORD.
           05  BRANCH-CODE              PIC X(3).
           05  BRANCH-NAME              PIC X(20).
           05  BRANCH-STATUS            PIC X.
               88  BRANCH-OPEN          VALUE 'O'.
               88  BRANCH-CLOSED        VALUE 'C'.
