      ******************************************************************
      * HOLDCHK.cpy
      * Hold-check parameter record passed to the shared HoldCheck
      * subprogram.  The caller supplies the account about to be
      * debited and the business date; HoldCheck hands back the total
      * amount held against that account by holds in force on that
      * date, whether any of them is a full freeze, and how many
      * holds are in force.  A debit that would take the balance
      * below HOLDCHK-HELD-AMOUNT, or any debit at all against a
      * frozen account, is refused by the caller.
      * COPY this into a caller-named 01 level, e.g.
      *     01  HOLD-CHECK-PARMS.
      *         COPY HOLDCHK.
      ******************************************************************
           05  HOLDCHK-ACCOUNT-NUMBER   PIC 9(10).
           05  HOLDCHK-AS-OF-DATE       PIC 9(8).
           05  HOLDCHK-HELD-AMOUNT      PIC S9(7)V99.
           05  HOLDCHK-HOLD-COUNT       PIC 9(3).
           05  HOLDCHK-FREEZE-FLAG      PIC X.
               88  HOLDCHK-ACCOUNT-FROZEN  VALUE 'Y'.
               88  HOLDCHK-NOT-FROZEN      VALUE 'N'.
