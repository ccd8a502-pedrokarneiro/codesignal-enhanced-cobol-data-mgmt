      ******************************************************************
      * SCRNDISP.cpy
      * Screening disposition request read by ScreenReview - one entry
      * per compliance decision on a possible watch-list hit.
      * SDISP-WATCH-ENTRY-ID names the list entry decided on; spaces
      * apply the decision to every hit pending on the account.
      * SDISP-REVIEWER-ID is the compliance reviewer - validated
      * through SignOnCheck and required to differ from the operator
      * signed on for the run, the same dual control ReleaseHold puts
      * on a held transaction.
      ******************************************************************
       01  SCREEN-DISPOSITION-RECORD.
           05  SDISP-ACCOUNT-NUMBER      PIC 9(10).
           05  SDISP-WATCH-ENTRY-ID      PIC X(10).
           05  SDISP-DISPOSITION         PIC X.
               88  SDISP-CLEAR           VALUE 'C'.
               88  SDISP-CONFIRM         VALUE 'F'.
           05  SDISP-REVIEWER-ID         PIC X(8).
