      *                  CASH-RECEIVED REGISTER THE DESK BALANCES
      *                  THEIR DRAWER AGAINST.  REJECTS GO TO THE
      *                  SHARED EXCEPTION REPORT.
      * 2026-10-15  DLH  ADDED THE AGENCY RECOVERY ('R') ADJUSTMENT
      *                  CollectionsReferral WRITES FROM THE
      *                  COLLECTIONS AGENCY'S RECOVERY FILE.  IT POSTS
      *                  AND AUDITS LIKE A PAYMENT BUT IS TOTALLED ON
      *                  ITS OWN FOOTER LINE, NOT INTO THE DRAWER CASH.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-REJECTED-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-CASH-RECEIVED          PIC S9(7)V99 VALUE 0.
       01  WS-WAIVED-TOTAL           PIC S9(7)V99 VALUE 0.
       01  WS-RECOVERY-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-RECOVERED-TOTAL        PIC S9(7)V99 VALUE 0.

      *----------------------------------------------------------------
      * WS-PATRON-TABLE / WS-FINE-TABLE - the roster for validation,
           05  WS-F-WAIVED      PIC ZZZ,ZZ9.99.
           05  FILLER           PIC X(14) VALUE SPACES.

       01  WS-RECOVERY-FOOTER.
           05  FILLER PIC X(19) VALUE "AGENCY RECOVERIES: ".
           05  WS-F-RECOVERIES  PIC ZZZ9.
           05  FILLER PIC X(13) VALUE "  RECOVERED: ".
           05  WS-F-RECOVERED   PIC ZZZ,ZZ9.99.
           05  FILLER           PIC X(44) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
           EVALUATE TRUE
               WHEN NOT FINETRAN-IS-PAYMENT
                      AND NOT FINETRAN-IS-WAIVER
                      AND NOT FINETRAN-IS-RECOVERY
                   MOVE "*** REJECTED - UNKNOWN ADJUSTMENT TYPE ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
      *----------------------------------------------------------------
      * 2500-APPLY-ADJUSTMENT - the balance comes down, the audit
      * entry captures before and after, and a payment counts into
      * the drawer cash.  An agency recovery never passed through the
      * drawer and is totalled on its own.
      *----------------------------------------------------------------
       2500-APPLY-ADJUSTMENT.
           MOVE "FinePayments"     TO FAUD-PROGRAM-ID

           MOVE WS-F-BALANCE (WS-FINE-FOUND-IDX)
               TO WS-D-NEW-BALANCE
           EVALUATE TRUE
               WHEN FINETRAN-IS-PAYMENT
                   MOVE "PAYMENT POSTED" TO WS-D-RESULT
                   ADD FINETRAN-AMOUNT TO WS-CASH-RECEIVED
                   ADD 1 TO WS-PAYMENT-COUNT
               WHEN FINETRAN-IS-RECOVERY
                   MOVE "AGENCY RECOVERY POSTED" TO WS-D-RESULT
                   ADD FINETRAN-AMOUNT TO WS-RECOVERED-TOTAL
                   ADD 1 TO WS-RECOVERY-COUNT
               WHEN OTHER
                   MOVE "WAIVER POSTED" TO WS-D-RESULT
                   ADD FINETRAN-AMOUNT TO WS-WAIVED-TOTAL
                   ADD 1 TO WS-WAIVER-COUNT
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2900-LOG-REJECT
           MOVE WS-WAIVER-COUNT  TO WS-F-WAIVERS
           MOVE WS-WAIVED-TOTAL  TO WS-F-WAIVED
           WRITE CASH-REGISTER-LINE FROM WS-REPORT-FOOTER
           MOVE WS-RECOVERY-COUNT  TO WS-F-RECOVERIES
           MOVE WS-RECOVERED-TOTAL TO WS-F-RECOVERED
           WRITE CASH-REGISTER-LINE FROM WS-RECOVERY-FOOTER
           CLOSE CASH-REGISTER-FILE
           CLOSE FINE-AUDIT-FILE
           CLOSE EXCEPTION-REPORT-FILE
           DISPLAY "PAYMENTS: " WS-PAYMENT-COUNT
                   "  WAIVERS: " WS-WAIVER-COUNT
                   "  RECOVERIES: " WS-RECOVERY-COUNT
                   "  REJECTED: " WS-REJECTED-COUNT.
