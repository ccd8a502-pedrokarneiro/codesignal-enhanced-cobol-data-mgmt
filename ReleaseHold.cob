      *                  NEXT GroupCalcDemo RUN.  THE RUN ENDS WITH A
      *                  PENDING-ITEMS REPORT OF EVERYTHING STILL
      *                  HELD, SO REVIEWS DO NOT SILENTLY PILE UP.
      * 2026-10-15  DLH  A HELD GCTRAN LOAN PAYMENT ('L') MATCHES AND
      *                  PRINTS LIKE A HELD TRANSFER - ON ITS PAYMENT
      *                  ACCOUNT, LOAN NUMBER AND TRANSFER AMOUNT.
      * 2026-10-15  DLH  A HELD GCTRAN EXTERNAL PAYMENT ('X') MATCHES
      *                  AND PRINTS LIKE A HELD TRANSFER WITH A ZERO
      *                  TO-ACCOUNT; THE HELD-ITEM IMAGE IS WIDENED TO
      *                  THE LONGER GCTRAN RECORD.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-P-STATUS      PIC X.
               10  WS-P-RELEASE-OP  PIC X(8).
               10  WS-P-RUNS-HELD   PIC 9(3).
               10  WS-P-TRAN-IMAGE  PIC X(66).

      *----------------------------------------------------------------
      * The held transaction is unpacked through the shared GCTRAN
               IF WS-P-STATUS (WS-PEND-IDX) = 'H'
                   MOVE WS-P-TRAN-IMAGE (WS-PEND-IDX)
                       TO GCTRAN-RECORD
                   IF GCTRAN-IS-TRANSFER OR GCTRAN-IS-LOAN-PAYMENT
                      OR GCTRAN-IS-EXTERNAL-PAYMENT
                       IF GCTRAN-FROM-ACCOUNT = GCRELSE-FROM-ACCOUNT
                          AND GCTRAN-TO-ACCOUNT = GCRELSE-TO-ACCOUNT
                          AND GCTRAN-TRANSFER-AMOUNT = GCRELSE-AMOUNT
                       TO GCTRAN-RECORD
                   MOVE GCTRAN-FROM-ACCOUNT TO WS-DP-FROM
                   MOVE GCTRAN-TO-ACCOUNT   TO WS-DP-TO
                   IF GCTRAN-IS-TRANSFER OR GCTRAN-IS-LOAN-PAYMENT
                      OR GCTRAN-IS-EXTERNAL-PAYMENT
                       MOVE GCTRAN-TRANSFER-AMOUNT TO WS-DP-AMOUNT
                   ELSE
                       MOVE GCTRAN-DEPOSIT TO WS-DP-AMOUNT
