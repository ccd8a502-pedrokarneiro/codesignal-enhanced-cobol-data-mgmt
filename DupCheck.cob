      *                  LOAD LOOP HAD NO BOUND, AND A REGISTER THAT
      *                  ONLY EVER GREW WAS GUARANTEED TO WALK PAST
      *                  ENTRY 2000 INTO THE NEIGHBOURING STORAGE.
      * 2026-10-15  DLH  A GCTRAN LOAN PAYMENT ('L') IS FINGERPRINTED
      *                  LIKE A TRANSFER - ON ITS PAYMENT ACCOUNT AND
      *                  TRANSFER AMOUNT - INSTEAD OF FALLING INTO THE
      *                  DEPOSIT BRANCH WITH A ZERO AMOUNT.
      * 2026-10-15  DLH  A GCTRAN EXTERNAL PAYMENT ('X') IS ALSO
      *                  FINGERPRINTED ON ITS PAYING ACCOUNT AND
      *                  TRANSFER AMOUNT, AND THE WHOLE OF THE LONGER
      *                  GCTRAN RECORD IS UNPACKED.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               MOVE CUSTTRAN-TYPE           TO WS-FP-TYPE
               MOVE CUSTTRAN-AMOUNT         TO WS-FP-AMOUNT
           ELSE
               MOVE WS-T-RECORD (WS-TRAN-COUNT) (1:66)
                   TO GCTRAN-RECORD
               MOVE GCTRAN-TYPE TO WS-FP-TYPE
               IF GCTRAN-IS-TRANSFER OR GCTRAN-IS-LOAN-PAYMENT
                  OR GCTRAN-IS-EXTERNAL-PAYMENT
                   MOVE GCTRAN-FROM-ACCOUNT   TO WS-FP-ACCOUNT
                   MOVE GCTRAN-TRANSFER-AMOUNT TO WS-FP-AMOUNT
               ELSE
               MOVE CUSTTRAN-TYPE           TO WS-FP-TYPE
               MOVE CUSTTRAN-AMOUNT         TO WS-FP-AMOUNT
           ELSE
               MOVE WS-T-RECORD (WS-TRAN-IDX) (1:66)
                   TO GCTRAN-RECORD
               MOVE GCTRAN-TYPE TO WS-FP-TYPE
               IF GCTRAN-IS-TRANSFER OR GCTRAN-IS-LOAN-PAYMENT
                  OR GCTRAN-IS-EXTERNAL-PAYMENT
                   MOVE GCTRAN-FROM-ACCOUNT   TO WS-FP-ACCOUNT
                   MOVE GCTRAN-TRANSFER-AMOUNT TO WS-FP-AMOUNT
               ELSE
