       IDENTIFICATION DIVISION.
       PROGRAM-ID. HoldCheck.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - SHARED SUBPROGRAM CALLED BY
      *                  EVERY PROGRAM THAT DEBITS ACCTMAST BEFORE THE
      *                  DEBIT IS POSTED.  TOTALS THE LEGLHOLD HOLDS IN
      *                  FORCE AGAINST THE ACCOUNT ON THE BUSINESS
      *                  DATE AND SAYS WHETHER ANY OF THEM FREEZES THE
      *                  ACCOUNT OUTRIGHT, SO A LEVY, COURT ORDER OR
      *                  FRAUD FREEZE CAN STOP MONEY LEAVING AN
      *                  ACCOUNT WITHOUT CLOSING IT.  LIKE SignOnCheck
      *                  IT OPENS AND CLOSES ITS FILE ON EVERY CALL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGLHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-HOLD-FILE.
       COPY LEGLHOLD.

       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS            PIC X(2).
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       LINKAGE SECTION.

       01  HOLD-CHECK-PARMS.
           COPY HOLDCHK.

       PROCEDURE DIVISION USING HOLD-CHECK-PARMS.
       0000-MAINLINE.
           MOVE 0   TO HOLDCHK-HELD-AMOUNT
           MOVE 0   TO HOLDCHK-HOLD-COUNT
           MOVE 'N' TO HOLDCHK-FREEZE-FLAG
           MOVE 'N' TO WS-EOF-SWITCH

           OPEN INPUT LEGAL-HOLD-FILE
           IF WS-HOLD-STATUS NOT = "35"
               PERFORM 1000-POSITION-ON-ACCOUNT
               PERFORM UNTIL WS-END-OF-FILE
                   PERFORM 2000-TOTAL-HOLD
                   PERFORM 1100-READ-NEXT-HOLD
               END-PERFORM
               CLOSE LEGAL-HOLD-FILE
           END-IF
           GOBACK.

      *----------------------------------------------------------------
      * 1000-POSITION-ON-ACCOUNT - start at the account's lowest hold
      * sequence and read its first hold.  A status of "35" above
      * means no hold has ever been placed; here an invalid key means
      * none has been placed on this account.
      *----------------------------------------------------------------
       1000-POSITION-ON-ACCOUNT.
           MOVE HOLDCHK-ACCOUNT-NUMBER TO HOLD-ACCOUNT-NUMBER
           MOVE 0 TO HOLD-SEQUENCE
           START LEGAL-HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 1100-READ-NEXT-HOLD
           END-IF.

      *----------------------------------------------------------------
      * 1100-READ-NEXT-HOLD - the first hold belonging to another
      * account ends the account's holds.
      *----------------------------------------------------------------
       1100-READ-NEXT-HOLD.
           READ LEGAL-HOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF HOLD-ACCOUNT-NUMBER NOT = HOLDCHK-ACCOUNT-NUMBER
                       MOVE 'Y' TO WS-EOF-SWITCH
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * 2000-TOTAL-HOLD - count a hold that is active, already placed
      * and not yet expired as of the caller's date.  A released
      * hold, or one past its expiry the nightly sweep has not yet
      * marked, no longer holds anything back.
      *----------------------------------------------------------------
       2000-TOTAL-HOLD.
           IF HOLD-IS-ACTIVE
                  AND HOLD-PLACED-DATE <= HOLDCHK-AS-OF-DATE
                  AND (HOLD-EXPIRY-DATE = 0
                       OR HOLD-EXPIRY-DATE > HOLDCHK-AS-OF-DATE)
               ADD 1 TO HOLDCHK-HOLD-COUNT
               IF HOLD-IS-FREEZE
                   MOVE 'Y' TO HOLDCHK-FREEZE-FLAG
               ELSE
                   ADD HOLD-AMOUNT TO HOLDCHK-HELD-AMOUNT
               END-IF
           END-IF.
