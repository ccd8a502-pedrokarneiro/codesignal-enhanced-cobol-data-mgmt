      *                  STORAGE WAS LOST FOR GOOD IF THE RUN ABENDED
      *                  AFTER ITS CHECKPOINT, SINCE THE RESTART
      *                  SKIPPED THE TRANSACTION AS ALREADY POSTED.
      * 2026-10-15  DLH  ADDED A LOAN-PAYMENT TRANSACTION TYPE - GCTRAN-
      *                  TYPE 'L' DEBITS GCTRAN-FROM-ACCOUNT ON ACCTMAST
      *                  AND APPLIES THE PAYMENT TO THE LOANMAST LOAN
      *                  NAMED IN GCTRAN-TO-ACCOUNT, THE SAME KEYED
      *                  READ/EDIT/REWRITE SHAPE AS 3300-POST-TRANSFER.
      *                  THE PAYMENT PAYS SIMPLE INTEREST ACCRUED SINCE
      *                  THE LAST PAYMENT FIRST AND THE REST AGAINST
      *                  PRINCIPAL; THE SPLIT IS APPENDED TO THE NEW
      *                  LOANPAY HISTORY FILE.  REJECTS GO TO SUSPENSE
      *                  AND THE EXCEPTION REPORT LIKE A TRANSFER, AND
      *                  A PAYMENT AT OR ABOVE THE LARGE-TRANSACTION
      *                  THRESHOLD IS HELD FOR APPROVAL THE SAME WAY.
      * 2026-10-15  DLH  A TRANSFER OR LOAN PAYMENT IS NOW REJECTED
      *                  WHEN THE FROM-ACCOUNT IS FROZEN, OR WHEN THE
      *                  DEBIT WOULD TAKE ITS BALANCE BELOW THE AMOUNT
      *                  HELD BY LEGAL HOLDS ON THE NEW LEGLHOLD FILE,
      *                  AS TOTALLED BY THE SHARED HoldCheck
      *                  SUBPROGRAM.  THE REJECT GOES TO SUSPENSE, SO
      *                  THE ITEM RETRIES ONCE THE HOLD IS RELEASED.
      * 2026-10-15  DLH  ADDED AN EXTERNAL-PAYMENT TRANSACTION TYPE -
      *                  GCTRAN-TYPE 'X' DEBITS GCTRAN-FROM-ACCOUNT FOR
      *                  A PAYMENT TO AN ACCOUNT AT ANOTHER BANK NAMED
      *                  BY GCTRAN-EXT-ROUTING-NUMBER AND GCTRAN-EXT-
      *                  ACCOUNT.  THE SAME EDITS AS A TRANSFER'S DEBIT
      *                  LEG APPLY, PLUS A ROUTING-NUMBER CHECK-DIGIT
      *                  TEST; THE POSTED PAYMENT IS LOGGED TO BALHIST
      *                  AND BALAUDIT (TYPE 'A') AND QUEUED ON THE NEW
      *                  ACHOUT FILE FOR AchOriginate TO SEND.  GCTRAN,
      *                  AND THE GCSUSP AND GCPEND IMAGES OF IT, ARE
      *                  WIDENED TO CARRY THE EXTERNAL ACCOUNT.
      * 2026-10-15  DLH  A REJECT WRITTEN TO GCSUSP NOW CARRIES ITS
      *                  REJECT REASON, SO THE NIGHTLY AlertExtract
      *                  CAN PICK OUT THE TRANSFERS BOUNCED FOR
      *                  INSUFFICIENT FUNDS.
      * 2026-10-15  DLH  AN ACQUIRED BANK'S OLD ACCOUNT NUMBER IN
      *                  GCTRAN-FROM-ACCOUNT (OR IN GCTRAN-TO-ACCOUNT ON
      *                  A TRANSFER) IS NOW TRANSLATED TO ITS NEW
      *                  NUMBER THROUGH XrefLookup BEFORE POSTING, UNTIL
      *                  ITS TRANSITION END DATE.  A RETIRED OLD NUMBER
      *                  IS LEFT AS IT IS, SO THE ITEM REJECTS AS NOT ON
      *                  FILE, AND IS LOGGED TO EXCPRPT.
      * 2026-10-15  DLH  WRITES ITS EODCTL ENTRY AS A RUN TOTAL UNDER
      *                  THE NEW RECORD TYPE.  ITS FIGURE IS A HASH OF
      *                  THE BATCH AS SUBMITTED, SO IT HAS NO BRANCH
      *                  SUBTOTALS.
      * 2026-10-15  DLH  CHECKS IN WITH THE SHARED PostingRegister
      *                  BEFORE THE RUN AND REGISTERS THE BUSINESS DATE
      *                  WHEN IT FINISHES.  A RERUN FOR A DATE ALREADY
      *                  POSTED ENDS RC 8 UNLESS A RERUNREQ ENTRY ASKS
      *                  FOR REPLACE MODE, WHICH FIRST CLEARS THIS
      *                  PROGRAM'S BALHIST, BALAUDIT, EODCTL AND EODSUM
      *                  ENTRIES FOR THE DATE.  A REPLACE REPOSTS THE
      *                  WHOLE GCTRAN BATCH, SO IT IGNORES ANY
      *                  CHECKPOINT LEFT BY THE FAILED RUN.
      * 2026-10-15  DLH  A REPLACE RERUN NOW ALSO CLEARS THE FAILED
      *                  RUN'S LOANPAY AND ACHOUT ENTRIES FOR THE DATE,
      *                  SO ITS LOAN PAYMENTS ARE NOT LOGGED TWICE AND
      *                  ITS EXTERNAL PAYMENTS ARE NOT QUEUED TO
      *                  AchOriginate TWICE.  BEFORE ANY TRANSACTION
      *                  POSTS, THE WHOLE LOAN MASTER IS NOW COPIED TO
      *                  THE LOANMBAK BACKUP GENERATION AND THE COPY
      *                  PROVEN - RECORD COUNT AND PRINCIPAL HASH - THE
      *                  SAME AS AccountMaint's ACCTMBAK, SO A FAILED
      *                  RUN'S LOAN PAYMENTS CAN BE UNWOUND BEFORE THE
      *                  RERUN.  THE LOAN MASTER OPENS DYNAMIC SO THE
      *                  BACKUP PASS CAN READ IT SEQUENTIALLY.
      * 2026-10-15  DLH  THE EODCTL RUN TOTAL IS NOW FOLLOWED BY ONE
      *                  'B' SUBTOTAL PER BRANCH.  EACH BATCH RECORD IS
      *                  COUNTED UNDER ITS FROM-ACCOUNT'S BRANCH WITH
      *                  ITS TRANSFER OR PAYMENT AMOUNT AS SUBMITTED;
      *                  DEPOSITS AND ACCOUNTS NOT ON FILE COUNT UNDER
      *                  A BLANK BRANCH, WHICH ALSO CARRIES THE DEPOSIT
      *                  HASH.  THE RUN TOTAL'S CTL-TOTAL-BALANCE, ZERO
      *                  UNTIL NOW, CARRIES THE SUBMITTED AMOUNTS SO THE
      *                  BRANCH ENTRIES ADD BACK TO IT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS ACCTM-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT LOAN-BACKUP-FILE ASSIGN TO "LOANMBAK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-PAYMENT-FILE ASSIGN TO "LOANPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANPAY-STATUS.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT ACH-OUTBOUND-FILE ASSIGN TO "ACHOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHOUT-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "GCSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMAST.

       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  LOAN-BACKUP-FILE.
       01  LOAN-BACKUP-RECORD           PIC X(93).

       FD  LOAN-PAYMENT-FILE.
       COPY LOANPAY.

       FD  BALANCE-HISTORY-FILE.
       COPY BALHIST.

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       FD  ACH-OUTBOUND-FILE.
       COPY ACHOUT.

       FD  SUSPENSE-FILE.
       COPY GCSUSP.

       01  WS-MASTER-STATUS          PIC X(2).
       01  WS-SUSPENSE-STATUS        PIC X(2).
       01  WS-PENDING-STATUS         PIC X(2).
       01  WS-LOAN-STATUS            PIC X(2).
       01  WS-LOANPAY-STATUS         PIC X(2).
       01  WS-ACHOUT-STATUS          PIC X(2).

       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.
       01  WS-RECORDS-POSTED         PIC 9(4) COMP VALUE 0.
       01  WS-SKIP-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-HASH-TOTAL             PIC S9(9) VALUE 0.
       01  WS-SUBMITTED-AMOUNT       PIC S9(9)V99 VALUE 0.

      *----------------------------------------------------------------
      * Branch subtotals for EODCTL - every batch record counted in
      * the run total is counted again under the branch of its
      * from-account, with its transfer or payment amount as
      * submitted.  A deposit carries no account of its own, and a
      * from-account not on file has no branch; both count under a
      * blank (unassigned) branch, which also carries the deposit
      * hash, so the branch entries add back to the run total.
      *----------------------------------------------------------------
       01  WS-BRANCH-TOTAL-COUNT     PIC 9(3) COMP VALUE 0.
       01  WS-BRTOT-FOUND-SWITCH     PIC X VALUE 'N'.
           88  WS-BRTOT-FOUND        VALUE 'Y'.
       01  WS-BRANCH-KEY             PIC X(3).
       01  WS-BRANCH-AMOUNT          PIC S9(7)V99.
       01  WS-BRANCH-TOTALS.
           COPY BRTOTAL.
       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.
       01  POSTING-REGISTER-PARMS.
           COPY POSTREGP.

       01  Account.
           05  Account-Balance PIC S9(6) VALUE 0.
       01  WS-TO-STATUS              PIC X VALUE SPACE.

       01  WS-TRANSFER-REJECT-REASON PIC X(40).

       01  HOLD-CHECK-PARMS.
           COPY HOLDCHK.

       01  XREF-LOOKUP-PARMS.
           COPY XREFLKP.
       01  WS-XREF-TRANSLATED-COUNT  PIC 9(4) COMP VALUE 0.
       01  WS-TRANSFERS-POSTED       PIC 9(4) COMP VALUE 0.

      *----------------------------------------------------------------
      * Loan-payment work fields - the payment pays the simple
      * interest accrued on the principal balance since the loan's
      * last payment (or its booking, for the first payment) at
      * LOAN-ANNUAL-RATE over 365, then the remainder against
      * principal.  A payment larger than the payoff is cut back to
      * the payoff, so the account is only debited what the loan
      * actually owed.  Each full scheduled installment the payment
      * covers moves the next due date one month forward.
      *----------------------------------------------------------------
       01  WS-LOAN-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-LOAN-FOUND         VALUE 'Y'.
       01  WS-LOAN-PAYMENTS-POSTED   PIC 9(4) COMP VALUE 0.
       01  WS-LOAN-INTEREST-DUE      PIC S9(7)V99 VALUE 0.
       01  WS-LOAN-APPLIED           PIC S9(7)V99 VALUE 0.
       01  WS-LOAN-INTEREST-PART     PIC S9(7)V99 VALUE 0.
       01  WS-LOAN-PRINCIPAL-PART    PIC S9(7)V99 VALUE 0.
       01  WS-LOAN-PAYOFF            PIC S9(7)V99 VALUE 0.
       01  WS-LOAN-INSTALLMENTS      PIC 9(3) COMP VALUE 0.
       01  WS-LOAN-ADVANCE-IDX       PIC 9(3) COMP VALUE 0.
       01  WS-LOAN-DAYS              PIC S9(5) COMP VALUE 0.

      *----------------------------------------------------------------
      * Loan master backup - the whole master is copied to the new
      * LOANMBAK generation before any payment is applied, and the
      * copy is read back and proven on record count and principal
      * hash, the same as AccountMaint's ACCTMBAK.
      *----------------------------------------------------------------
       01  WS-LOAN-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-LOAN-END-OF-FILE   VALUE 'Y'.
       01  WS-LBAK-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-LBAK-END-OF-FILE   VALUE 'Y'.
       01  WS-LOAN-BACKUP-COUNT      PIC 9(5) COMP VALUE 0.
       01  WS-LOAN-BACKUP-HASH       PIC S9(9)V99 VALUE 0.
       01  WS-LOAN-VERIFY-COUNT      PIC 9(5) COMP VALUE 0.
       01  WS-LOAN-VERIFY-HASH       PIC S9(9)V99 VALUE 0.

      *----------------------------------------------------------------
      * External-payment work fields - the receiving bank's routing
      * number is proved by its ABA check digit (weights 3, 7, 1
      * across the nine digits, total a multiple of ten) before the
      * customer is debited, and may not be our own routing number -
      * money to an account held here moves as a transfer.
      *----------------------------------------------------------------
       01  WS-ACH-PAYMENTS-POSTED    PIC 9(4) COMP VALUE 0.
       01  WS-ROUTING-WORK           PIC 9(9) VALUE 0.
       01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-WORK.
           05  WS-ROUTING-DIGIT      PIC 9 OCCURS 9 TIMES.
       01  WS-ROUTING-WEIGHTS-TABLE.
           05  FILLER PIC X(9) VALUE "371371371".
       01  WS-ROUTING-WEIGHTS REDEFINES WS-ROUTING-WEIGHTS-TABLE.
           05  WS-ROUTING-WEIGHT     PIC 9 OCCURS 9 TIMES.
       01  WS-ROUTING-IDX            PIC 9(2) COMP VALUE 0.
       01  WS-ROUTING-SUM            PIC 9(4) COMP VALUE 0.
       01  WS-ROUTING-QUOTIENT       PIC 9(4) COMP VALUE 0.
       01  WS-ROUTING-REMAINDER      PIC 9(2) COMP VALUE 0.
       01  WS-ROUTING-VALID-SWITCH   PIC X VALUE 'N'.
           88  WS-ROUTING-VALID      VALUE 'Y'.

       01  BANK-IDENTITY.
           COPY BANKID.

       01  WS-LOAN-DATE-WORK.
           05  WS-LD-YEAR            PIC 9(4).
           05  WS-LD-MONTH           PIC 9(2).
           05  WS-LD-DAY             PIC 9(2).
       01  WS-LOAN-DATE-NUM REDEFINES WS-LOAN-DATE-WORK
                                     PIC 9(8).
       01  WS-LOAN-MONTHS-TOTAL      PIC 9(6) COMP VALUE 0.
       01  WS-LOAN-NEW-YEAR          PIC 9(4) COMP VALUE 0.
       01  WS-LOAN-NEW-MONTH-ZERO    PIC 9(2) COMP VALUE 0.

      *----------------------------------------------------------------
      * Day-serial conversion work fields, for the days of interest
      * since the last loan payment - days since the year-zero
      * epoch, month lengths handled through the cumulative-days
      * table plus the leap-year rule.
      *----------------------------------------------------------------
       01  WS-SERIAL-DATE            PIC 9(8) VALUE 0.
       01  WS-SD-PARTS REDEFINES WS-SERIAL-DATE.
           05  WS-SD-YEAR            PIC 9(4).
           05  WS-SD-MONTH           PIC 9(2).
           05  WS-SD-DAY             PIC 9(2).
       01  WS-DAY-SERIAL             PIC 9(8) COMP VALUE 0.
       01  WS-SERIAL-ONE             PIC 9(8) COMP VALUE 0.
       01  WS-PRIOR-YEAR             PIC 9(4) COMP VALUE 0.
       01  WS-LEAP-DAYS-4            PIC 9(4) COMP VALUE 0.
       01  WS-LEAP-DAYS-100          PIC 9(4) COMP VALUE 0.
       01  WS-LEAP-DAYS-400          PIC 9(4) COMP VALUE 0.
       01  WS-LEAP-QUOTIENT          PIC 9(4) COMP VALUE 0.
       01  WS-LEAP-REMAINDER         PIC 9(4) COMP VALUE 0.
       01  WS-IS-LEAP-SWITCH         PIC X VALUE 'N'.
           88  WS-IS-LEAP-YEAR       VALUE 'Y'.
       01  WS-CUM-DAYS-TABLE.
           05  FILLER PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TABLE.
           05  WS-CUM-DAY-ENTRY OCCURS 12 TIMES PIC 9(3).

      *----------------------------------------------------------------
      * Suspense handling - WS-SUSP-IN-TABLE is last night's rejects,
      * posted ahead of the day's fresh transactions;
       01  WS-SUSP-IN-TABLE.
           05  WS-SI-ENTRY OCCURS 200 TIMES.
               10  WS-SI-RETRY-COUNT PIC 9(2).
               10  WS-SI-TRAN-IMAGE  PIC X(66).

       01  WS-SUSP-OUT-TABLE.
           05  WS-SO-ENTRY OCCURS 200 TIMES.
               10  WS-SO-RETRY-COUNT PIC 9(2).
               10  WS-SO-TRAN-IMAGE  PIC X(66).
               10  WS-SO-REJECT-REASON PIC X(40).

      *----------------------------------------------------------------
      * Pending-approval handling - WS-PEND-IN-TABLE is the GCPEND
               10  WS-PI-STATUS      PIC X.
               10  WS-PI-RELEASE-OP  PIC X(8).
               10  WS-PI-RUNS-HELD   PIC 9(3).
               10  WS-PI-TRAN-IMAGE  PIC X(66).

       01  WS-PEND-OUT-TABLE.
           05  WS-PO-ENTRY OCCURS 200 TIMES.
               10  WS-PO-STATUS      PIC X.
               10  WS-PO-RELEASE-OP  PIC X(8).
               10  WS-PO-RUNS-HELD   PIC 9(3).
               10  WS-PO-TRAN-IMAGE  PIC X(66).

      *----------------------------------------------------------------
      * WS-LARGE-TXN-THRESHOLD - deposits and transfers at or above
           END-IF
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."

           MOVE SPACES TO POSTING-REGISTER-PARMS
           MOVE "GroupCalcDemo" TO PREG-PROGRAM-ID
           MOVE "BALHIST"  TO PREG-APPEND-FILE (1)
           MOVE "BALAUDIT" TO PREG-APPEND-FILE (2)
           MOVE "EODCTL"   TO PREG-APPEND-FILE (3)
           MOVE "EODSUM"   TO PREG-APPEND-FILE (4)
           MOVE "LOANPAY"  TO PREG-APPEND-FILE (5)
           MOVE "ACHOUT"   TO PREG-APPEND-FILE (6)
           MOVE 'C' TO PREG-FUNCTION
           CALL "PostingRegister" USING POSTING-REGISTER-PARMS
           IF PREG-RUN-REFUSED
               MOVE 'E' TO RLOG-ACTION
               MOVE 0 TO RLOG-RECORDS-READ
               MOVE 0 TO RLOG-RECORDS-WRITTEN
               MOVE "RFSD" TO RLOG-FINAL-STATUS
               CALL "RunLog" USING RUN-LOG-PARMS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0900-OPEN-EXCEPTION-FILE
           PERFORM 0950-OPEN-ACCOUNT-MASTER
           PERFORM 0955-BACKUP-LOAN-MASTER
           PERFORM 0960-VERIFY-LOAN-BACKUP
           PERFORM 0970-LOAD-SUSPENSE-FILE
           PERFORM 0975-LOAD-PENDING-FILE
           PERFORM 2600-PROCESS-PENDING-ITEMS
           PERFORM 4300-REWRITE-SUSPENSE-FILE
           PERFORM 4400-REWRITE-PENDING-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE LOAN-PAYMENT-FILE
           CLOSE ACH-OUTBOUND-FILE
           CLOSE EXCEPTION-REPORT-FILE
           CLOSE BALANCE-HISTORY-FILE
           MOVE 'F' TO PREG-FUNCTION
           CALL "PostingRegister" USING POSTING-REGISTER-PARMS
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-RECORDS-POSTED TO RLOG-RECORDS-READ
           COMPUTE RLOG-RECORDS-WRITTEN =
               WS-TRANSFERS-POSTED + WS-LOAN-PAYMENTS-POSTED
                   + WS-ACH-PAYMENTS-POSTED
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS
           STOP RUN.
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF

           OPEN EXTEND LOAN-PAYMENT-FILE
           IF WS-LOANPAY-STATUS = "35"
               OPEN OUTPUT LOAN-PAYMENT-FILE
           END-IF

           OPEN EXTEND ACH-OUTBOUND-FILE
           IF WS-ACHOUT-STATUS = "35"
               OPEN OUTPUT ACH-OUTBOUND-FILE
           END-IF.

      *----------------------------------------------------------------
      * 0950-OPEN-ACCOUNT-MASTER - the keyed master stays open I-O
      * for the whole run; a transfer reads and rewrites each leg's
      * record in place.  The loan master is held open I-O the same
      * way for loan payments; a status of "35" means no loan has
      * been booked yet, and the first run creates it empty.
      *----------------------------------------------------------------
       0950-OPEN-ACCOUNT-MASTER.
           OPEN I-O ACCOUNT-MASTER-FILE

           OPEN I-O LOAN-MASTER-FILE
           IF WS-LOAN-STATUS = "35"
               OPEN OUTPUT LOAN-MASTER-FILE
               CLOSE LOAN-MASTER-FILE
               OPEN I-O LOAN-MASTER-FILE
           END-IF.

      *----------------------------------------------------------------
      * 0955-BACKUP-LOAN-MASTER - copy the whole loan master to the
      * new LOANMBAK generation, totaling what was read, before any
      * payment touches a loan.
      *----------------------------------------------------------------
       0955-BACKUP-LOAN-MASTER.
           OPEN OUTPUT LOAN-BACKUP-FILE
           MOVE LOW-VALUES TO LOAN-NUMBER
           START LOAN-MASTER-FILE
               KEY NOT < LOAN-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-LOAN-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-LOAN-END-OF-FILE
               READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LOAN-EOF-SWITCH
                   NOT AT END
                       MOVE LOAN-RECORD TO LOAN-BACKUP-RECORD
                       WRITE LOAN-BACKUP-RECORD
                       ADD 1 TO WS-LOAN-BACKUP-COUNT
                       ADD LOAN-PRINCIPAL-BALANCE
                           TO WS-LOAN-BACKUP-HASH
               END-READ
           END-PERFORM
           CLOSE LOAN-BACKUP-FILE.

      *----------------------------------------------------------------
      * 0960-VERIFY-LOAN-BACKUP - read the new generation back and
      * prove its record count and principal hash against what the
      * backup pass read; a mismatch ends the run RC 8 before a
      * single transaction posts, leaving both masters untouched and
      * the prior generation still good.
      *----------------------------------------------------------------
       0960-VERIFY-LOAN-BACKUP.
           OPEN INPUT LOAN-BACKUP-FILE
           PERFORM UNTIL WS-LBAK-END-OF-FILE
               READ LOAN-BACKUP-FILE
                   AT END
                       MOVE 'Y' TO WS-LBAK-EOF-SWITCH
                   NOT AT END
                       MOVE LOAN-BACKUP-RECORD TO LOAN-RECORD
                       ADD 1 TO WS-LOAN-VERIFY-COUNT
                       ADD LOAN-PRINCIPAL-BALANCE
                           TO WS-LOAN-VERIFY-HASH
               END-READ
           END-PERFORM
           CLOSE LOAN-BACKUP-FILE

           IF WS-LOAN-VERIFY-COUNT NOT = WS-LOAN-BACKUP-COUNT
              OR WS-LOAN-VERIFY-HASH NOT = WS-LOAN-BACKUP-HASH
               DISPLAY "*** LOAN BACKUP VERIFY FAILED - COUNT "
                       WS-LOAN-VERIFY-COUNT " VS "
                       WS-LOAN-BACKUP-COUNT
                       " - RUN STOPPED, MASTERS UNTOUCHED ***"
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE LOAN-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Loan backup generation verified: "
                   WS-LOAN-BACKUP-COUNT " records.".

      *----------------------------------------------------------------
      * 0970-LOAD-SUSPENSE-FILE - last night's rejects, if any.  A
           EVALUATE TRUE
               WHEN GCTRAN-IS-TRANSFER
                   PERFORM 3300-POST-TRANSFER
               WHEN GCTRAN-IS-LOAN-PAYMENT
                   PERFORM 3400-POST-LOAN-PAYMENT
               WHEN GCTRAN-IS-EXTERNAL-PAYMENT
                   PERFORM 3500-POST-EXTERNAL-PAYMENT
               WHEN OTHER
                   PERFORM 3200-POST-DEPOSIT
           END-EVALUATE
                           GCTRAN-TO-ACCOUNT
                   PERFORM 3300-POST-TRANSFER
               END-IF
               IF GCTRAN-IS-LOAN-PAYMENT
                   DISPLAY "Retrying suspended loan payment: "
                           GCTRAN-FROM-ACCOUNT " to loan "
                           GCTRAN-TO-ACCOUNT
                   PERFORM 3400-POST-LOAN-PAYMENT
               END-IF
               IF GCTRAN-IS-EXTERNAL-PAYMENT
                   DISPLAY "Retrying suspended ACH payment: "
                           GCTRAN-FROM-ACCOUNT " to routing "
                           GCTRAN-EXT-ROUTING-NUMBER
                   PERFORM 3500-POST-EXTERNAL-PAYMENT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CURRENT-RETRY-COUNT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - open the transaction file and recover the
      * restart count from the prior run's checkpoint, if any.  A
      * replace run has just cleared every posting the failed run
      * made, so it starts from the top whatever the checkpoint says.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT TRANSACTION-FILE
               READ CHECKPOINT-FILE INTO CHECKPOINT-RECORD
               MOVE CHKPT-RECORDS-POSTED TO WS-RESTART-COUNT
               CLOSE CHECKPOINT-FILE
               IF PREG-REPLACE-RUN
                   MOVE 0 TO WS-RESTART-COUNT
                   DISPLAY "REPLACE RUN - CHECKPOINT IGNORED, WHOLE "
                           "BATCH REPOSTED"
               ELSE
                   DISPLAY "RESTARTING AFTER RECORD " WS-RESTART-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------------
                   UNTIL WS-SKIP-COUNT > WS-RESTART-COUNT
                      OR WS-END-OF-FILE
               ADD GCTRAN-DEPOSIT TO WS-HASH-TOTAL
               PERFORM 3150-ADD-BRANCH-TOTAL
               PERFORM 2100-READ-TRANSACTION
           END-PERFORM
           MOVE WS-RESTART-COUNT TO WS-RECORDS-POSTED.
       3000-POST-TRANSACTIONS.
           MOVE WS-SUSP-OUT-COUNT TO WS-SUSP-COUNT-BEFORE
           MOVE WS-PEND-OUT-COUNT TO WS-PEND-COUNT-BEFORE
           IF NOT GCTRAN-IS-DEPOSIT
               PERFORM 3050-TRANSLATE-OLD-ACCOUNTS
           END-IF

           EVALUATE TRUE
               WHEN (GCTRAN-IS-TRANSFER OR GCTRAN-IS-LOAN-PAYMENT
                        OR GCTRAN-IS-EXTERNAL-PAYMENT)
                      AND GCTRAN-TRANSFER-AMOUNT
                          >= WS-LARGE-TXN-THRESHOLD
                   PERFORM 3270-DIVERT-LARGE-TXN
               WHEN GCTRAN-IS-TRANSFER
                   PERFORM 3300-POST-TRANSFER
               WHEN GCTRAN-IS-LOAN-PAYMENT
                   PERFORM 3400-POST-LOAN-PAYMENT
               WHEN GCTRAN-IS-EXTERNAL-PAYMENT
                   PERFORM 3500-POST-EXTERNAL-PAYMENT
               WHEN GCTRAN-DEPOSIT >= WS-LARGE-TXN-THRESHOLD
                   PERFORM 3270-DIVERT-LARGE-TXN
               WHEN OTHER

           ADD 1 TO WS-RECORDS-POSTED
           ADD GCTRAN-DEPOSIT TO WS-HASH-TOTAL
           PERFORM 3150-ADD-BRANCH-TOTAL
           PERFORM 3100-WRITE-CHECKPOINT

           PERFORM 2100-READ-TRANSACTION.

      *----------------------------------------------------------------
      * 3050-TRANSLATE-OLD-ACCOUNTS - a converted customer may still
      * quote the acquired bank's account number.  The from-account
      * of a transfer, loan payment or external payment, and the
      * to-account of a transfer (a loan payment's to-account is a
      * loan number), are swapped for the new number while the
      * transition period lasts; the translated record is what gets
      * posted, suspended or held.
      *----------------------------------------------------------------
       3050-TRANSLATE-OLD-ACCOUNTS.
           MOVE GCTRAN-FROM-ACCOUNT TO XREFLKP-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE         TO XREFLKP-AS-OF-DATE
           CALL "XrefLookup" USING XREF-LOOKUP-PARMS
           IF XREFLKP-TRANSLATED
               MOVE XREFLKP-NEW-ACCOUNT TO GCTRAN-FROM-ACCOUNT
               ADD 1 TO WS-XREF-TRANSLATED-COUNT
           END-IF
           IF XREFLKP-RETIRED
               PERFORM 3060-LOG-RETIRED-NUMBER
           END-IF

           IF GCTRAN-IS-TRANSFER
               MOVE GCTRAN-TO-ACCOUNT TO XREFLKP-ACCOUNT-NUMBER
               CALL "XrefLookup" USING XREF-LOOKUP-PARMS
               IF XREFLKP-TRANSLATED
                   MOVE XREFLKP-NEW-ACCOUNT TO GCTRAN-TO-ACCOUNT
                   ADD 1 TO WS-XREF-TRANSLATED-COUNT
               END-IF
               IF XREFLKP-RETIRED
                   PERFORM 3060-LOG-RETIRED-NUMBER
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3060-LOG-RETIRED-NUMBER
      *----------------------------------------------------------------
       3060-LOG-RETIRED-NUMBER.
           MOVE "GroupCalcDemo"        TO EXCP-PROGRAM-ID
           MOVE XREFLKP-ACCOUNT-NUMBER TO EXCP-KEY-VALUE
           MOVE "CONVXREF"             TO EXCP-FIELD-NAME
           MOVE "OLD ACCOUNT NUMBER RETIRED - NOT TRANSLATED"
               TO EXCP-REASON
           MOVE WS-RUN-DATE TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD.

      *----------------------------------------------------------------
      * 3200-POST-DEPOSIT - the original single-account posting logic.
      *----------------------------------------------------------------
      * GCTRAN-TO-ACCOUNT on the real account master in the same
      * posting, after confirming both account numbers are on file,
      * neither account is closed, and the from-account can cover the
      * transfer amount without dipping into funds under a legal
      * hold and is not frozen.  Each leg is
      * also appended to the shared balance-history file, the same way
      * every other balance-posting program logs a change.
      *----------------------------------------------------------------
                   MOVE ACCTM-STATUS          TO WS-TO-STATUS
           END-READ

           PERFORM 3310-CHECK-FROM-HOLDS

           EVALUATE TRUE
               WHEN WS-FROM-FOUND-SWITCH NOT = 'Y'
                   MOVE "*** REJECTED - FROM ACCOUNT NOT ON FILE ***"
                   MOVE "*** REJECTED - TO ACCOUNT IS CLOSED ***"
                       TO WS-TRANSFER-REJECT-REASON
                   PERFORM 3390-LOG-TRANSFER-REJECT
               WHEN HOLDCHK-ACCOUNT-FROZEN
                   MOVE "*** REJECTED - ACCOUNT IS FROZEN ***"
                       TO WS-TRANSFER-REJECT-REASON
                   PERFORM 3390-LOG-TRANSFER-REJECT
               WHEN GCTRAN-TRANSFER-AMOUNT > WS-FROM-BALANCE
                   MOVE "*** REJECTED - INSUFFICIENT FUNDS ***"
                       TO WS-TRANSFER-REJECT-REASON
                   PERFORM 3390-LOG-TRANSFER-REJECT
               WHEN HOLDCHK-HOLD-COUNT > 0
                    AND GCTRAN-TRANSFER-AMOUNT >
                        WS-FROM-BALANCE - HOLDCHK-HELD-AMOUNT
                   MOVE "*** REJECTED - FUNDS ON HOLD ***"
                       TO WS-TRANSFER-REJECT-REASON
                   PERFORM 3390-LOG-TRANSFER-REJECT
               WHEN OTHER
                   PERFORM 3320-REWRITE-TRANSFER-LEGS
                   PERFORM 3350-WRITE-TRANSFER-HISTORY
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * 3310-CHECK-FROM-HOLDS - the legal holds in force today on the
      * account being debited.  A frozen account takes no debit at
      * all; otherwise the debit may not dip into the amount held.
      * An account not on file simply comes back with no holds.
      *----------------------------------------------------------------
       3310-CHECK-FROM-HOLDS.
           MOVE GCTRAN-FROM-ACCOUNT TO HOLDCHK-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE         TO HOLDCHK-AS-OF-DATE
           CALL "HoldCheck" USING HOLD-CHECK-PARMS.

      *----------------------------------------------------------------
      * 3320-REWRITE-TRANSFER-LEGS - debit the from-account and
      * credit the to-account by key, rewriting each record in place.
                   WS-CURRENT-RETRY-COUNT + 1
               MOVE GCTRAN-RECORD
                   TO WS-SO-TRAN-IMAGE (WS-SUSP-OUT-COUNT)
               MOVE WS-TRANSFER-REJECT-REASON
                   TO WS-SO-REJECT-REASON (WS-SUSP-OUT-COUNT)
           ELSE
               MOVE "RETRY CUTOFF REACHED - OUT OF SUSPENSE"
                   TO EXCP-FIELD-NAME
           END-IF
           WRITE EXCEPTION-RECORD.

      *----------------------------------------------------------------
      * 3400-POST-LOAN-PAYMENT - debit GCTRAN-FROM-ACCOUNT on the
      * account master and apply the payment to the loan named in
      * GCTRAN-TO-ACCOUNT, after confirming the account and the loan
      * are both on file, the account is open, the loan is not
      * already paid off, and the account can cover the payment
      * outside any legal hold and is not frozen.  A
      * reject goes through the same suspense-and-exception path as
      * a rejected transfer.
      *----------------------------------------------------------------
       3400-POST-LOAN-PAYMENT.
           MOVE GCTRAN-FROM-ACCOUNT TO ACCTM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FROM-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FROM-FOUND-SWITCH
                   MOVE ACCTM-ACCOUNT-BALANCE TO WS-FROM-BALANCE
                   MOVE ACCTM-STATUS          TO WS-FROM-STATUS
           END-READ

           MOVE GCTRAN-TO-ACCOUNT TO LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LOAN-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOAN-FOUND-SWITCH
           END-READ

           PERFORM 3310-CHECK-FROM-HOLDS

           EVALUATE TRUE
               WHEN WS-FROM-FOUND-SWITCH NOT = 'Y'
                   MOVE "*** REJECTED - FROM ACCOUNT NOT ON FILE ***"
                       TO WS-TRANSFER-REJECT-REASON
                   PERFORM 3390-LOG-TRANSFER-REJECT
               WHEN NOT WS-LOAN-FOUND
                   MOVE "*** REJECTED - LOAN NOT ON FILE ***"
                       TO WS-TRANSFER-REJECT-REASON
                   PERFORM 3390-LOG-TRANSFER-REJECT
               WHEN WS-FROM-STATUS = 'C'
                   MOVE "*** REJECTED - FROM ACCOUNT IS CLOSED ***"
                       TO WS-TRANSFER-REJECT-REASON
                   PERFORM 3390-LOG-TRANSFER-REJECT
               WHEN LOAN-IS-PAID-OFF
                   MOVE "*** REJECTED - LOAN ALREADY PAID OFF ***"
                       TO WS-TRANSFER-REJECT-REASON
                   PERFORM 3390-LOG-TRANSFER-REJECT
               WHEN GCTRAN-TRANSFER-AMOUNT NOT > 0
                   MOVE "*** REJECTED - PAYMENT NOT POSITIVE ***"
                       TO WS-TRANSFER-REJECT-REASON
                   PERFORM 3390-LOG-TRANSFER-REJECT
               WHEN HOLDCHK-ACCOUNT-FROZEN
                   MOVE "*** REJECTED - ACCOUNT IS FROZEN ***"
                       TO WS-TRANSFER-REJECT-REASON
                   PERFORM 3390-LOG-TRANSFER-REJECT
               WHEN GCTRAN-TRANSFER-AMOUNT > WS-FROM-BALANCE
                   MOVE "*** REJECTED - INSUFFICIENT FUNDS ***"
                       TO WS-TRANSFER-REJECT-REASON
                   PERFORM 3390-LOG-TRANSFER-REJECT
               WHEN HOLDCHK-HOLD-COUNT > 0
                    AND GCTRAN-TRANSFER-AMOUNT >
                        WS-FROM-BALANCE - HOLDCHK-HELD-AMOUNT
                   MOVE "*** REJECTED - FUNDS ON HOLD ***"
                       TO WS-TRANSFER-REJECT-REASON
                   PERFORM 3390-LOG-TRANSFER-REJECT
               WHEN OTHER
                   PERFORM 3410-SPLIT-LOAN-PAYMENT
                   PERFORM 3420-REWRITE-LOAN-LEGS
                   PERFORM 3450-WRITE-LOAN-HISTORY
                   ADD 1 TO WS-LOAN-PAYMENTS-POSTED
                   DISPLAY "Loan payment posted: " GCTRAN-FROM-ACCOUNT
                           " to loan " GCTRAN-TO-ACCOUNT
                   IF GCTRAN-TRANSFER-AMOUNT >= WS-LARGE-TXN-THRESHOLD
                       PERFORM 3360-LOG-LARGE-TRANSFER
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * 3410-SPLIT-LOAN-PAYMENT - interest accrued since the last
      * payment date (the booking date before the first payment)
      * comes off the payment first; the rest reduces principal.  A
      * payment beyond the payoff is cut back to the payoff.
      *----------------------------------------------------------------
       3410-SPLIT-LOAN-PAYMENT.
           IF LOAN-LAST-PAYMENT-DATE = 0
               MOVE LOAN-BOOKED-DATE TO WS-SERIAL-DATE
           ELSE
               MOVE LOAN-LAST-PAYMENT-DATE TO WS-SERIAL-DATE
           END-IF
           PERFORM 3480-DATE-TO-SERIAL
           MOVE WS-DAY-SERIAL TO WS-SERIAL-ONE
           MOVE WS-RUN-DATE TO WS-SERIAL-DATE
           PERFORM 3480-DATE-TO-SERIAL
           COMPUTE WS-LOAN-DAYS = WS-DAY-SERIAL - WS-SERIAL-ONE
           IF WS-LOAN-DAYS < 0
               MOVE 0 TO WS-LOAN-DAYS
           END-IF

           COMPUTE WS-LOAN-INTEREST-DUE ROUNDED =
               LOAN-PRINCIPAL-BALANCE * LOAN-ANNUAL-RATE
                   * WS-LOAN-DAYS / 365
           COMPUTE WS-LOAN-PAYOFF =
               LOAN-PRINCIPAL-BALANCE + WS-LOAN-INTEREST-DUE

           IF GCTRAN-TRANSFER-AMOUNT > WS-LOAN-PAYOFF
               MOVE WS-LOAN-PAYOFF TO WS-LOAN-APPLIED
           ELSE
               MOVE GCTRAN-TRANSFER-AMOUNT TO WS-LOAN-APPLIED
           END-IF

           IF WS-LOAN-APPLIED < WS-LOAN-INTEREST-DUE
               MOVE WS-LOAN-APPLIED TO WS-LOAN-INTEREST-PART
           ELSE
               MOVE WS-LOAN-INTEREST-DUE TO WS-LOAN-INTEREST-PART
           END-IF
           COMPUTE WS-LOAN-PRINCIPAL-PART =
               WS-LOAN-APPLIED - WS-LOAN-INTEREST-PART.

      *----------------------------------------------------------------
      * 3420-REWRITE-LOAN-LEGS - debit the payment account and apply
      * the split to the loan, rewriting each record in place.  The
      * next due date moves one month for every full installment the
      * payment covered; a loan brought to zero is marked paid off.
      *----------------------------------------------------------------
       3420-REWRITE-LOAN-LEGS.
           MOVE GCTRAN-FROM-ACCOUNT TO ACCTM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
           SUBTRACT WS-LOAN-APPLIED FROM ACCTM-ACCOUNT-BALANCE
           MOVE ACCTM-ACCOUNT-BALANCE TO WS-FROM-BALANCE
           REWRITE ACCTM-RECORD

           SUBTRACT WS-LOAN-PRINCIPAL-PART FROM LOAN-PRINCIPAL-BALANCE
           ADD WS-LOAN-INTEREST-PART TO LOAN-INTEREST-PAID
           MOVE WS-RUN-DATE TO LOAN-LAST-PAYMENT-DATE
           IF LOAN-PAYMENT-AMOUNT > 0
               DIVIDE WS-LOAN-APPLIED BY LOAN-PAYMENT-AMOUNT
                   GIVING WS-LOAN-INSTALLMENTS
           ELSE
               MOVE 1 TO WS-LOAN-INSTALLMENTS
           END-IF
           IF LOAN-PRINCIPAL-BALANCE NOT > 0
               MOVE 0   TO LOAN-PRINCIPAL-BALANCE
               MOVE 'P' TO LOAN-STATUS
               IF WS-LOAN-INSTALLMENTS = 0
                   MOVE 1 TO WS-LOAN-INSTALLMENTS
               END-IF
           END-IF
           ADD WS-LOAN-INSTALLMENTS TO LOAN-PAYMENTS-MADE
           MOVE LOAN-NEXT-DUE-DATE TO WS-LOAN-DATE-NUM
           PERFORM 3430-ADVANCE-LOAN-DUE-DATE
               VARYING WS-LOAN-ADVANCE-IDX FROM 1 BY 1
               UNTIL WS-LOAN-ADVANCE-IDX > WS-LOAN-INSTALLMENTS
           MOVE WS-LOAN-DATE-NUM TO LOAN-NEXT-DUE-DATE
           REWRITE LOAN-RECORD.

      *----------------------------------------------------------------
      * 3430-ADVANCE-LOAN-DUE-DATE - one month forward, carrying into
      * the year; LoanBooking already holds the due day at the 28th
      * or earlier, so the day of month is kept as-is.
      *----------------------------------------------------------------
       3430-ADVANCE-LOAN-DUE-DATE.
           COMPUTE WS-LOAN-MONTHS-TOTAL = WS-LD-YEAR * 12 + WS-LD-MONTH
           DIVIDE WS-LOAN-MONTHS-TOTAL BY 12
               GIVING WS-LOAN-NEW-YEAR
               REMAINDER WS-LOAN-NEW-MONTH-ZERO
           MOVE WS-LOAN-NEW-YEAR TO WS-LD-YEAR
           COMPUTE WS-LD-MONTH = WS-LOAN-NEW-MONTH-ZERO + 1.

      *----------------------------------------------------------------
      * 3450-WRITE-LOAN-HISTORY - one BALHIST and one BALAUDIT entry
      * (type 'L') for the payment account's debit, and one LOANPAY
      * entry carrying the interest/principal split.
      *----------------------------------------------------------------
       3450-WRITE-LOAN-HISTORY.
           MOVE "GroupCalcDemo"     TO BALHIST-PROGRAM-ID
           MOVE WS-RUN-DATE         TO BALHIST-RUN-DATE
           MOVE GCTRAN-FROM-ACCOUNT TO BALHIST-ACCOUNT-NUMBER
           ADD WS-LOAN-APPLIED TO WS-FROM-BALANCE
               GIVING BALHIST-PRIOR-BALANCE
           MOVE WS-FROM-BALANCE     TO BALHIST-NEW-BALANCE
           WRITE BALANCE-HISTORY-RECORD

           MOVE "GroupCalcDemo"       TO AUDIT-PROGRAM-ID
           MOVE GCTRAN-FROM-ACCOUNT   TO AUDIT-ACCOUNT-NUMBER
           MOVE BALHIST-PRIOR-BALANCE TO AUDIT-OLD-BALANCE
           MOVE WS-FROM-BALANCE       TO AUDIT-NEW-BALANCE
           MOVE 'L'                   TO AUDIT-TRANSACTION-TYPE
           MOVE WS-RUN-DATE           TO AUDIT-RUN-DATE
           WRITE AUDIT-RECORD

           MOVE LOAN-NUMBER            TO LOANPAY-LOAN-NUMBER
           MOVE GCTRAN-FROM-ACCOUNT    TO LOANPAY-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE            TO LOANPAY-RUN-DATE
           MOVE WS-LOAN-APPLIED        TO LOANPAY-PAYMENT-AMOUNT
           MOVE WS-LOAN-INTEREST-PART  TO LOANPAY-INTEREST-PORTION
           MOVE WS-LOAN-PRINCIPAL-PART TO LOANPAY-PRINCIPAL-PORTION
           MOVE LOAN-PRINCIPAL-BALANCE TO LOANPAY-PRINCIPAL-BALANCE
           WRITE LOAN-PAYMENT-RECORD.

      *----------------------------------------------------------------
      * 3480-DATE-TO-SERIAL - days since the year-zero epoch: whole
      * years at 365 plus one per leap year gone by, the cumulative
      * days to the month's start, the day of month, and one more
      * when the date itself sits past February of a leap year.
      *----------------------------------------------------------------
       3480-DATE-TO-SERIAL.
           COMPUTE WS-PRIOR-YEAR = WS-SD-YEAR - 1
           DIVIDE WS-PRIOR-YEAR BY 4   GIVING WS-LEAP-DAYS-4
           DIVIDE WS-PRIOR-YEAR BY 100 GIVING WS-LEAP-DAYS-100
           DIVIDE WS-PRIOR-YEAR BY 400 GIVING WS-LEAP-DAYS-400
           COMPUTE WS-DAY-SERIAL = WS-SD-YEAR * 365
               + WS-LEAP-DAYS-4 - WS-LEAP-DAYS-100 + WS-LEAP-DAYS-400
               + WS-CUM-DAY-ENTRY (WS-SD-MONTH)
               + WS-SD-DAY

           MOVE 'N' TO WS-IS-LEAP-SWITCH
           DIVIDE WS-SD-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = 0
               MOVE 'Y' TO WS-IS-LEAP-SWITCH
               DIVIDE WS-SD-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   DIVIDE WS-SD-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER NOT = 0
                       MOVE 'N' TO WS-IS-LEAP-SWITCH
                   END-IF
               END-IF
           END-IF
           IF WS-IS-LEAP-YEAR AND WS-SD-MONTH > 2
               ADD 1 TO WS-DAY-SERIAL
           END-IF.

      *----------------------------------------------------------------
      * 3500-POST-EXTERNAL-PAYMENT - debit GCTRAN-FROM-ACCOUNT for a
      * payment to an account at another bank, after the same checks
      * a transfer's debit leg gets - account on file and open, not
      * frozen, funds there outside any legal hold - and after
      * proving the receiving routing number.  The money leaves the
      * customer's account here; the ACHOUT entry is what AchOriginate
      * puts on the NACHA file.  A reject goes through the same
      * suspense-and-exception path as a rejected transfer.
      *----------------------------------------------------------------
       3500-POST-EXTERNAL-PAYMENT.
           MOVE GCTRAN-FROM-ACCOUNT TO ACCTM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FROM-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FROM-FOUND-SWITCH
                   MOVE ACCTM-ACCOUNT-BALANCE TO WS-FROM-BALANCE
                   MOVE ACCTM-STATUS          TO WS-FROM-STATUS
           END-READ

           PERFORM 3510-CHECK-ROUTING-NUMBER
           PERFORM 3310-CHECK-FROM-HOLDS

           EVALUATE TRUE
               WHEN WS-FROM-FOUND-SWITCH NOT = 'Y'
                   MOVE "*** REJECTED - FROM ACCOUNT NOT ON FILE ***"
                       TO WS-TRANSFER-REJECT-REASON
                   PERFORM 3390-LOG-TRANSFER-REJECT
               WHEN WS-FROM-STATUS = 'C'
                   MOVE "*** REJECTED - FROM ACCOUNT IS CLOSED ***"
                       TO WS-TRANSFER-REJECT-REASON
                   PERFORM 3390-LOG-TRANSFER-REJECT
               WHEN NOT WS-ROUTING-VALID
                   MOVE "*** REJECTED - BAD ROUTING NUMBER ***"
                       TO WS-TRANSFER-REJECT-REASON
                   PERFORM 3390-LOG-TRANSFER-REJECT
               WHEN GCTRAN-EXT-ROUTING-NUMBER = BANKID-ROUTING-NUMBER
                   MOVE "*** REJECTED - ROUTING IS OUR OWN ***"
                       TO WS-TRANSFER-REJECT-REASON
                   PERFORM 3390-LOG-TRANSFER-REJECT
               WHEN GCTRAN-EXT-ACCOUNT = SPACES
                   MOVE "*** REJECTED - NO PAYEE ACCOUNT ***"
                       TO WS-TRANSFER-REJECT-REASON
                   PERFORM 3390-LOG-TRANSFER-REJECT
               WHEN GCTRAN-TRANSFER-AMOUNT NOT > 0
                   MOVE "*** REJECTED - PAYMENT NOT POSITIVE ***"
                       TO WS-TRANSFER-REJECT-REASON
                   PERFORM 3390-LOG-TRANSFER-REJECT
               WHEN HOLDCHK-ACCOUNT-FROZEN
                   MOVE "*** REJECTED - ACCOUNT IS FROZEN ***"
                       TO WS-TRANSFER-REJECT-REASON
                   PERFORM 3390-LOG-TRANSFER-REJECT
               WHEN GCTRAN-TRANSFER-AMOUNT > WS-FROM-BALANCE
                   MOVE "*** REJECTED - INSUFFICIENT FUNDS ***"
                       TO WS-TRANSFER-REJECT-REASON
                   PERFORM 3390-LOG-TRANSFER-REJECT
               WHEN HOLDCHK-HOLD-COUNT > 0
                    AND GCTRAN-TRANSFER-AMOUNT >
                        WS-FROM-BALANCE - HOLDCHK-HELD-AMOUNT
                   MOVE "*** REJECTED - FUNDS ON HOLD ***"
                       TO WS-TRANSFER-REJECT-REASON
                   PERFORM 3390-LOG-TRANSFER-REJECT
               WHEN OTHER
                   PERFORM 3520-REWRITE-PAYMENT-ACCOUNT
                   PERFORM 3550-WRITE-PAYMENT-HISTORY
                   ADD 1 TO WS-ACH-PAYMENTS-POSTED
                   DISPLAY "ACH payment posted: " GCTRAN-FROM-ACCOUNT
                           " to routing " GCTRAN-EXT-ROUTING-NUMBER
                   IF GCTRAN-TRANSFER-AMOUNT >= WS-LARGE-TXN-THRESHOLD
                       PERFORM 3360-LOG-LARGE-TRANSFER
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * 3510-CHECK-ROUTING-NUMBER - a routing number must be nine
      * digits, not all zero, whose weighted digit total is a
      * multiple of ten.
      *----------------------------------------------------------------
       3510-CHECK-ROUTING-NUMBER.
           MOVE 'N' TO WS-ROUTING-VALID-SWITCH
           IF GCTRAN-EXT-ROUTING-NUMBER NUMERIC
              AND GCTRAN-EXT-ROUTING-NUMBER > 0
               MOVE GCTRAN-EXT-ROUTING-NUMBER TO WS-ROUTING-WORK
               MOVE 0 TO WS-ROUTING-SUM
               PERFORM VARYING WS-ROUTING-IDX FROM 1 BY 1
                       UNTIL WS-ROUTING-IDX > 9
                   COMPUTE WS-ROUTING-SUM = WS-ROUTING-SUM
                       + WS-ROUTING-DIGIT (WS-ROUTING-IDX)
                       * WS-ROUTING-WEIGHT (WS-ROUTING-IDX)
               END-PERFORM
               DIVIDE WS-ROUTING-SUM BY 10
                   GIVING WS-ROUTING-QUOTIENT
                   REMAINDER WS-ROUTING-REMAINDER
               IF WS-ROUTING-REMAINDER = 0
                   MOVE 'Y' TO WS-ROUTING-VALID-SWITCH
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3520-REWRITE-PAYMENT-ACCOUNT - debit the paying account by
      * key, rewriting the record in place.
      *----------------------------------------------------------------
       3520-REWRITE-PAYMENT-ACCOUNT.
           MOVE GCTRAN-FROM-ACCOUNT TO ACCTM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
           SUBTRACT GCTRAN-TRANSFER-AMOUNT FROM ACCTM-ACCOUNT-BALANCE
           MOVE ACCTM-ACCOUNT-BALANCE TO WS-FROM-BALANCE
           REWRITE ACCTM-RECORD.

      *----------------------------------------------------------------
      * 3550-WRITE-PAYMENT-HISTORY - one BALHIST and one BALAUDIT
      * entry (type 'A') for the paying account's debit, and the
      * ACHOUT entry AchOriginate sends to the receiving bank.
      *----------------------------------------------------------------
       3550-WRITE-PAYMENT-HISTORY.
           MOVE "GroupCalcDemo"     TO BALHIST-PROGRAM-ID
           MOVE WS-RUN-DATE         TO BALHIST-RUN-DATE
           MOVE GCTRAN-FROM-ACCOUNT TO BALHIST-ACCOUNT-NUMBER
           ADD GCTRAN-TRANSFER-AMOUNT TO WS-FROM-BALANCE
               GIVING BALHIST-PRIOR-BALANCE
           MOVE WS-FROM-BALANCE     TO BALHIST-NEW-BALANCE
           WRITE BALANCE-HISTORY-RECORD

           MOVE "GroupCalcDemo"       TO AUDIT-PROGRAM-ID
           MOVE GCTRAN-FROM-ACCOUNT   TO AUDIT-ACCOUNT-NUMBER
           MOVE BALHIST-PRIOR-BALANCE TO AUDIT-OLD-BALANCE
           MOVE WS-FROM-BALANCE       TO AUDIT-NEW-BALANCE
           MOVE 'A'                   TO AUDIT-TRANSACTION-TYPE
           MOVE WS-RUN-DATE           TO AUDIT-RUN-DATE
           WRITE AUDIT-RECORD

           MOVE GCTRAN-FROM-ACCOUNT       TO ACHOUT-ACCOUNT-NUMBER
           MOVE GCTRAN-EXT-ROUTING-NUMBER TO ACHOUT-ROUTING-NUMBER
           MOVE GCTRAN-EXT-ACCOUNT        TO ACHOUT-EXT-ACCOUNT
           MOVE GCTRAN-TRANSFER-AMOUNT    TO ACHOUT-AMOUNT
           MOVE WS-RUN-DATE               TO ACHOUT-POSTED-DATE
           WRITE ACH-OUTBOUND-RECORD.

      *----------------------------------------------------------------
      * 3100-WRITE-CHECKPOINT - save the count of records posted so
      * far, so a rerun after an abend restarts from here.
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

      *----------------------------------------------------------------
      * 3150-ADD-BRANCH-TOTAL - count the current batch record under
      * its from-account's branch, read by key once the record has
      * been dealt with, starting a new entry the first time the
      * branch is met.
      *----------------------------------------------------------------
       3150-ADD-BRANCH-TOTAL.
           MOVE SPACES TO WS-BRANCH-KEY
           MOVE 0 TO WS-BRANCH-AMOUNT
           IF NOT GCTRAN-IS-DEPOSIT
               MOVE GCTRAN-TRANSFER-AMOUNT TO WS-BRANCH-AMOUNT
               MOVE GCTRAN-FROM-ACCOUNT TO ACCTM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCTM-BRANCH-CODE TO WS-BRANCH-KEY
               END-READ
           END-IF
           ADD WS-BRANCH-AMOUNT TO WS-SUBMITTED-AMOUNT

           MOVE 'N' TO WS-BRTOT-FOUND-SWITCH
           PERFORM VARYING BRTOT-IDX FROM 1 BY 1
                   UNTIL BRTOT-IDX > WS-BRANCH-TOTAL-COUNT
                      OR WS-BRTOT-FOUND
               IF BRTOT-BRANCH-CODE (BRTOT-IDX) = WS-BRANCH-KEY
                   MOVE 'Y' TO WS-BRTOT-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-BRTOT-FOUND
               SET BRTOT-IDX DOWN BY 1
           ELSE
               ADD 1 TO WS-BRANCH-TOTAL-COUNT
               SET BRTOT-IDX TO WS-BRANCH-TOTAL-COUNT
               MOVE WS-BRANCH-KEY TO BRTOT-BRANCH-CODE (BRTOT-IDX)
               MOVE 0 TO BRTOT-RECORD-COUNT (BRTOT-IDX)
               MOVE 0 TO BRTOT-AMOUNT (BRTOT-IDX)
               MOVE 0 TO BRTOT-OTHER-COUNT (BRTOT-IDX)
           END-IF
           ADD 1                TO BRTOT-RECORD-COUNT (BRTOT-IDX)
           ADD WS-BRANCH-AMOUNT TO BRTOT-AMOUNT (BRTOT-IDX).

      *----------------------------------------------------------------
      * 4000-TERMINATE - the run finished cleanly, so reset the
      * checkpoint to zero; the next run starts from the beginning.
      *----------------------------------------------------------------
       4000-TERMINATE.
           CLOSE TRANSACTION-FILE
           IF WS-XREF-TRANSLATED-COUNT > 0
               DISPLAY "Old account numbers translated: "
                       WS-XREF-TRANSLATED-COUNT
           END-IF
           PERFORM 4100-WRITE-CONTROL-RECORD
           MOVE 0 TO WS-RECORDS-POSTED
           PERFORM 3100-WRITE-CHECKPOINT.

      *----------------------------------------------------------------
      * 4100-WRITE-CONTROL-RECORD - append this run's batch totals to
      * the shared end-of-day reconciliation report.  The branch
      * subtotal records follow the run total.
      *----------------------------------------------------------------
       4100-WRITE-CONTROL-RECORD.
           OPEN EXTEND CONTROL-REPORT-FILE
           END-IF
           MOVE "GroupCalcDemo"    TO CTL-PROGRAM-ID
           MOVE WS-RECORDS-POSTED  TO CTL-RECORD-COUNT
           MOVE WS-SUBMITTED-AMOUNT TO CTL-TOTAL-BALANCE
           MOVE WS-HASH-TOTAL      TO CTL-HASH-TOTAL
           MOVE WS-RUN-DATE        TO CTL-RUN-DATE
           MOVE SPACE              TO CTL-RECORD-TYPE
           MOVE SPACES             TO CTL-BRANCH-CODE
           WRITE CONTROL-RECORD
           PERFORM VARYING BRTOT-IDX FROM 1 BY 1
                   UNTIL BRTOT-IDX > WS-BRANCH-TOTAL-COUNT
               MOVE 'B' TO CTL-RECORD-TYPE
               MOVE BRTOT-BRANCH-CODE (BRTOT-IDX)  TO CTL-BRANCH-CODE
               MOVE BRTOT-RECORD-COUNT (BRTOT-IDX) TO CTL-RECORD-COUNT
               MOVE BRTOT-AMOUNT (BRTOT-IDX)       TO CTL-TOTAL-BALANCE
               IF BRTOT-BRANCH-CODE (BRTOT-IDX) = SPACES
                   MOVE WS-HASH-TOTAL TO CTL-HASH-TOTAL
               ELSE
                   MOVE 0 TO CTL-HASH-TOTAL
               END-IF
               WRITE CONTROL-RECORD
           END-PERFORM
           CLOSE CONTROL-REPORT-FILE

           OPEN EXTEND SUMMARY-REPORT-FILE
                   TO GCSUSP-RETRY-COUNT
               MOVE WS-SO-TRAN-IMAGE (WS-SUSP-IDX)
                   TO GCSUSP-TRAN-IMAGE
               MOVE WS-SO-REJECT-REASON (WS-SUSP-IDX)
                   TO GCSUSP-REJECT-REASON
               WRITE SUSPENSE-RECORD
           END-PERFORM
           CLOSE SUSPENSE-FILE.
