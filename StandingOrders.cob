      *                  RUN'S RECORD COUNTS AND FINAL STATUS, AND AN
      *                  ABEND LEAVES NO END RECORD, WHICH IS HOW THE
      *                  MORNING OPERATIONS REPORT SPOTS IT.
      * 2026-10-15  DLH  A DUE ORDER WHOSE FROM-ACCOUNT IS FROZEN, OR
      *                  WHOSE AMOUNT WOULD DIP INTO FUNDS HELD BY
      *                  LEGAL HOLDS ON THE NEW LEGLHOLD FILE, IS NOW
      *                  SKIPPED INSTEAD OF GENERATING ITS TRANSFER.
      *                  ITS DUE DATE IS NOT ADVANCED, SO THE ORDER
      *                  COMES UP AGAIN EVERY NIGHT UNTIL THE HOLD IS
      *                  RELEASED OR EXPIRES.  THE FROM-ACCOUNT BALANCE
      *                  IS READ BY KEY OFF ACCTMAST AND THE HOLDS ARE
      *                  TOTALLED BY THE SHARED HoldCheck SUBPROGRAM.
      * 2026-10-15  DLH  AN ORDER CARRYING AN EXTERNAL ROUTING NUMBER
      *                  AND ACCOUNT NOW PAYS AN ACCOUNT AT ANOTHER
      *                  BANK - IT GENERATES A GCTRAN 'X' EXTERNAL
      *                  PAYMENT INSTEAD OF A 'T' TRANSFER, WHICH THE
      *                  POSTING RUN DEBITS AND AchOriginate SENDS
      *                  OVER ACH.  THE EXTERNAL FIELDS ARE CARRIED
      *                  THROUGH THE TABLE AND THE REWRITE.
      * 2026-10-15  DLH  AN ORDER SUSPENDED ON STANDORD - AS DeathNotice
      *                  SUSPENDS EVERY ORDER PAYING OUT OF A DECEASED
      *                  OWNER'S ACCOUNT - IS SKIPPED WITHOUT ADVANCING
      *                  ITS DUE DATE.  THE SUSPENSION IS CARRIED
      *                  THROUGH THE TABLE AND THE REWRITE.
      * 2026-10-15  DLH  AN ORDER STILL KEYED WITH AN ACQUIRED BANK'S
      *                  OLD ACCOUNT NUMBER IS RE-KEYED TO THE NEW
      *                  NUMBER THROUGH XrefLookup WHILE THE TRANSITION
      *                  PERIOD LASTS; THE REWRITE MAKES IT PERMANENT.
      * 2026-10-15  DLH  AN ORDER DUE ON A WEEKEND OR BANK HOLIDAY NOW
      *                  PAYS ON THE NEXT BUSINESS DAY - ITS DUE DATE
      *                  IS ROLLED FORWARD ON THE BANK CALENDAR THROUGH
      *                  BusinessCalendar BEFORE IT IS HELD AGAINST THE
      *                  RUN DATE.  THE ORDER'S OWN DUE DATE IS LEFT
      *                  ALONE AND STILL ADVANCES FROM ITSELF, AND THE
      *                  REGISTER SHOWS THE DUE DATE A ROLLED PAYMENT
      *                  CAME FROM.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTM-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "GCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
       FD  STANDING-ORDER-FILE.
       COPY STANDORD.

       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMAST.

       FD  TRANSACTION-FILE.
       COPY GCTRAN.

           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-TRAN-STATUS            PIC X(2).
       01  WS-MASTER-STATUS          PIC X(2).
       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
       01  WS-SKIPPED-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-ORDER-COUNT            PIC 9(4) COMP VALUE 0.

      *----------------------------------------------------------------
      * Legal-hold check - the from-account's balance off ACCTMAST
      * and its holds in force today.  An account not on file comes
      * back with no holds and is left for the posting run to reject.
      *----------------------------------------------------------------
       01  WS-FROM-BALANCE           PIC S9(5)V99 VALUE 0.

       01  HOLD-CHECK-PARMS.
           COPY HOLDCHK.

       01  XREF-LOOKUP-PARMS.
           COPY XREFLKP.
       01  WS-REKEYED-COUNT          PIC 9(4) COMP VALUE 0.

      *----------------------------------------------------------------
      * Due-date arithmetic work fields - a frequency period is a
      * whole number of months added to the order's due date,
       01  WS-NEW-DUE-NUM REDEFINES WS-NEW-DUE-DATE
                                     PIC 9(8).

      *----------------------------------------------------------------
      * Pay date - the due date rolled forward to a bank business
      * day.
      *----------------------------------------------------------------
       01  WS-PAY-DATE               PIC 9(8) VALUE 0.
       01  WS-ROLLED-FROM-DATE       PIC 9(8) VALUE 0.

       01  BUSINESS-CALENDAR-PARMS.
           COPY BUSCALP.

      *----------------------------------------------------------------
      * WS-ORDER-TABLE - the whole standing-order file, advanced due
      * dates applied in place, then rewritten at the end of the run.
               10  WS-O-AMOUNT          PIC S9(5)V99.
               10  WS-O-FREQUENCY       PIC X.
               10  WS-O-NEXT-DUE-DATE   PIC 9(8).
               10  WS-O-EXT-ROUTING     PIC 9(9).
               10  WS-O-EXT-ACCOUNT     PIC X(17).
               10  WS-O-ORDER-STATUS    PIC X.
                   88  WS-O-SUSPENDED   VALUE 'S'.
               10  WS-O-SUSPENDED-DATE  PIC 9(8).

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.
                   TO WS-O-FREQUENCY (WS-ORDER-COUNT)
               MOVE STORD-NEXT-DUE-DATE
                   TO WS-O-NEXT-DUE-DATE (WS-ORDER-COUNT)
               IF STORD-EXT-ROUTING-NUMBER NUMERIC
                   MOVE STORD-EXT-ROUTING-NUMBER
                       TO WS-O-EXT-ROUTING (WS-ORDER-COUNT)
                   MOVE STORD-EXT-ACCOUNT
                       TO WS-O-EXT-ACCOUNT (WS-ORDER-COUNT)
               ELSE
                   MOVE 0 TO WS-O-EXT-ROUTING (WS-ORDER-COUNT)
                   MOVE SPACES TO WS-O-EXT-ACCOUNT (WS-ORDER-COUNT)
               END-IF
               IF STORD-ORDER-SUSPENDED
                  AND STORD-SUSPENDED-DATE NUMERIC
                   MOVE 'S' TO WS-O-ORDER-STATUS (WS-ORDER-COUNT)
                   MOVE STORD-SUSPENDED-DATE
                       TO WS-O-SUSPENDED-DATE (WS-ORDER-COUNT)
               ELSE
                   MOVE SPACE TO WS-O-ORDER-STATUS (WS-ORDER-COUNT)
                   MOVE 0 TO WS-O-SUSPENDED-DATE (WS-ORDER-COUNT)
               END-IF
               PERFORM 1100-READ-ORDER
           END-PERFORM
           CLOSE STANDING-ORDER-FILE.
      *----------------------------------------------------------------
      * 1500-OPEN-FILES - generated transfers are appended to the
      * GCTRAN batch the posting run reads; the first run ever
      * creates it.  The account master is only read, for the
      * legal-hold check.
      *----------------------------------------------------------------
       1500-OPEN-FILES.
           OPEN INPUT ACCOUNT-MASTER-FILE
           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRAN-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
      * 2000-PROCESS-ORDER - an order whose due date has arrived
      * generates its transfer and advances one period; one not yet
      * due, or carrying a frequency code the program does not know,
      * is skipped and reported.  A due order against a frozen
      * account, or one that would dip into held funds, is skipped
      * without advancing, so it is tried again the next night.  A
      * suspended order is skipped the same way until it is
      * reinstated.  An order falls due on its pay date - its due
      * date rolled forward past any weekend or bank holiday.
      *----------------------------------------------------------------
       2000-PROCESS-ORDER.
           PERFORM 2050-TRANSLATE-OLD-ACCOUNTS
           MOVE WS-O-FROM-ACCOUNT (WS-ORD-IDX)  TO WS-D-FROM
           MOVE WS-O-TO-ACCOUNT (WS-ORD-IDX)    TO WS-D-TO
           MOVE WS-O-AMOUNT (WS-ORD-IDX)        TO WS-D-AMOUNT
           MOVE WS-O-FREQUENCY (WS-ORD-IDX)     TO WS-D-FREQ

           PERFORM 2100-SET-PERIOD-MONTHS
           PERFORM 2120-SET-PAY-DATE
           PERFORM 2150-CHECK-HOLDS
           EVALUATE TRUE
               WHEN WS-PERIOD-MONTHS = 0
                   MOVE "*** SKIPPED - UNKNOWN FREQUENCY ***"
                       TO WS-D-RESULT
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN WS-O-SUSPENDED (WS-ORD-IDX)
                   MOVE "*** SKIPPED - ORDER SUSPENDED ***"
                       TO WS-D-RESULT
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN WS-PAY-DATE > WS-RUN-DATE
                   MOVE "SKIPPED - NOT YET DUE" TO WS-D-RESULT
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN HOLDCHK-ACCOUNT-FROZEN
                   MOVE "*** SKIPPED - ACCOUNT IS FROZEN ***"
                       TO WS-D-RESULT
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN HOLDCHK-HOLD-COUNT > 0
                    AND WS-O-AMOUNT (WS-ORD-IDX) >
                        WS-FROM-BALANCE - HOLDCHK-HELD-AMOUNT
                   MOVE "*** SKIPPED - FUNDS ON HOLD ***"
                       TO WS-D-RESULT
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   PERFORM 2200-GENERATE-TRANSFER
                   PERFORM 2300-ADVANCE-DUE-DATE
                   IF WS-O-EXT-ROUTING (WS-ORD-IDX) > 0
                       MOVE "ACH PAYMENT GENERATED" TO WS-D-RESULT
                   ELSE
                       MOVE "TRANSFER GENERATED" TO WS-D-RESULT
                   END-IF
                   IF WS-ROLLED-FROM-DATE > 0
                       PERFORM 2130-NOTE-ROLLED-PAYMENT
                   END-IF
                   ADD 1 TO WS-GENERATED-COUNT
           END-EVALUATE

           MOVE WS-O-NEXT-DUE-DATE (WS-ORD-IDX) TO WS-D-NEXT-DUE
           WRITE ORDER-REPORT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------
      * 2050-TRANSLATE-OLD-ACCOUNTS - an order set up at an acquired
      * bank carries its old account numbers.  While the transition
      * period lasts each is swapped for the new number in the
      * table, so the order is re-keyed for good when STANDORD is
      * rewritten.  An external payment's to-account is not ours.
      *----------------------------------------------------------------
       2050-TRANSLATE-OLD-ACCOUNTS.
           MOVE WS-O-FROM-ACCOUNT (WS-ORD-IDX) TO XREFLKP-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE TO XREFLKP-AS-OF-DATE
           CALL "XrefLookup" USING XREF-LOOKUP-PARMS
           IF XREFLKP-TRANSLATED
               MOVE XREFLKP-NEW-ACCOUNT
                   TO WS-O-FROM-ACCOUNT (WS-ORD-IDX)
               ADD 1 TO WS-REKEYED-COUNT
           END-IF

           IF WS-O-EXT-ROUTING (WS-ORD-IDX) = 0
               MOVE WS-O-TO-ACCOUNT (WS-ORD-IDX)
                   TO XREFLKP-ACCOUNT-NUMBER
               CALL "XrefLookup" USING XREF-LOOKUP-PARMS
               IF XREFLKP-TRANSLATED
                   MOVE XREFLKP-NEW-ACCOUNT
                       TO WS-O-TO-ACCOUNT (WS-ORD-IDX)
                   ADD 1 TO WS-REKEYED-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2100-SET-PERIOD-MONTHS - months per frequency period; zero
      * marks a code the program does not know.
                   MOVE 0 TO WS-PERIOD-MONTHS
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2120-SET-PAY-DATE - the due date itself when the bank is
      * open, else the next business day; WS-ROLLED-FROM-DATE keeps
      * the due date a rolled order came from.  A due date the
      * calendar cannot read is left as it is.
      *----------------------------------------------------------------
       2120-SET-PAY-DATE.
           MOVE WS-O-NEXT-DUE-DATE (WS-ORD-IDX) TO WS-PAY-DATE
           MOVE 0 TO WS-ROLLED-FROM-DATE
           MOVE 'R' TO BCAL-FUNCTION
           MOVE 'B' TO BCAL-CALENDAR
           MOVE WS-O-NEXT-DUE-DATE (WS-ORD-IDX) TO BCAL-DATE
           CALL "BusinessCalendar" USING BUSINESS-CALENDAR-PARMS
           IF BCAL-OK AND BCAL-DAYS > 0
               MOVE BCAL-RESULT-DATE TO WS-PAY-DATE
               MOVE WS-O-NEXT-DUE-DATE (WS-ORD-IDX)
                   TO WS-ROLLED-FROM-DATE
           END-IF.

      *----------------------------------------------------------------
      * 2130-NOTE-ROLLED-PAYMENT - the register line says which
      * non-business due date the payment was rolled from.
      *----------------------------------------------------------------
       2130-NOTE-ROLLED-PAYMENT.
           IF WS-O-EXT-ROUTING (WS-ORD-IDX) > 0
               STRING "ACH PAYMENT GENERATED (DUE "
                          DELIMITED BY SIZE
                      WS-ROLLED-FROM-DATE DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-D-RESULT
               END-STRING
           ELSE
               STRING "TRANSFER GENERATED (DUE "
                          DELIMITED BY SIZE
                      WS-ROLLED-FROM-DATE DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-D-RESULT
               END-STRING
           END-IF.

      *----------------------------------------------------------------
      * 2150-CHECK-HOLDS - the from-account's balance and its legal
      * holds in force today.
      *----------------------------------------------------------------
       2150-CHECK-HOLDS.
           MOVE WS-O-FROM-ACCOUNT (WS-ORD-IDX) TO ACCTM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 0 TO WS-FROM-BALANCE
               NOT INVALID KEY
                   MOVE ACCTM-ACCOUNT-BALANCE TO WS-FROM-BALANCE
           END-READ

           MOVE WS-O-FROM-ACCOUNT (WS-ORD-IDX)
               TO HOLDCHK-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE TO HOLDCHK-AS-OF-DATE
           CALL "HoldCheck" USING HOLD-CHECK-PARMS.

      *----------------------------------------------------------------
      * 2200-GENERATE-TRANSFER - one GCTRAN 'T' record, shaped
      * exactly like a hand-keyed transfer, appended to the batch the
      * posting run reads.  An order naming an external routing
      * number generates a GCTRAN 'X' external payment to that bank
      * and account instead, with no to-account of its own.
      *----------------------------------------------------------------
       2200-GENERATE-TRANSFER.
           MOVE 0   TO GCTRAN-ACCOUNT-BALANCE
           MOVE 0   TO GCTRAN-DEPOSIT
           MOVE WS-O-FROM-ACCOUNT (WS-ORD-IDX) TO GCTRAN-FROM-ACCOUNT
           MOVE WS-O-AMOUNT (WS-ORD-IDX)       TO GCTRAN-TRANSFER-AMOUNT
           IF WS-O-EXT-ROUTING (WS-ORD-IDX) > 0
               MOVE 'X' TO GCTRAN-TYPE
               MOVE 0   TO GCTRAN-TO-ACCOUNT
               MOVE WS-O-EXT-ROUTING (WS-ORD-IDX)
                   TO GCTRAN-EXT-ROUTING-NUMBER
               MOVE WS-O-EXT-ACCOUNT (WS-ORD-IDX)
                   TO GCTRAN-EXT-ACCOUNT
           ELSE
               MOVE 'T' TO GCTRAN-TYPE
               MOVE WS-O-TO-ACCOUNT (WS-ORD-IDX) TO GCTRAN-TO-ACCOUNT
               MOVE 0      TO GCTRAN-EXT-ROUTING-NUMBER
               MOVE SPACES TO GCTRAN-EXT-ACCOUNT
           END-IF
           WRITE GCTRAN-RECORD.

      *----------------------------------------------------------------
                   TO STORD-FREQUENCY
               MOVE WS-O-NEXT-DUE-DATE (WS-ORD-IDX)
                   TO STORD-NEXT-DUE-DATE
               MOVE WS-O-EXT-ROUTING (WS-ORD-IDX)
                   TO STORD-EXT-ROUTING-NUMBER
               MOVE WS-O-EXT-ACCOUNT (WS-ORD-IDX)
                   TO STORD-EXT-ACCOUNT
               MOVE WS-O-ORDER-STATUS (WS-ORD-IDX)
                   TO STORD-ORDER-STATUS
               MOVE WS-O-SUSPENDED-DATE (WS-ORD-IDX)
                   TO STORD-SUSPENDED-DATE
               WRITE STANDING-ORDER-RECORD
           END-PERFORM
           CLOSE STANDING-ORDER-FILE.
           WRITE ORDER-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE ORDER-REPORT-FILE
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-MASTER-FILE
           DISPLAY "TRANSFERS GENERATED: " WS-GENERATED-COUNT
           DISPLAY "ORDERS SKIPPED: " WS-SKIPPED-COUNT
           IF WS-REKEYED-COUNT > 0
               DISPLAY "OLD ACCOUNT NUMBERS RE-KEYED: "
                       WS-REKEYED-COUNT
           END-IF.
