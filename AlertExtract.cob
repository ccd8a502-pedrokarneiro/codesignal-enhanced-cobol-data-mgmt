       IDENTIFICATION DIVISION.
       PROGRAM-ID. AlertExtract.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - NIGHTLY CUSTOMER ALERT
      *                  EXTRACT FOR THE SMS AND EMAIL MESSAGING
      *                  VENDOR.  BUILT FROM THE NIGHT'S POSTINGS:
      *                  BALHIST FOR A POSTED BALANCE BELOW THE
      *                  CUSTOMER'S LOW-BALANCE THRESHOLD (LB),
      *                  BALAUDIT FOR A WITHDRAWAL OVER THE CUSTOMER'S
      *                  WITHDRAWAL THRESHOLD (LW), GroupCalcDemo'S
      *                  GCSUSP SUSPENSE FILE FOR A TRANSFER REJECTED
      *                  FOR INSUFFICIENT FUNDS (TR), AND CdMaturity'S
      *                  CDUPCOM FILE FOR A CD TEN DAYS FROM MATURITY
      *                  (CM).  EACH ALERT GOES TO EVERY CUSTOMER
      *                  RELATED TO THE ACCOUNT ON CUSTREL WHO HAS
      *                  OPTED INTO THAT ALERT TYPE ON ALRTPREF.  THE
      *                  ALRTEXT BATCH CARRIES A HEADER AND A
      *                  CONTROL-COUNT TRAILER.  READ-ONLY AGAINST
      *                  EVERY INPUT.
      * 2026-10-15  DLH  THE CM ALERT NOW GOES OUT ON THE FIRST NIGHT
      *                  A CD IS WITHIN WS-CM-ALERT-DAYS OF MATURITY,
      *                  JUDGED AGAINST THE PRIOR BUSINESS DAY FROM
      *                  BusinessCalendar, NOT ONLY AT EXACTLY THAT
      *                  MANY DAYS - A WEEKEND OR HOLIDAY OVER THE
      *                  EXACT DAY SKIPPED THE ALERT ALTOGETHER.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATIONSHIP-FILE ASSIGN TO "CUSTREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTR-STATUS.

           SELECT CUSTOMER-INFO-FILE ASSIGN TO "CUSTCIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTC-STATUS.

           SELECT ALERT-PREF-FILE ASSIGN TO "ALRTPREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-STATUS.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "BALAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "GCSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT UPCOMING-MATURITY-FILE ASSIGN TO "CDUPCOM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPCOMING-STATUS.

           SELECT ALERT-EXTRACT-FILE ASSIGN TO "ALRTEXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RELATIONSHIP-FILE.
       COPY CUSTREL.

       FD  CUSTOMER-INFO-FILE.
       COPY CUSTCIF.

       FD  ALERT-PREF-FILE.
       COPY ALRTPREF.

       FD  BALANCE-HISTORY-FILE.
       COPY BALHIST.

       FD  AUDIT-TRAIL-FILE.
       COPY AUDTRL.

       FD  SUSPENSE-FILE.
       COPY GCSUSP.

       FD  UPCOMING-MATURITY-FILE.
       COPY CDUPCOM.

       FD  ALERT-EXTRACT-FILE.
       COPY ALRTEXT.

       WORKING-STORAGE SECTION.
       01  WS-CUSTR-STATUS           PIC X(2).
       01  WS-CUSTC-STATUS           PIC X(2).
       01  WS-PREF-STATUS            PIC X(2).
       01  WS-HISTORY-STATUS         PIC X(2).
       01  WS-AUDIT-STATUS           PIC X(2).
       01  WS-SUSPENSE-STATUS        PIC X(2).
       01  WS-UPCOMING-STATUS        PIC X(2).

       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

      *----------------------------------------------------------------
      * The rejected transaction as it appeared on GCTRAN, laid back
      * over the GCSUSP image for its from-account and amount.
      *----------------------------------------------------------------
       COPY GCTRAN.

      *----------------------------------------------------------------
      * WS-NSF-REJECT-REASON - the reason GroupCalcDemo stamps on a
      * transfer it rejects for insufficient funds; only those
      * suspense records raise a TR alert.  WS-CM-ALERT-DAYS is how
      * far ahead of maturity the CM alert goes out; WS-CM-PRIOR-GAP
      * is the calendar days back to the prior business day, the
      * last night CD maturities were looked at.
      *----------------------------------------------------------------
       01  WS-NSF-REJECT-REASON      PIC X(40)
           VALUE "*** REJECTED - INSUFFICIENT FUNDS ***".
       01  WS-CM-ALERT-DAYS          PIC 9(2) VALUE 10.
       01  WS-CM-PRIOR-GAP           PIC 9(4) VALUE 1.

       01  BUSINESS-CALENDAR-PARMS.
           COPY BUSCALP.

       01  WS-RECORDS-READ           PIC 9(7) COMP VALUE 0.
       01  WS-ALERT-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-LB-COUNT               PIC 9(7) COMP VALUE 0.
       01  WS-LW-COUNT               PIC 9(7) COMP VALUE 0.
       01  WS-TR-COUNT               PIC 9(7) COMP VALUE 0.
       01  WS-CM-COUNT               PIC 9(7) COMP VALUE 0.

      *----------------------------------------------------------------
      * The alert being raised against one account - handed to
      * 5000-ALERT-RELATED-CUSTOMERS, which fans it out to every
      * opted-in customer on the account.
      *----------------------------------------------------------------
       01  WS-ALERT-ACCOUNT          PIC 9(10) VALUE 0.
       01  WS-ALERT-TYPE             PIC X(2) VALUE SPACES.
       01  WS-ALERT-AMOUNT           PIC S9(7)V99 VALUE 0.
       01  WS-ALERT-EVENT-DATE       PIC 9(8) VALUE 0.
       01  WS-ALERT-THRESHOLD        PIC 9(7)V99 VALUE 0.
       01  WS-WITHDRAWAL-AMOUNT      PIC S9(7)V99 VALUE 0.

       01  WS-SEND-SWITCH            PIC X VALUE 'N'.
           88  WS-SEND-ALERT         VALUE 'Y'.
       01  WS-FOUND-SWITCH           PIC X VALUE 'N'.
           88  WS-ENTRY-FOUND        VALUE 'Y'.
       01  WS-FOUND-IDX              PIC 9(5) COMP VALUE 0.

      *----------------------------------------------------------------
      * WS-RELATION-TABLE - the whole CUSTREL file, scanned once per
      * alert for the customers on the account.
      *----------------------------------------------------------------
       01  WS-RELATION-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-RELATION-TABLE.
           05  WS-REL-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-RELATION-COUNT
                   INDEXED BY WS-REL-IDX.
               10  WS-L-CUSTOMER-ID         PIC 9(10).
               10  WS-L-ACCOUNT-NUMBER      PIC 9(10).

      *----------------------------------------------------------------
      * WS-NAME-TABLE - customer names from CUSTCIF, carried on the
      * extract so the vendor can personalize the message.
      *----------------------------------------------------------------
       01  WS-NAME-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-NAME-TABLE.
           05  WS-NAME-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-NAME-COUNT
                   INDEXED BY WS-NAME-IDX.
               10  WS-N-CUSTOMER-ID         PIC 9(10).
               10  WS-N-CUSTOMER-NAME       PIC X(30).

      *----------------------------------------------------------------
      * WS-PREF-TABLE - the whole ALRTPREF file.
      *----------------------------------------------------------------
       01  WS-PREF-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-PREF-TABLE.
           05  WS-PREF-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-PREF-COUNT
                   INDEXED BY WS-PREF-IDX.
               10  WS-P-CUSTOMER-ID         PIC 9(10).
               10  WS-P-CHANNEL             PIC X.
               10  WS-P-PHONE               PIC X(15).
               10  WS-P-EMAIL               PIC X(50).
               10  WS-P-LOW-BAL-OPT         PIC X.
               10  WS-P-LOW-BAL-THRESHOLD   PIC 9(7)V99.
               10  WS-P-WITHDRAWAL-OPT      PIC X.
               10  WS-P-WITHDRAWAL-THRESHOLD PIC 9(7)V99.
               10  WS-P-REJECT-OPT          PIC X.
               10  WS-P-MATURITY-OPT        PIC X.

      *----------------------------------------------------------------
      * WS-POSTED-TABLE - one entry per account BALHIST shows posted
      * tonight: the balance the night's last posting left it at,
      * and whether any of tonight's postings took money out.  A
      * night of credits only raises no low-balance alert, so an
      * account already under its owner's threshold is not
      * re-alerted every time a deposit lands.
      *----------------------------------------------------------------
       01  WS-POSTED-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-POSTED-TABLE.
           05  WS-POSTED-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-POSTED-COUNT
                   INDEXED BY WS-POST-IDX.
               10  WS-T-ACCOUNT-NUMBER      PIC 9(10).
               10  WS-T-ENDING-BALANCE      PIC S9(7)V99.
               10  WS-T-DEBIT-SWITCH        PIC X.
                   88  WS-T-DEBITED         VALUE 'Y'.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "AlertExtract" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           PERFORM 1000-LOAD-RELATION-TABLE
           PERFORM 1200-LOAD-NAME-TABLE
           PERFORM 1400-LOAD-PREF-TABLE
           PERFORM 1800-OPEN-EXTRACT

           PERFORM 2000-LOW-BALANCE-ALERTS
           PERFORM 3000-WITHDRAWAL-ALERTS
           PERFORM 3500-TRANSFER-REJECT-ALERTS
           PERFORM 4000-CD-MATURITY-ALERTS

           PERFORM 8000-TERMINATE
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-RECORDS-READ TO RLOG-RECORDS-READ
           MOVE WS-ALERT-COUNT  TO RLOG-RECORDS-WRITTEN
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-LOAD-RELATION-TABLE - a status of "35" means no customer
      * has been related to an account yet; the table stays empty
      * and no alert finds anyone to go to.
      *----------------------------------------------------------------
       1000-LOAD-RELATION-TABLE.
           OPEN INPUT RELATIONSHIP-FILE
           IF WS-CUSTR-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1050-READ-RELATION
               PERFORM UNTIL WS-END-OF-FILE
                   ADD 1 TO WS-RELATION-COUNT
                   MOVE CUSTR-CUSTOMER-ID
                       TO WS-L-CUSTOMER-ID (WS-RELATION-COUNT)
                   MOVE CUSTR-ACCOUNT-NUMBER
                       TO WS-L-ACCOUNT-NUMBER (WS-RELATION-COUNT)
                   PERFORM 1050-READ-RELATION
               END-PERFORM
               CLOSE RELATIONSHIP-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1050-READ-RELATION
      *----------------------------------------------------------------
       1050-READ-RELATION.
           READ RELATIONSHIP-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1200-LOAD-NAME-TABLE - a status of "35" leaves every alert
      * without a customer name.
      *----------------------------------------------------------------
       1200-LOAD-NAME-TABLE.
           OPEN INPUT CUSTOMER-INFO-FILE
           IF WS-CUSTC-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1250-READ-CUSTOMER
               PERFORM UNTIL WS-END-OF-FILE
                   ADD 1 TO WS-NAME-COUNT
                   MOVE CUSTC-CUSTOMER-ID
                       TO WS-N-CUSTOMER-ID (WS-NAME-COUNT)
                   MOVE CUSTC-CUSTOMER-NAME
                       TO WS-N-CUSTOMER-NAME (WS-NAME-COUNT)
                   PERFORM 1250-READ-CUSTOMER
               END-PERFORM
               CLOSE CUSTOMER-INFO-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1250-READ-CUSTOMER
      *----------------------------------------------------------------
       1250-READ-CUSTOMER.
           READ CUSTOMER-INFO-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1400-LOAD-PREF-TABLE - a status of "35" means nobody has
      * signed up yet; the extract goes out with no details.
      *----------------------------------------------------------------
       1400-LOAD-PREF-TABLE.
           OPEN INPUT ALERT-PREF-FILE
           IF WS-PREF-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1450-READ-PREF
               PERFORM UNTIL WS-END-OF-FILE
                   ADD 1 TO WS-PREF-COUNT
                   MOVE ALRTP-CUSTOMER-ID
                       TO WS-P-CUSTOMER-ID (WS-PREF-COUNT)
                   MOVE ALRTP-CHANNEL
                       TO WS-P-CHANNEL (WS-PREF-COUNT)
                   MOVE ALRTP-PHONE
                       TO WS-P-PHONE (WS-PREF-COUNT)
                   MOVE ALRTP-EMAIL
                       TO WS-P-EMAIL (WS-PREF-COUNT)
                   MOVE ALRTP-LOW-BAL-OPT
                       TO WS-P-LOW-BAL-OPT (WS-PREF-COUNT)
                   MOVE ALRTP-LOW-BAL-THRESHOLD
                       TO WS-P-LOW-BAL-THRESHOLD (WS-PREF-COUNT)
                   MOVE ALRTP-WITHDRAWAL-OPT
                       TO WS-P-WITHDRAWAL-OPT (WS-PREF-COUNT)
                   MOVE ALRTP-WITHDRAWAL-THRESHOLD
                       TO WS-P-WITHDRAWAL-THRESHOLD (WS-PREF-COUNT)
                   MOVE ALRTP-REJECT-OPT
                       TO WS-P-REJECT-OPT (WS-PREF-COUNT)
                   MOVE ALRTP-MATURITY-OPT
                       TO WS-P-MATURITY-OPT (WS-PREF-COUNT)
                   PERFORM 1450-READ-PREF
               END-PERFORM
               CLOSE ALERT-PREF-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1450-READ-PREF
      *----------------------------------------------------------------
       1450-READ-PREF.
           READ ALERT-PREF-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1800-OPEN-EXTRACT - the batch header.
      *----------------------------------------------------------------
       1800-OPEN-EXTRACT.
           OPEN OUTPUT ALERT-EXTRACT-FILE
           MOVE SPACES        TO ALERT-EXTRACT-RECORD
           MOVE 'H'           TO ALRTX-RECORD-TYPE
           MOVE WS-RUN-DATE   TO ALRTX-HEADER-RUN-DATE
           MOVE "ALERTS"      TO ALRTX-HEADER-SOURCE
           WRITE ALERT-EXTRACT-RECORD.

      *----------------------------------------------------------------
      * 2000-LOW-BALANCE-ALERTS - tonight's BALHIST entries are
      * folded into WS-POSTED-TABLE, then every account a debit
      * touched is alerted at the balance the night left it at.
      *----------------------------------------------------------------
       2000-LOW-BALANCE-ALERTS.
           OPEN INPUT BALANCE-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 2050-READ-HISTORY
               PERFORM UNTIL WS-END-OF-FILE
                   ADD 1 TO WS-RECORDS-READ
                   IF BALHIST-RUN-DATE = WS-RUN-DATE
                      AND BALHIST-ACCOUNT-NUMBER > 0
                       PERFORM 2100-POST-HISTORY-ENTRY
                   END-IF
                   PERFORM 2050-READ-HISTORY
               END-PERFORM
               CLOSE BALANCE-HISTORY-FILE
           END-IF

           MOVE "LB"        TO WS-ALERT-TYPE
           MOVE WS-RUN-DATE TO WS-ALERT-EVENT-DATE
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
                   UNTIL WS-POST-IDX > WS-POSTED-COUNT
               IF WS-T-DEBITED (WS-POST-IDX)
                   MOVE WS-T-ACCOUNT-NUMBER (WS-POST-IDX)
                       TO WS-ALERT-ACCOUNT
                   MOVE WS-T-ENDING-BALANCE (WS-POST-IDX)
                       TO WS-ALERT-AMOUNT
                   PERFORM 5000-ALERT-RELATED-CUSTOMERS
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2050-READ-HISTORY
      *----------------------------------------------------------------
       2050-READ-HISTORY.
           READ BALANCE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2100-POST-HISTORY-ENTRY - BALHIST is in posting order, so
      * the last entry for an account carries its ending balance.
      *----------------------------------------------------------------
       2100-POST-HISTORY-ENTRY.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
                   UNTIL WS-POST-IDX > WS-POSTED-COUNT
                      OR WS-ENTRY-FOUND
               IF WS-T-ACCOUNT-NUMBER (WS-POST-IDX)
                      = BALHIST-ACCOUNT-NUMBER
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE WS-POST-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM

           IF NOT WS-ENTRY-FOUND
               IF WS-POSTED-COUNT < 1000
                   ADD 1 TO WS-POSTED-COUNT
                   MOVE WS-POSTED-COUNT TO WS-FOUND-IDX
                   MOVE BALHIST-ACCOUNT-NUMBER
                       TO WS-T-ACCOUNT-NUMBER (WS-FOUND-IDX)
                   MOVE 'N' TO WS-T-DEBIT-SWITCH (WS-FOUND-IDX)
               ELSE
                   DISPLAY "*** POSTED-ACCOUNT TABLE FULL - ACCOUNT "
                           BALHIST-ACCOUNT-NUMBER " NOT ALERTED ***"
                   MOVE 0 TO WS-FOUND-IDX
               END-IF
           END-IF

           IF WS-FOUND-IDX > 0
               MOVE BALHIST-NEW-BALANCE
                   TO WS-T-ENDING-BALANCE (WS-FOUND-IDX)
               IF BALHIST-NEW-BALANCE < BALHIST-PRIOR-BALANCE
                   MOVE 'Y' TO WS-T-DEBIT-SWITCH (WS-FOUND-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3000-WITHDRAWAL-ALERTS - each of tonight's BALAUDIT entries that
      * took money out of an account.  A backout ('B') reverses a
      * posting rather than withdrawing anything, and a service
      * charge ('F') is the bank's fee, not the customer's
      * withdrawal, so neither is alerted.
      *----------------------------------------------------------------
       3000-WITHDRAWAL-ALERTS.
           MOVE "LW"        TO WS-ALERT-TYPE
           MOVE WS-RUN-DATE TO WS-ALERT-EVENT-DATE
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 3050-READ-AUDIT
               PERFORM UNTIL WS-END-OF-FILE
                   ADD 1 TO WS-RECORDS-READ
                   IF AUDIT-RUN-DATE = WS-RUN-DATE
                      AND AUDIT-ACCOUNT-NUMBER > 0
                      AND AUDIT-NEW-BALANCE < AUDIT-OLD-BALANCE
                      AND AUDIT-TRANSACTION-TYPE NOT = 'B'
                      AND AUDIT-TRANSACTION-TYPE NOT = 'F'
                       COMPUTE WS-WITHDRAWAL-AMOUNT =
                           AUDIT-OLD-BALANCE - AUDIT-NEW-BALANCE
                       MOVE AUDIT-ACCOUNT-NUMBER TO WS-ALERT-ACCOUNT
                       MOVE WS-WITHDRAWAL-AMOUNT TO WS-ALERT-AMOUNT
                       PERFORM 5000-ALERT-RELATED-CUSTOMERS
                   END-IF
                   PERFORM 3050-READ-AUDIT
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           END-IF.

      *----------------------------------------------------------------
      * 3050-READ-AUDIT
      *----------------------------------------------------------------
       3050-READ-AUDIT.
           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 3500-TRANSFER-REJECT-ALERTS - GroupCalcDemo rewrites GCSUSP
      * with each run's rejects, so every record on it bounced in
      * tonight's posting run.  Only an insufficient-funds reject is
      * alerted, against the account the money was to come from.
      *----------------------------------------------------------------
       3500-TRANSFER-REJECT-ALERTS.
           MOVE "TR"        TO WS-ALERT-TYPE
           MOVE WS-RUN-DATE TO WS-ALERT-EVENT-DATE
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 3550-READ-SUSPENSE
               PERFORM UNTIL WS-END-OF-FILE
                   ADD 1 TO WS-RECORDS-READ
                   IF GCSUSP-REJECT-REASON = WS-NSF-REJECT-REASON
                       MOVE GCSUSP-TRAN-IMAGE TO GCTRAN-RECORD
                       MOVE GCTRAN-FROM-ACCOUNT TO WS-ALERT-ACCOUNT
                       MOVE GCTRAN-TRANSFER-AMOUNT TO WS-ALERT-AMOUNT
                       PERFORM 5000-ALERT-RELATED-CUSTOMERS
                   END-IF
                   PERFORM 3550-READ-SUSPENSE
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

      *----------------------------------------------------------------
      * 3550-READ-SUSPENSE
      *----------------------------------------------------------------
       3550-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 4000-CD-MATURITY-ALERTS - CdMaturity lists every active CD
      * maturing within its window; the alert goes out on the first
      * night the CD is WS-CM-ALERT-DAYS days out or less - at or
      * under the limit tonight, but over it as of the prior business
      * day - so a weekend or holiday stepping over the exact day
      * cannot skip it, and it is still sent once.
      *----------------------------------------------------------------
       4000-CD-MATURITY-ALERTS.
           MOVE "CM" TO WS-ALERT-TYPE
           MOVE 'P' TO BCAL-FUNCTION
           MOVE 'B' TO BCAL-CALENDAR
           MOVE WS-RUN-DATE TO BCAL-DATE
           CALL "BusinessCalendar" USING BUSINESS-CALENDAR-PARMS
           IF BCAL-OK
               MOVE BCAL-DAYS TO WS-CM-PRIOR-GAP
           END-IF
           OPEN INPUT UPCOMING-MATURITY-FILE
           IF WS-UPCOMING-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 4050-READ-UPCOMING
               PERFORM UNTIL WS-END-OF-FILE
                   ADD 1 TO WS-RECORDS-READ
                   IF CDUPC-DAYS-TO-MATURITY NOT > WS-CM-ALERT-DAYS
                      AND CDUPC-DAYS-TO-MATURITY + WS-CM-PRIOR-GAP
                            > WS-CM-ALERT-DAYS
                       MOVE CDUPC-ACCOUNT-NUMBER  TO WS-ALERT-ACCOUNT
                       MOVE CDUPC-ACCOUNT-BALANCE TO WS-ALERT-AMOUNT
                       MOVE CDUPC-MATURITY-DATE
                           TO WS-ALERT-EVENT-DATE
                       PERFORM 5000-ALERT-RELATED-CUSTOMERS
                   END-IF
                   PERFORM 4050-READ-UPCOMING
               END-PERFORM
               CLOSE UPCOMING-MATURITY-FILE
           END-IF.

      *----------------------------------------------------------------
      * 4050-READ-UPCOMING
      *----------------------------------------------------------------
       4050-READ-UPCOMING.
           READ UPCOMING-MATURITY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 5000-ALERT-RELATED-CUSTOMERS - the alert in WS-ALERT-* goes
      * to every customer CUSTREL relates to WS-ALERT-ACCOUNT,
      * whatever their role on it, subject to each one's own
      * preferences.
      *----------------------------------------------------------------
       5000-ALERT-RELATED-CUSTOMERS.
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > WS-RELATION-COUNT
               IF WS-L-ACCOUNT-NUMBER (WS-REL-IDX) = WS-ALERT-ACCOUNT
                   PERFORM 5100-CHECK-PREFERENCE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 5100-CHECK-PREFERENCE - no ALRTPREF entry, or an entry not
      * opted into this alert type, sends nothing.  LB and LW are
      * also held to the customer's own threshold.
      *----------------------------------------------------------------
       5100-CHECK-PREFERENCE.
           MOVE 'N' TO WS-SEND-SWITCH
           MOVE 0   TO WS-ALERT-THRESHOLD
           SET WS-PREF-IDX TO 1
           SEARCH WS-PREF-ENTRY
               WHEN WS-P-CUSTOMER-ID (WS-PREF-IDX)
                      = WS-L-CUSTOMER-ID (WS-REL-IDX)
                   EVALUATE WS-ALERT-TYPE
                       WHEN "LB"
                           IF WS-P-LOW-BAL-OPT (WS-PREF-IDX) = 'Y'
                              AND WS-ALERT-AMOUNT <
                                  WS-P-LOW-BAL-THRESHOLD (WS-PREF-IDX)
                               MOVE 'Y' TO WS-SEND-SWITCH
                               MOVE WS-P-LOW-BAL-THRESHOLD
                                   (WS-PREF-IDX) TO WS-ALERT-THRESHOLD
                           END-IF
                       WHEN "LW"
                           IF WS-P-WITHDRAWAL-OPT (WS-PREF-IDX) = 'Y'
                              AND WS-ALERT-AMOUNT >
                               WS-P-WITHDRAWAL-THRESHOLD (WS-PREF-IDX)
                               MOVE 'Y' TO WS-SEND-SWITCH
                               MOVE WS-P-WITHDRAWAL-THRESHOLD
                                   (WS-PREF-IDX) TO WS-ALERT-THRESHOLD
                           END-IF
                       WHEN "TR"
                           IF WS-P-REJECT-OPT (WS-PREF-IDX) = 'Y'
                               MOVE 'Y' TO WS-SEND-SWITCH
                           END-IF
                       WHEN "CM"
                           IF WS-P-MATURITY-OPT (WS-PREF-IDX) = 'Y'
                               MOVE 'Y' TO WS-SEND-SWITCH
                           END-IF
                   END-EVALUATE
           END-SEARCH

           IF WS-SEND-ALERT
               PERFORM 5200-WRITE-ALERT
           END-IF.

      *----------------------------------------------------------------
      * 5200-WRITE-ALERT - one detail for the customer at WS-REL-IDX,
      * through the channel and contact details at WS-PREF-IDX.
      *----------------------------------------------------------------
       5200-WRITE-ALERT.
           MOVE SPACES TO ALERT-EXTRACT-RECORD
           MOVE 'D' TO ALRTX-RECORD-TYPE
           MOVE WS-L-CUSTOMER-ID (WS-REL-IDX) TO ALRTX-CUSTOMER-ID
           PERFORM 5300-FIND-CUSTOMER-NAME
           MOVE WS-ALERT-ACCOUNT            TO ALRTX-ACCOUNT-NUMBER
           MOVE WS-ALERT-TYPE               TO ALRTX-ALERT-TYPE
           MOVE WS-P-CHANNEL (WS-PREF-IDX)  TO ALRTX-CHANNEL
           MOVE WS-P-PHONE (WS-PREF-IDX)    TO ALRTX-PHONE
           MOVE WS-P-EMAIL (WS-PREF-IDX)    TO ALRTX-EMAIL
           MOVE WS-ALERT-AMOUNT             TO ALRTX-AMOUNT
           MOVE WS-ALERT-THRESHOLD          TO ALRTX-THRESHOLD
           MOVE WS-ALERT-EVENT-DATE         TO ALRTX-EVENT-DATE
           WRITE ALERT-EXTRACT-RECORD
           ADD 1 TO WS-ALERT-COUNT

           EVALUATE WS-ALERT-TYPE
               WHEN "LB"
                   ADD 1 TO WS-LB-COUNT
               WHEN "LW"
                   ADD 1 TO WS-LW-COUNT
               WHEN "TR"
                   ADD 1 TO WS-TR-COUNT
               WHEN "CM"
                   ADD 1 TO WS-CM-COUNT
           END-EVALUATE.

      *----------------------------------------------------------------
      * 5300-FIND-CUSTOMER-NAME
      *----------------------------------------------------------------
       5300-FIND-CUSTOMER-NAME.
           SET WS-NAME-IDX TO 1
           SEARCH WS-NAME-ENTRY
               AT END
                   MOVE SPACES TO ALRTX-CUSTOMER-NAME
               WHEN WS-N-CUSTOMER-ID (WS-NAME-IDX)
                      = WS-L-CUSTOMER-ID (WS-REL-IDX)
                   MOVE WS-N-CUSTOMER-NAME (WS-NAME-IDX)
                       TO ALRTX-CUSTOMER-NAME
           END-SEARCH.

      *----------------------------------------------------------------
      * 8000-TERMINATE - the control-count trailer.
      *----------------------------------------------------------------
       8000-TERMINATE.
           MOVE SPACES          TO ALERT-EXTRACT-RECORD
           MOVE 'T'             TO ALRTX-RECORD-TYPE
           MOVE WS-ALERT-COUNT  TO ALRTX-TRAILER-RECORD-COUNT
           MOVE WS-LB-COUNT     TO ALRTX-TRAILER-LB-COUNT
           MOVE WS-LW-COUNT     TO ALRTX-TRAILER-LW-COUNT
           MOVE WS-TR-COUNT     TO ALRTX-TRAILER-TR-COUNT
           MOVE WS-CM-COUNT     TO ALRTX-TRAILER-CM-COUNT
           WRITE ALERT-EXTRACT-RECORD
           CLOSE ALERT-EXTRACT-FILE

           DISPLAY "ALERTS EXTRACTED: " WS-ALERT-COUNT
           DISPLAY "  LOW BALANCE:        " WS-LB-COUNT
           DISPLAY "  LARGE WITHDRAWAL:   " WS-LW-COUNT
           DISPLAY "  TRANSFER REJECTED:  " WS-TR-COUNT
           DISPLAY "  CD MATURING:        " WS-CM-COUNT.
