      *                  RUN'S RECORD COUNTS AND FINAL STATUS, AND AN
      *                  ABEND LEAVES NO END RECORD, WHICH IS HOW THE
      *                  MORNING OPERATIONS REPORT SPOTS IT.
      * 2026-10-15  DLH  ALSO WRITES THE NEW CDUPCOM FILE - EVERY
      *                  ACTIVE CD MATURING WITHIN THE NEXT TEN DAYS,
      *                  WITH ITS DAYS TO MATURITY - FOR THE NIGHTLY
      *                  AlertExtract CUSTOMER ALERTS.
      * 2026-10-15  DLH  A MATURED CD WHOSE CUSTADDR ENTRY IS FLAGGED
      *                  AS AN ESTATE ACCOUNT BY DeathNotice IS ALWAYS
      *                  ROLLED TO SAVINGS, WHATEVER THE RUN'S
      *                  DISPOSITION - A DECEASED OWNER'S CD IS NEVER
      *                  RENEWED FOR A NEW TERM.  THE NOTICE LINE SAYS
      *                  SO.
      * 2026-10-15  DLH  THE EODCTL CONTROL RECORD IS FOLLOWED BY ONE
      *                  BRANCH SUBTOTAL RECORD PER BRANCH.  CARRIES
      *                  THE NEW ACCTMAST BRANCH AND OPENED/CLOSED
      *                  DATES THROUGH THE MASTER REWRITE.
      * 2026-10-15  DLH  CHECKS IN WITH THE SHARED PostingRegister ONCE
      *                  THE DISPOSITION IS ACCEPTED AND REGISTERS THE
      *                  BUSINESS DATE WHEN IT FINISHES.  A RERUN FOR A
      *                  DATE ALREADY POSTED ENDS RC 8 UNLESS A RERUNREQ
      *                  ENTRY ASKS FOR REPLACE MODE, WHICH FIRST CLEARS
      *                  THIS PROGRAM'S BALHIST, BALAUDIT AND EODCTL
      *                  ENTRIES FOR THE DATE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MATURITY-REPORT-FILE ASSIGN TO "CDMATRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UPCOMING-MATURITY-FILE ASSIGN TO "CDUPCOM"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       FD  MATURITY-REPORT-FILE.
       01  MATURITY-REPORT-LINE         PIC X(110).

       FD  UPCOMING-MATURITY-FILE.
       COPY CDUPCOM.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.
       01  POSTING-REGISTER-PARMS.
           COPY POSTREGP.

      *----------------------------------------------------------------
      * WS-DISPOSITION - what happens to a CD whose maturity date has
       01  WS-RENEWAL-TERM-MONTHS    PIC 9(3) VALUE 0.

       01  WS-MATURED-COUNT          PIC 9(4) COMP VALUE 0.

       01  WS-BRANCH-TOTAL-COUNT     PIC 9(3) COMP VALUE 0.
       01  WS-BRTOT-FOUND-SWITCH     PIC X VALUE 'N'.
           88  WS-BRTOT-FOUND        VALUE 'Y'.
       01  WS-BRANCH-TOTALS.
           COPY BRTOTAL.
       01  WS-UPCOMING-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-ACCOUNT-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-ADDRESS-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-NEW-MATURITY-NUM REDEFINES WS-NEW-MATURITY-DATE
                                     PIC 9(8).

      *----------------------------------------------------------------
      * Upcoming-maturity window - WS-UPC-DATE (n) is the run date
      * plus n calendar days, stepped a day at a time with the
      * leap-year rule, so a CD whose maturity date matches entry n
      * is n days from maturity.
      *----------------------------------------------------------------
       01  WS-UPCOMING-WINDOW        PIC 9(2) VALUE 10.
       01  WS-UPC-DATE-TABLE.
           05  WS-UPC-DATE OCCURS 10 TIMES
                   INDEXED BY WS-UPC-IDX   PIC 9(8).
       01  WS-UPC-STEP               PIC 9(2) COMP VALUE 0.
       01  WS-DAYS-IN-MONTH          PIC 9(2) VALUE 0.
       01  WS-LEAP-QUOTIENT          PIC 9(4) COMP VALUE 0.
       01  WS-LEAP-REMAINDER         PIC 9(4) COMP VALUE 0.

       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-ACCOUNT-COUNT
               10  WS-A-PRODUCT-TYPE        PIC X.
               10  WS-A-MATURITY-DATE       PIC 9(8).
               10  WS-A-ACCRUED-INTEREST    PIC S9(5)V99.
               10  WS-A-BRANCH-CODE         PIC X(3).
               10  WS-A-OPENED-DATE         PIC 9(8).
               10  WS-A-CLOSED-DATE         PIC 9(8).

       01  WS-ADDRESS-TABLE.
           05  WS-ADDR-ENTRY OCCURS 1 TO 500 TIMES
                   INDEXED BY WS-ADDR-IDX.
               10  WS-N-ACCOUNT-NUMBER      PIC 9(10).
               10  WS-N-CUSTOMER-NAME       PIC X(30).
               10  WS-N-ESTATE-STATUS       PIC X.
                   88  WS-N-ESTATE-ACCOUNT  VALUE 'E'.

      *----------------------------------------------------------------
      * CM-RATE-TABLE - the current INTRATE tier schedule, so a
           05  WS-D-NEW-RATE      PIC Z9.99.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-D-NEW-MATURITY  PIC 9(8).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-D-NOTE          PIC X(20).

      *----------------------------------------------------------------
      * 0000-MAINLINE
           END-IF
           DISPLAY "Maturity disposition: " WS-DISPOSITION

           MOVE SPACES TO POSTING-REGISTER-PARMS
           MOVE "CdMaturity" TO PREG-PROGRAM-ID
           MOVE "BALHIST"  TO PREG-APPEND-FILE (1)
           MOVE "BALAUDIT" TO PREG-APPEND-FILE (2)
           MOVE "EODCTL"   TO PREG-APPEND-FILE (3)
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

           PERFORM 1000-LOAD-ACCOUNT-TABLE
           PERFORM 1200-LOAD-ADDRESS-TABLE
           PERFORM 1400-LOAD-RATE-TABLE
           PERFORM 1600-OPEN-POSTING-FILES
           PERFORM 1700-OPEN-UPCOMING-FILE
           PERFORM 1800-OPEN-REPORT

           PERFORM 2000-SWEEP-ACCOUNT

           PERFORM 3000-REWRITE-ACCOUNT-MASTER
           PERFORM 4000-TERMINATE
           MOVE 'F' TO PREG-FUNCTION
           CALL "PostingRegister" USING POSTING-REGISTER-PARMS
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-ACCOUNT-COUNT TO RLOG-RECORDS-READ
           MOVE WS-MATURED-COUNT TO RLOG-RECORDS-WRITTEN
                   TO WS-A-MATURITY-DATE (WS-ACCOUNT-COUNT)
               MOVE ACCTM-ACCRUED-INTEREST
                   TO WS-A-ACCRUED-INTEREST (WS-ACCOUNT-COUNT)
               MOVE ACCTM-BRANCH-CODE
                   TO WS-A-BRANCH-CODE (WS-ACCOUNT-COUNT)
               MOVE ACCTM-OPENED-DATE
                   TO WS-A-OPENED-DATE (WS-ACCOUNT-COUNT)
               MOVE ACCTM-CLOSED-DATE
                   TO WS-A-CLOSED-DATE (WS-ACCOUNT-COUNT)
               PERFORM 1100-READ-ACCOUNT
           END-PERFORM
           CLOSE ACCOUNT-MASTER-FILE.

      *----------------------------------------------------------------
      * 1200-LOAD-ADDRESS-TABLE - customer names for the notice
      * report, and the estate flag that stops a renewal.  A status
      * of "35" just leaves the table empty.
      *----------------------------------------------------------------
       1200-LOAD-ADDRESS-TABLE.
           OPEN INPUT CUSTOMER-ADDRESS-FILE
                       TO WS-N-ACCOUNT-NUMBER (WS-ADDRESS-COUNT)
                   MOVE CUSTA-CUSTOMER-NAME
                       TO WS-N-CUSTOMER-NAME (WS-ADDRESS-COUNT)
                   MOVE CUSTA-ESTATE-STATUS
                       TO WS-N-ESTATE-STATUS (WS-ADDRESS-COUNT)
                   PERFORM 1250-READ-ADDRESS
               END-PERFORM
               CLOSE CUSTOMER-ADDRESS-FILE
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1700-OPEN-UPCOMING-FILE - CDUPCOM is rebuilt every run, so
      * it only ever lists tonight's view of the coming window.  The
      * window's dates are laid out here once for the whole sweep.
      *----------------------------------------------------------------
       1700-OPEN-UPCOMING-FILE.
           OPEN OUTPUT UPCOMING-MATURITY-FILE
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           PERFORM VARYING WS-UPC-STEP FROM 1 BY 1
                   UNTIL WS-UPC-STEP > WS-UPCOMING-WINDOW
               PERFORM 1750-SET-DAYS-IN-MONTH
               IF WS-DW-DAY < WS-DAYS-IN-MONTH
                   ADD 1 TO WS-DW-DAY
               ELSE
                   MOVE 1 TO WS-DW-DAY
                   IF WS-DW-MONTH < 12
                       ADD 1 TO WS-DW-MONTH
                   ELSE
                       MOVE 1 TO WS-DW-MONTH
                       ADD 1 TO WS-DW-YEAR
                   END-IF
               END-IF
               MOVE WS-DATE-WORK TO WS-UPC-DATE (WS-UPC-STEP)
           END-PERFORM.

      *----------------------------------------------------------------
      * 1750-SET-DAYS-IN-MONTH - February's length follows the
      * leap-year rule.
      *----------------------------------------------------------------
       1750-SET-DAYS-IN-MONTH.
           EVALUATE WS-DW-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-DW-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                       DIVIDE WS-DW-YEAR BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = 0
                           MOVE 28 TO WS-DAYS-IN-MONTH
                           DIVIDE WS-DW-YEAR BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER = 0
                               MOVE 29 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * 1800-OPEN-REPORT
      *----------------------------------------------------------------

      *----------------------------------------------------------------
      * 2000-SWEEP-ACCOUNT - an active CD whose maturity date has
      * been reached gets this run's disposition; one maturing
      * within the coming window is listed on CDUPCOM; everything
      * else is carried forward untouched.
      *----------------------------------------------------------------
       2000-SWEEP-ACCOUNT.
           IF WS-A-STATUS (WS-ACCT-IDX) = 'A'
              AND WS-A-PRODUCT-TYPE (WS-ACCT-IDX) = 'C'
              AND WS-A-MATURITY-DATE (WS-ACCT-IDX) > 0
               IF WS-A-MATURITY-DATE (WS-ACCT-IDX) NOT > WS-RUN-DATE
                   PERFORM 2100-APPLY-DISPOSITION
               ELSE
                   PERFORM 2600-CHECK-UPCOMING
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2100-APPLY-DISPOSITION - re-rate the account at the current
      * INTRATE tier for its balance, then either roll it to savings
      * or stamp the renewed term's new maturity date.  An estate
      * account is rolled to savings even on a renewal run.
      *----------------------------------------------------------------
       2100-APPLY-DISPOSITION.
           MOVE WS-A-ACCOUNT-NUMBER (WS-ACCT-IDX) TO WS-D-ACCOUNT
           MOVE WS-LOOKED-UP-RATE
               TO WS-A-INTEREST-RATE (WS-ACCT-IDX)
           MOVE WS-LOOKED-UP-RATE TO WS-D-NEW-RATE
           MOVE SPACES TO WS-D-NOTE
           IF WS-RENEW-CD
              AND WS-ADDRESS-FOUND
              AND WS-N-ESTATE-ACCOUNT (WS-ADDR-FOUND-IDX)
               MOVE "ESTATE - NOT RENEWED" TO WS-D-NOTE
           END-IF

           IF WS-ROLL-TO-SAVINGS
              OR WS-D-NOTE NOT = SPACES
               MOVE 'S'  TO WS-A-PRODUCT-TYPE (WS-ACCT-IDX)
               MOVE ZERO TO WS-A-MATURITY-DATE (WS-ACCT-IDX)
               MOVE ZERO TO WS-D-NEW-MATURITY

           PERFORM 2500-POST-MATURITY-EVENT
           WRITE MATURITY-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-MATURED-COUNT
           PERFORM 2700-ADD-BRANCH-TOTAL.

      *----------------------------------------------------------------
      * 2200-FIND-CUSTOMER-NAME
           MOVE WS-RUN-DATE   TO AUDIT-RUN-DATE
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------------
      * 2600-CHECK-UPCOMING - a CD whose maturity date is one of the
      * window's dates goes to CDUPCOM with its days to maturity.
      *----------------------------------------------------------------
       2600-CHECK-UPCOMING.
           SET WS-UPC-IDX TO 1
           SEARCH WS-UPC-DATE
               WHEN WS-UPC-DATE (WS-UPC-IDX)
                      = WS-A-MATURITY-DATE (WS-ACCT-IDX)
                   MOVE WS-A-ACCOUNT-NUMBER (WS-ACCT-IDX)
                       TO CDUPC-ACCOUNT-NUMBER
                   MOVE WS-A-MATURITY-DATE (WS-ACCT-IDX)
                       TO CDUPC-MATURITY-DATE
                   SET CDUPC-DAYS-TO-MATURITY TO WS-UPC-IDX
                   MOVE WS-A-ACCOUNT-BALANCE (WS-ACCT-IDX)
                       TO CDUPC-ACCOUNT-BALANCE
                   MOVE WS-RUN-DATE TO CDUPC-RUN-DATE
                   WRITE CD-UPCOMING-RECORD
                   ADD 1 TO WS-UPCOMING-COUNT
           END-SEARCH.

      *----------------------------------------------------------------
      * 2700-ADD-BRANCH-TOTAL - add the current account into its
      * branch's subtotal for the EODCTL branch records, starting a
      * new entry the first time the branch is met.  An account with
      * no branch on file subtotals under a blank code.
      *----------------------------------------------------------------
       2700-ADD-BRANCH-TOTAL.
           MOVE 'N' TO WS-BRTOT-FOUND-SWITCH
           PERFORM VARYING BRTOT-IDX FROM 1 BY 1
                   UNTIL BRTOT-IDX > WS-BRANCH-TOTAL-COUNT
                      OR WS-BRTOT-FOUND
               IF BRTOT-BRANCH-CODE (BRTOT-IDX)
                      = WS-A-BRANCH-CODE (WS-ACCT-IDX)
                   MOVE 'Y' TO WS-BRTOT-FOUND-SWITCH
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-BRTOT-FOUND
                   SET BRTOT-IDX DOWN BY 1
               WHEN WS-BRANCH-TOTAL-COUNT < 50
                   ADD 1 TO WS-BRANCH-TOTAL-COUNT
                   SET BRTOT-IDX TO WS-BRANCH-TOTAL-COUNT
                   MOVE WS-A-BRANCH-CODE (WS-ACCT-IDX)
                       TO BRTOT-BRANCH-CODE (BRTOT-IDX)
                   MOVE 0 TO BRTOT-RECORD-COUNT (BRTOT-IDX)
                   MOVE 0 TO BRTOT-AMOUNT (BRTOT-IDX)
                   MOVE 0 TO BRTOT-OTHER-COUNT (BRTOT-IDX)
                   MOVE 'Y' TO WS-BRTOT-FOUND-SWITCH
               WHEN OTHER
                   DISPLAY "*** BRANCH TOTAL TABLE FULL - ACCOUNT "
                           WS-A-ACCOUNT-NUMBER (WS-ACCT-IDX)
                           " NOT SUBTOTALED ***"
           END-EVALUATE
           IF WS-BRTOT-FOUND
               ADD 1 TO BRTOT-RECORD-COUNT (BRTOT-IDX)
           END-IF.

      *----------------------------------------------------------------
      * 3000-REWRITE-ACCOUNT-MASTER - write the whole table back out,
      * carrying every account forward with any dispositions applied.
                   TO ACCTM-MATURITY-DATE
               MOVE WS-A-ACCRUED-INTEREST (WS-ACCT-IDX)
                   TO ACCTM-ACCRUED-INTEREST
               MOVE WS-A-BRANCH-CODE (WS-ACCT-IDX)
                   TO ACCTM-BRANCH-CODE
               MOVE WS-A-OPENED-DATE (WS-ACCT-IDX)
                   TO ACCTM-OPENED-DATE
               MOVE WS-A-CLOSED-DATE (WS-ACCT-IDX)
                   TO ACCTM-CLOSED-DATE
               WRITE ACCTM-RECORD
           END-PERFORM
           CLOSE ACCOUNT-MASTER-FILE.

      *----------------------------------------------------------------
      * 4000-TERMINATE - report footer, then this run's control
      * record on the shared end-of-day reconciliation report and
      * its branch subtotal records - CDs matured per branch.
      *----------------------------------------------------------------
       4000-TERMINATE.
           MOVE WS-MATURED-COUNT TO WS-F-MATURED-COUNT
           WRITE MATURITY-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE MATURITY-REPORT-FILE
           CLOSE UPCOMING-MATURITY-FILE
           CLOSE BALANCE-HISTORY-FILE
           CLOSE AUDIT-TRAIL-FILE

           MOVE 0                TO CTL-TOTAL-BALANCE
           MOVE 0                TO CTL-HASH-TOTAL
           MOVE WS-RUN-DATE      TO CTL-RUN-DATE
           MOVE SPACE            TO CTL-RECORD-TYPE
           MOVE SPACES           TO CTL-BRANCH-CODE
           WRITE CONTROL-RECORD
           PERFORM VARYING BRTOT-IDX FROM 1 BY 1
                   UNTIL BRTOT-IDX > WS-BRANCH-TOTAL-COUNT
               MOVE 'B' TO CTL-RECORD-TYPE
               MOVE BRTOT-BRANCH-CODE (BRTOT-IDX)  TO CTL-BRANCH-CODE
               MOVE BRTOT-RECORD-COUNT (BRTOT-IDX) TO CTL-RECORD-COUNT
               MOVE BRTOT-AMOUNT (BRTOT-IDX)       TO CTL-TOTAL-BALANCE
               WRITE CONTROL-RECORD
           END-PERFORM
           CLOSE CONTROL-REPORT-FILE

           DISPLAY "CDS MATURED THIS RUN: " WS-MATURED-COUNT
           DISPLAY "CDS MATURING WITHIN " WS-UPCOMING-WINDOW
                   " DAYS: " WS-UPCOMING-COUNT.
