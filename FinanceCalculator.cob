      *                  CLOCK, SO A SUITE THAT SLIPS PAST MIDNIGHT OR
      *                  A NEXT-MORNING RERUN STILL STAMPS EVERYTHING
      *                  WITH THE INTENDED BUSINESS DATE.
      * 2026-10-15  DLH  THE RUN NOW WRITES ITS OWN GL JOURNAL BATCH TO
      *                  INTGLEX FOR LedgerPost - THE DAY'S ACCRUAL AS
      *                  INTEREST EXPENSE AGAINST ACCRUED INTEREST
      *                  PAYABLE, AND ON THE MONTH-END RUN THE AMOUNT
      *                  CAPITALIZED OUT OF PAYABLE INTO CUSTOMER
      *                  DEPOSITS - MAPPED THROUGH THE SHARED COAMAP
      *                  CHART OF ACCOUNTS, WITH ANY UNMAPPED LINE
      *                  DIVERTED TO EXCPRPT THE WAY SalaryCalc DOES.
      * 2026-10-15  DLH  THE ACCRUAL CAN NOW BE FIGURED ON THE MONTH-TO-
      *                  DATE AVERAGE DAILY BALANCE INSTEAD OF THE
      *                  BALANCE ON HAND - THE NEW INTPARM FILE NAMES
      *                  THE BASIS ('B' BALANCE ON HAND, AS BEFORE, OR
      *                  'A' AVERAGE DAILY), AND ON 'A' BOTH THE TIER
      *                  LOOKUP AND THE DAY'S INTEREST USE THE AVERAGE
      *                  FROM THE ACCOUNT'S BALSNAP ENTRY FOR THE LAST
      *                  NIGHT BUILT THIS MONTH.  AN ACCOUNT WITH NO
      *                  ENTRY THIS MONTH YET, OR A MISSING SNAPSHOT,
      *                  FALLS BACK TO THE BALANCE ON HAND.  THE FINRPT
      *                  HEADING SAYS WHICH BASIS THE RUN USED.
      * 2026-10-15  DLH  BACKUP WITHHOLDING - WHEN THE MONTH-END RUN
      *                  CAPITALIZES INTEREST FOR AN ACCOUNT WHOSE
      *                  CUSTADDR ENTRY HAS NO CERTIFIED W-9, THE
      *                  BACKUP RATE (CODE BKWHRATE ON THE SHARED
      *                  FEESCHD SCHEDULE, THROUGH FeeLookup) IS TAKEN
      *                  BACK OUT OF THE BALANCE AS A SECOND BALHIST
      *                  ENTRY, RECORDED ON INTYTD IN THE NEW
      *                  INTYTD-BACKUP-WITHHELD FIELD, AND JOURNALED
      *                  FROM CUSTOMER DEPOSITS TO BACKUP WITHHOLDING
      *                  PAYABLE.  WITH NO RATE IN FORCE AN UNCERTIFIED
      *                  ACCOUNT'S ACCRUAL IS LEFT UNCAPITALIZED RATHER
      *                  THAN PAID OUT UNWITHHELD.
      * 2026-10-15  DLH  THE EODCTL CONTROL RECORD IS FOLLOWED BY ONE
      *                  BRANCH SUBTOTAL RECORD PER BRANCH.  CARRIES
      *                  THE NEW ACCTMAST BRANCH AND OPENED/CLOSED
      *                  DATES THROUGH THE MASTER REWRITE.
      * 2026-10-15  DLH  THE SUITE NOW RUNS ON BANK BUSINESS DAYS ONLY,
      *                  SO EACH RUN ACCRUES FOR THE CALENDAR DAYS FROM
      *                  THE RUN DATE UP TO THE NEXT BUSINESS DAY
      *                  (BUSDATE-ACCRUAL-DAYS FROM GetBusinessDate) -
      *                  FRIDAY'S RUN COVERS THE WEEKEND - INSTEAD OF
      *                  ONE DAY.  THE MONTH-END RUN IS NOW THE LAST
      *                  BUSINESS DAY OF THE MONTH, AS GetBusinessDate
      *                  FLAGS IT, NOT THE LAST CALENDAR DAY, WHICH
      *                  MAY NEVER BE A RUN DATE.  FINRPT'S HEADING
      *                  SHOWS THE DAYS ACCRUED.
      * 2026-10-15  DLH  CHECKS IN WITH THE SHARED PostingRegister
      *                  BEFORE OPENING INTYTD, BALHIST OR EODCTL AND
      *                  REGISTERS THE BUSINESS DATE ONCE THEY ARE
      *                  CLOSED.  A RERUN FOR A DATE ALREADY POSTED ENDS
      *                  THE RUN RC 8 UNLESS A RERUNREQ ENTRY ASKS FOR
      *                  REPLACE MODE, WHICH FIRST CLEARS THIS PROGRAM'S
      *                  ENTRIES FOR THE DATE FROM ALL THREE FILES.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT INTEREST-RATE-FILE ASSIGN TO "INTRATE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INTEREST-PARM-FILE ASSIGN TO "INTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTPARM-STATUS.

           SELECT BALANCE-SNAPSHOT-FILE ASSIGN TO "BALSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALSNAP-KEY
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTA-STATUS.

           SELECT INTEREST-GL-FILE ASSIGN TO "INTGLEX"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COA-MAP-FILE ASSIGN TO "COAMAP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       FD  INTEREST-RATE-FILE.
       COPY INTRATE.

       FD  INTEREST-PARM-FILE.
       COPY INTPARM.

       FD  BALANCE-SNAPSHOT-FILE.
       COPY BALSNAP.

       FD  INTEREST-YTD-FILE.
       COPY INTYTD.

       FD  CUSTOMER-ADDRESS-FILE.
       COPY CUSTADDR.

       FD  INTEREST-GL-FILE.
       COPY GLEXTR REPLACING LEADING ==GL-== BY ==IGL-==.

       FD  COA-MAP-FILE.
       COPY COAMAP.

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       WORKING-STORAGE SECTION.

       01  WS-EOF-SWITCH              PIC X VALUE 'N'.
       01  WS-INTYTD-STATUS          PIC X(2).
       01  WS-CONTROL-STATUS         PIC X(2).
       01  WS-HISTORY-STATUS         PIC X(2).
       01  WS-EXCP-STATUS            PIC X(2).
       01  WS-INTPARM-STATUS         PIC X(2).
       01  WS-SNAP-STATUS            PIC X(2).
       01  WS-CUSTA-STATUS           PIC X(2).

       01  WS-RECORD-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-ACCOUNT-COUNT          PIC 9(5) COMP VALUE 0.

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.
       01  POSTING-REGISTER-PARMS.
           COPY POSTREGP.

      *----------------------------------------------------------------
      * Month-end detection - the run capitalizes when the run date
      * is the last business day of its month.  The days accrued
      * run from the run date up to the next business day.
      *----------------------------------------------------------------
       01  WS-MONTH-END-SWITCH       PIC X VALUE 'N'.
           88  WS-MONTH-END-RUN      VALUE 'Y'.
       01  WS-ACCRUAL-DAYS           PIC 9(3) VALUE 1.

       01  WS-DAILY-ACCRUAL          PIC S9(5)V99 VALUE 0.
       01  WS-CURRENT-RATE           PIC S9(3)V99 VALUE 0.
       01  WS-TOTAL-ACCRUED          PIC S9(5)V99 VALUE 0.
       01  WS-TOTAL-ENDING-BALANCE   PIC S9(9)V99 VALUE 0.

       01  WS-BRANCH-TOTAL-COUNT     PIC 9(3) COMP VALUE 0.
       01  WS-BRTOT-FOUND-SWITCH     PIC X VALUE 'N'.
           88  WS-BRTOT-FOUND        VALUE 'Y'.
       01  WS-BRANCH-TOTALS.
           COPY BRTOTAL.

       01  WS-SIZE-ERROR-SWITCH      PIC X VALUE 'N'.
           88  WS-SIZE-ERROR-CONDITION VALUE 'Y'.

      *----------------------------------------------------------------
      * Accrual basis - from INTPARM.  On the average-daily basis the
      * BALSNAP snapshot's last night built supplies each account's
      * month-to-date average daily balance as WS-ACCRUAL-BASE.
      *----------------------------------------------------------------
       01  WS-INTEREST-BASIS         PIC X VALUE 'B'.
           88  WS-AVERAGE-DAILY-BASIS VALUE 'A'.
       01  WS-SNAP-OPEN-SWITCH       PIC X VALUE 'N'.
           88  WS-SNAPSHOT-OPEN      VALUE 'Y'.
       01  WS-SNAP-LAST-DATE         PIC 9(8) VALUE 0.
       01  WS-ACCRUAL-BASE           PIC S9(7)V99 VALUE 0.
       01  WS-ADB-ACCOUNT-COUNT      PIC 9(5) COMP VALUE 0.

      *----------------------------------------------------------------
      * Backup withholding - loaded on the month-end run only.  The
      * certified table lists every account whose CUSTADDR entry
      * carries a certified W-9; any other account capitalizing
      * interest has WS-BKWH-RATE of it withheld.
      *----------------------------------------------------------------
       01  FEE-LOOKUP-PARMS.
           COPY FEELKP.
       01  WS-BKWH-RATE              PIC S9V9999 VALUE 0.
       01  WS-BKWH-RATE-SWITCH       PIC X VALUE 'N'.
           88  WS-BKWH-RATE-FOUND    VALUE 'Y'.
       01  WS-W9-CERTIFIED-SWITCH    PIC X VALUE 'N'.
           88  WS-W9-CERTIFIED       VALUE 'Y'.
       01  WS-ADDR-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-ADDR-END-OF-FILE   VALUE 'Y'.
       01  WS-BACKUP-WITHHELD        PIC S9(5)V99 VALUE 0.
       01  WS-TOTAL-WITHHELD         PIC S9(7)V99 VALUE 0.
       01  WS-WITHHELD-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-NOT-CAPITALIZED-COUNT  PIC 9(5) COMP VALUE 0.
       01  WS-CERTIFIED-COUNT        PIC 9(5) COMP VALUE 0.
       01  WS-CERTIFIED-TABLE.
           05  WS-W-ACCOUNT-NUMBER OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CERTIFIED-COUNT
                   INDEXED BY WS-W-IDX       PIC 9(10).

      *----------------------------------------------------------------
      * Interest GL batch - the day's accrual and any month-end
      * capitalization, mapped through the shared chart of accounts
      * the same way SalaryCalc maps its payroll journal.
      *----------------------------------------------------------------
       01  WS-TOTAL-CAPITALIZED      PIC S9(7)V99 VALUE 0.
       01  WS-MAP-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-MAP-END-OF-FILE    VALUE 'Y'.
       01  WS-COA-COUNT              PIC 9(3) COMP VALUE 0.
       01  WS-MAP-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-MAPPING-FOUND      VALUE 'Y'.
       01  WS-MAP-FOUND-IDX          PIC 9(3) COMP VALUE 0.
       01  WS-COA-TABLE.
           05  WS-M-ENTRY OCCURS 100 TIMES INDEXED BY WS-M-IDX.
               10  WS-M-DEPARTMENT    PIC X(4).
               10  WS-M-CATEGORY      PIC X(5).
               10  WS-M-GL-ACCOUNT    PIC X(10).

       01  WS-IGL-DEPARTMENT         PIC X(4) VALUE SPACES.
       01  WS-IGL-CATEGORY           PIC X(5) VALUE SPACES.
       01  WS-IGL-AMOUNT             PIC S9(7)V99 VALUE 0.
       01  WS-IGL-DETAIL-COUNT       PIC 9(10) COMP VALUE 0.
       01  WS-IGL-EXTRACT-TOTAL      PIC S9(7)V99 VALUE 0.
       01  WS-IGL-UNMAPPED-COUNT     PIC 9(4) COMP VALUE 0.

      *----------------------------------------------------------------
      * WS-ACCOUNT-TABLE - the whole account master, accruals and any
      * month-end capitalization applied in place, then rewritten at
               10  WS-A-PRODUCT-TYPE        PIC X.
               10  WS-A-MATURITY-DATE       PIC 9(8).
               10  WS-A-ACCRUED-INTEREST    PIC S9(5)V99.
               10  WS-A-BRANCH-CODE         PIC X(3).
               10  WS-A-OPENED-DATE         PIC 9(8).
               10  WS-A-CLOSED-DATE         PIC 9(8).

       01  WS-REPORT-HEADING-0.
           05  FILLER PIC X(6)  VALUE "PAGE: ".
       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(24) VALUE "FINANCE BALANCE REPORT".
           05  WS-H-MODE        PIC X(20) VALUE SPACES.
           05  WS-H-BASIS       PIC X(24) VALUE SPACES.
           05  FILLER PIC X(6)  VALUE " DAYS:".
           05  WS-H-ACCRUAL-DAYS PIC ZZ9.
           05  FILLER PIC X(3)  VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE
           IF BUSDATE-ACCRUAL-DAYS > 0
               MOVE BUSDATE-ACCRUAL-DAYS TO WS-ACCRUAL-DAYS
           END-IF
           MOVE WS-ACCRUAL-DAYS TO WS-H-ACCRUAL-DAYS
           DISPLAY 'Days accrued: ' WS-ACCRUAL-DAYS

           MOVE SPACES TO POSTING-REGISTER-PARMS
           MOVE "FinanceCalculator" TO PREG-PROGRAM-ID
           MOVE "INTYTD"   TO PREG-APPEND-FILE (1)
           MOVE "BALHIST"  TO PREG-APPEND-FILE (2)
           MOVE "EODCTL"   TO PREG-APPEND-FILE (3)
           MOVE 'C' TO PREG-FUNCTION
           CALL "PostingRegister" USING POSTING-REGISTER-PARMS
           IF PREG-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0500-CHECK-MONTH-END
           IF WS-MONTH-END-RUN
               DISPLAY "Month-end run - accruals will capitalize."
           END-IF

           PERFORM 0700-LOAD-INTEREST-BASIS
           IF WS-MONTH-END-RUN
               PERFORM 0800-LOAD-BACKUP-WITHHOLDING
           END-IF

           OPEN OUTPUT BALANCE-REPORT-FILE
           MOVE 1 TO WS-H-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           PERFORM 1000-LOAD-RATE-TABLE
           PERFORM 1200-LOAD-ACCOUNT-TABLE
           PERFORM 1400-OPEN-POSTING-FILES
           PERFORM 1600-LOAD-COA-TABLE

           PERFORM 2000-ACCRUE-ACCOUNT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT

           PERFORM 4500-REWRITE-ACCOUNT-MASTER
           PERFORM 5000-WRITE-INTEREST-GL
           PERFORM 6000-WRITE-CONTROL-RECORD

           GO TO 9999-EXIT.

      *----------------------------------------------------------------
      * 0500-CHECK-MONTH-END - the run capitalizes when the run date
      * is the last business day of its month, so the interest
      * accrued through the month-end weekend or holiday goes in
      * with it.
      *----------------------------------------------------------------
       0500-CHECK-MONTH-END.
           IF BUSDATE-LAST-IN-MONTH
               MOVE 'Y' TO WS-MONTH-END-SWITCH
           END-IF.

      *----------------------------------------------------------------
      * 0700-LOAD-INTEREST-BASIS - a missing INTPARM file keeps the
      * balance-on-hand basis.  On the average-daily basis a missing
      * BALSNAP file, or a last night built in an earlier month, also
      * leaves every account on its balance on hand.
      *----------------------------------------------------------------
       0700-LOAD-INTEREST-BASIS.
           OPEN INPUT INTEREST-PARM-FILE
           IF WS-INTPARM-STATUS NOT = "35"
               READ INTEREST-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF INTPARM-AVERAGE-DAILY
                           MOVE 'A' TO WS-INTEREST-BASIS
                       END-IF
               END-READ
               CLOSE INTEREST-PARM-FILE
           END-IF

           IF WS-AVERAGE-DAILY-BASIS
               MOVE " - AVG DAILY BALANCE" TO WS-H-BASIS
               OPEN INPUT BALANCE-SNAPSHOT-FILE
               IF WS-SNAP-STATUS NOT = "35"
                   MOVE 'Y' TO WS-SNAP-OPEN-SWITCH
                   MOVE 0 TO BALSNAP-ACCOUNT-NUMBER
                   MOVE 0 TO BALSNAP-SNAPSHOT-DATE
                   READ BALANCE-SNAPSHOT-FILE
                       INVALID KEY
                           MOVE 0 TO WS-SNAP-LAST-DATE
                       NOT INVALID KEY
                           MOVE BALSNAP-LAST-DATE TO WS-SNAP-LAST-DATE
                   END-READ
               END-IF
               DISPLAY "Accruing on average daily balance - snapshot"
                       " of " WS-SNAP-LAST-DATE
           ELSE
               MOVE " - BALANCE ON HAND" TO WS-H-BASIS
           END-IF.

      *----------------------------------------------------------------
      * 0800-LOAD-BACKUP-WITHHOLDING - the backup rate in force on the
      * run date, and the accounts certified on CUSTADDR.  A missing
      * CUSTADDR file leaves every account uncertified.
      *----------------------------------------------------------------
       0800-LOAD-BACKUP-WITHHOLDING.
           MOVE "BKWHRATE" TO FEELKP-FEE-CODE
           MOVE WS-RUN-DATE TO FEELKP-AS-OF-DATE
           CALL "FeeLookup" USING FEE-LOOKUP-PARMS
           IF FEELKP-NOT-FOUND
               DISPLAY "*** NO BKWHRATE BACKUP WITHHOLDING RATE IN "
                       "FORCE - UNCERTIFIED ACCOUNTS NOT "
                       "CAPITALIZED ***"
           ELSE
               MOVE FEELKP-VALUE TO WS-BKWH-RATE
               MOVE 'Y' TO WS-BKWH-RATE-SWITCH
           END-IF

           OPEN INPUT CUSTOMER-ADDRESS-FILE
           IF WS-CUSTA-STATUS NOT = "35"
               PERFORM 0850-READ-ADDRESS
               PERFORM UNTIL WS-ADDR-END-OF-FILE
                   IF CUSTA-W9-CERTIFIED
                      AND WS-CERTIFIED-COUNT < 500
                       ADD 1 TO WS-CERTIFIED-COUNT
                       MOVE CUSTA-ACCOUNT-NUMBER
                           TO WS-W-ACCOUNT-NUMBER (WS-CERTIFIED-COUNT)
                   END-IF
                   PERFORM 0850-READ-ADDRESS
               END-PERFORM
               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.

      *----------------------------------------------------------------
      * 0850-READ-ADDRESS
      *----------------------------------------------------------------
       0850-READ-ADDRESS.
           READ CUSTOMER-ADDRESS-FILE
               AT END
                   MOVE 'Y' TO WS-ADDR-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1000-LOAD-RATE-TABLE - build the rate schedule from the shared
      * INTRATE file instead of carrying the tier boundaries and rates
                   TO WS-A-MATURITY-DATE (WS-ACCOUNT-COUNT)
               MOVE ACCTM-ACCRUED-INTEREST
                   TO WS-A-ACCRUED-INTEREST (WS-ACCOUNT-COUNT)
               MOVE ACCTM-BRANCH-CODE
                   TO WS-A-BRANCH-CODE (WS-ACCOUNT-COUNT)
               MOVE ACCTM-OPENED-DATE
                   TO WS-A-OPENED-DATE (WS-ACCOUNT-COUNT)
               MOVE ACCTM-CLOSED-DATE
                   TO WS-A-CLOSED-DATE (WS-ACCOUNT-COUNT)
               PERFORM 1250-READ-ACCOUNT
           END-PERFORM
           CLOSE ACCOUNT-MASTER-FILE.
           END-IF.

      *----------------------------------------------------------------
      * 1600-LOAD-COA-TABLE - the shared chart-of-accounts mapping,
      * the same load SalaryCalc performs.
      *----------------------------------------------------------------
       1600-LOAD-COA-TABLE.
           OPEN INPUT COA-MAP-FILE
           PERFORM 1650-READ-COA-MAP
           PERFORM UNTIL WS-MAP-END-OF-FILE
                   OR WS-COA-COUNT >= 100
               ADD 1 TO WS-COA-COUNT
               MOVE COAMAP-DEPARTMENT-CODE
                   TO WS-M-DEPARTMENT (WS-COA-COUNT)
               MOVE COAMAP-CATEGORY
                   TO WS-M-CATEGORY (WS-COA-COUNT)
               MOVE COAMAP-GL-ACCOUNT
                   TO WS-M-GL-ACCOUNT (WS-COA-COUNT)
               PERFORM 1650-READ-COA-MAP
           END-PERFORM
           CLOSE COA-MAP-FILE.

      *----------------------------------------------------------------
      * 1650-READ-COA-MAP
      *----------------------------------------------------------------
       1650-READ-COA-MAP.
           READ COA-MAP-FILE
               AT END
                   MOVE 'Y' TO WS-MAP-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2000-ACCRUE-ACCOUNT - the tier rate over 365 for each day
      * accrued, into the account's accrual bucket; the month-end
      * run then capitalizes the bucket into the balance and posts
      * the credit to BALHIST.  A closed account accrues nothing and
      * carries through unchanged, the same treatment AdvComputeDemo
      * gives it.
      *----------------------------------------------------------------
               MOVE 0 TO WS-CURRENT-RATE
               MOVE 0 TO WS-DAILY-ACCRUAL
           ELSE
               PERFORM 2050-SET-ACCRUAL-BASE
               PERFORM 2100-LOOKUP-RATE
               COMPUTE WS-DAILY-ACCRUAL ROUNDED =
                   WS-ACCRUAL-BASE * WS-CURRENT-RATE
                   * WS-ACCRUAL-DAYS / 365
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SWITCH
               END-COMPUTE
               END-IF
               IF WS-MONTH-END-RUN
                  AND WS-A-ACCRUED-INTEREST (WS-ACCT-IDX) NOT = 0
                   PERFORM 2400-CHECK-W9-STATUS
                   IF WS-W9-CERTIFIED OR WS-BKWH-RATE-FOUND
                       PERFORM 2500-CAPITALIZE-ACCRUAL
                   ELSE
                       DISPLAY "*** NO BACKUP WITHHOLDING RATE - "
                               "ACCOUNT "
                               WS-A-ACCOUNT-NUMBER (WS-ACCT-IDX)
                               " NOT CAPITALIZED ***"
                       ADD 1 TO WS-NOT-CAPITALIZED-COUNT
                   END-IF
               END-IF

               MOVE WS-CURRENT-RATE   TO WS-D-RATE
               ADD 1 TO WS-RECORD-COUNT
               ADD WS-A-ACCOUNT-BALANCE (WS-ACCT-IDX)
                   TO WS-TOTAL-ENDING-BALANCE
               PERFORM 2700-ADD-BRANCH-TOTAL
           END-IF.

      *----------------------------------------------------------------
      * 2050-SET-ACCRUAL-BASE - the balance on hand, unless the run
      * is on the average-daily basis and the account has a snapshot
      * entry for the last night built this month.
      *----------------------------------------------------------------
       2050-SET-ACCRUAL-BASE.
           MOVE WS-A-ACCOUNT-BALANCE (WS-ACCT-IDX) TO WS-ACCRUAL-BASE
           IF WS-SNAPSHOT-OPEN
              AND WS-SNAP-LAST-DATE (1:6) = WS-RUN-DATE (1:6)
               MOVE WS-A-ACCOUNT-NUMBER (WS-ACCT-IDX)
                   TO BALSNAP-ACCOUNT-NUMBER
               MOVE WS-SNAP-LAST-DATE TO BALSNAP-SNAPSHOT-DATE
               READ BALANCE-SNAPSHOT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BALSNAP-MTD-AVERAGE-BALANCE
                           TO WS-ACCRUAL-BASE
                       ADD 1 TO WS-ADB-ACCOUNT-COUNT
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * 2100-LOOKUP-RATE - find the tier that covers the accrual
      * base.
      *----------------------------------------------------------------
       2100-LOOKUP-RATE.
           SET INTRT-IDX TO 1
           SEARCH INTRT-ENTRY
               AT END
                   MOVE INTRT-RATE (3) TO WS-CURRENT-RATE
               WHEN WS-ACCRUAL-BASE
                      <= INTRT-UPPER-LIMIT (INTRT-IDX)
                   MOVE INTRT-RATE (INTRT-IDX) TO WS-CURRENT-RATE
           END-SEARCH.
               TO INTYTD-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE       TO INTYTD-RUN-DATE
           MOVE WS-DAILY-ACCRUAL  TO INTYTD-INTEREST-EARNED
           MOVE 0                 TO INTYTD-BACKUP-WITHHELD
           WRITE INTEREST-YTD-RECORD.

      *----------------------------------------------------------------
      * 2400-CHECK-W9-STATUS - is the account on the certified table?
      *----------------------------------------------------------------
       2400-CHECK-W9-STATUS.
           MOVE 'N' TO WS-W9-CERTIFIED-SWITCH
           IF WS-CERTIFIED-COUNT > 0
               SET WS-W-IDX TO 1
               SEARCH WS-W-ACCOUNT-NUMBER
                   AT END
                       CONTINUE
                   WHEN WS-W-ACCOUNT-NUMBER (WS-W-IDX)
                          = WS-A-ACCOUNT-NUMBER (WS-ACCT-IDX)
                       MOVE 'Y' TO WS-W9-CERTIFIED-SWITCH
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------
      * 2500-CAPITALIZE-ACCRUAL - roll the accrual bucket into the
      * balance and post the credit to the shared balance history so
      * it shows on the statement, then reset the bucket for the new
      * month.  Backup withholding on an uncertified account is
      * figured on the amount capitalized and posted after it.
      *----------------------------------------------------------------
       2500-CAPITALIZE-ACCRUAL.
           MOVE 0 TO WS-BACKUP-WITHHELD
           IF NOT WS-W9-CERTIFIED
               COMPUTE WS-BACKUP-WITHHELD ROUNDED =
                   WS-A-ACCRUED-INTEREST (WS-ACCT-IDX) * WS-BKWH-RATE
           END-IF

           MOVE "FinanceCalculator" TO BALHIST-PROGRAM-ID
           MOVE WS-A-ACCOUNT-NUMBER (WS-ACCT-IDX)
               TO BALHIST-ACCOUNT-NUMBER

           ADD WS-A-ACCRUED-INTEREST (WS-ACCT-IDX)
               TO WS-A-ACCOUNT-BALANCE (WS-ACCT-IDX)
           ADD WS-A-ACCRUED-INTEREST (WS-ACCT-IDX)
               TO WS-TOTAL-CAPITALIZED
           MOVE 0 TO WS-A-ACCRUED-INTEREST (WS-ACCT-IDX)

           MOVE WS-A-ACCOUNT-BALANCE (WS-ACCT-IDX)
               TO BALHIST-NEW-BALANCE
           WRITE BALANCE-HISTORY-RECORD

           IF WS-BACKUP-WITHHELD > 0
               PERFORM 2600-WITHHOLD-BACKUP
           END-IF.

      *----------------------------------------------------------------
      * 2600-WITHHOLD-BACKUP - take the withholding back out of the
      * balance as its own BALHIST entry, so the statement shows the
      * interest and the tax separately, and record it on INTYTD for
      * the 1099-INT and the monthly remittance.
      *----------------------------------------------------------------
       2600-WITHHOLD-BACKUP.
           MOVE WS-A-ACCOUNT-BALANCE (WS-ACCT-IDX)
               TO BALHIST-PRIOR-BALANCE
           SUBTRACT WS-BACKUP-WITHHELD
               FROM WS-A-ACCOUNT-BALANCE (WS-ACCT-IDX)
           MOVE WS-A-ACCOUNT-BALANCE (WS-ACCT-IDX)
               TO BALHIST-NEW-BALANCE
           WRITE BALANCE-HISTORY-RECORD

           MOVE "FinanceCalculator" TO INTYTD-PROGRAM-ID
           MOVE WS-A-ACCOUNT-NUMBER (WS-ACCT-IDX)
               TO INTYTD-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE        TO INTYTD-RUN-DATE
           MOVE 0                  TO INTYTD-INTEREST-EARNED
           MOVE WS-BACKUP-WITHHELD TO INTYTD-BACKUP-WITHHELD
           WRITE INTEREST-YTD-RECORD

           ADD WS-BACKUP-WITHHELD TO WS-TOTAL-WITHHELD
           ADD 1 TO WS-WITHHELD-COUNT.

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
               ADD WS-A-ACCOUNT-BALANCE (WS-ACCT-IDX)
                   TO BRTOT-AMOUNT (BRTOT-IDX)
           END-IF.

      *----------------------------------------------------------------
      * 4500-REWRITE-ACCOUNT-MASTER - write the whole table back out
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
      * 5000-WRITE-INTEREST-GL - the run's journal batch: the day's
      * accrual debited to interest expense and credited to accrued
      * interest payable, then on the month-end run the amount
      * capitalized moved out of payable into customer deposits, and
      * any backup withholding out of customer deposits into backup
      * withholding payable.
      * Every pair nets to zero, so the trailer total does too.
      *----------------------------------------------------------------
       5000-WRITE-INTEREST-GL.
           OPEN EXTEND EXCEPTION-REPORT-FILE
           IF WS-EXCP-STATUS = "35"
               OPEN OUTPUT EXCEPTION-REPORT-FILE
           END-IF

           OPEN OUTPUT INTEREST-GL-FILE
           MOVE SPACES TO IGL-INTERFACE-RECORD
           MOVE 'H' TO IGL-RECORD-TYPE
           MOVE WS-RUN-DATE TO IGL-HEADER-RUN-DATE
           MOVE "INTEREST" TO IGL-HEADER-SOURCE
           WRITE IGL-INTERFACE-RECORD
           MOVE 'D' TO IGL-RECORD-TYPE

           MOVE "DEPO" TO WS-IGL-DEPARTMENT
           MOVE "INTEX" TO WS-IGL-CATEGORY
           MOVE WS-TOTAL-ACCRUED TO WS-IGL-AMOUNT
           PERFORM 5100-WRITE-MAPPED-GL-LINE

           MOVE "INTPY" TO WS-IGL-CATEGORY
           COMPUTE WS-IGL-AMOUNT = 0 - WS-TOTAL-ACCRUED
           PERFORM 5100-WRITE-MAPPED-GL-LINE

           IF WS-MONTH-END-RUN
               MOVE "INTPY" TO WS-IGL-CATEGORY
               MOVE WS-TOTAL-CAPITALIZED TO WS-IGL-AMOUNT
               PERFORM 5100-WRITE-MAPPED-GL-LINE

               MOVE "DEPLB" TO WS-IGL-CATEGORY
               COMPUTE WS-IGL-AMOUNT = 0 - WS-TOTAL-CAPITALIZED
               PERFORM 5100-WRITE-MAPPED-GL-LINE
           END-IF

           IF WS-TOTAL-WITHHELD NOT = 0
               MOVE "DEPLB" TO WS-IGL-CATEGORY
               MOVE WS-TOTAL-WITHHELD TO WS-IGL-AMOUNT
               PERFORM 5100-WRITE-MAPPED-GL-LINE

               MOVE "BKWH " TO WS-IGL-CATEGORY
               COMPUTE WS-IGL-AMOUNT = 0 - WS-TOTAL-WITHHELD
               PERFORM 5100-WRITE-MAPPED-GL-LINE
           END-IF

           MOVE 'T' TO IGL-RECORD-TYPE
           MOVE WS-IGL-DETAIL-COUNT  TO IGL-TRAILER-RECORD-COUNT
           MOVE WS-IGL-EXTRACT-TOTAL TO IGL-TRAILER-TOTAL
           WRITE IGL-INTERFACE-RECORD
           CLOSE INTEREST-GL-FILE
           IF WS-IGL-UNMAPPED-COUNT > 0
               DISPLAY "UNMAPPED INTEREST GL LINES: "
                       WS-IGL-UNMAPPED-COUNT
           END-IF
           CLOSE EXCEPTION-REPORT-FILE.

      *----------------------------------------------------------------
      * 5100-WRITE-MAPPED-GL-LINE - through the chart of accounts; an
      * unmapped department/category pair goes to the exception file
      * instead of into the extract, the same treatment SalaryCalc
      * gives its lines.
      *----------------------------------------------------------------
       5100-WRITE-MAPPED-GL-LINE.
           MOVE 'N' TO WS-MAP-FOUND-SWITCH
           MOVE 0   TO WS-MAP-FOUND-IDX
           PERFORM VARYING WS-M-IDX FROM 1 BY 1
                   UNTIL WS-M-IDX > WS-COA-COUNT
                      OR WS-MAPPING-FOUND
               IF WS-M-DEPARTMENT (WS-M-IDX) = WS-IGL-DEPARTMENT
                  AND WS-M-CATEGORY (WS-M-IDX) = WS-IGL-CATEGORY
                   MOVE 'Y' TO WS-MAP-FOUND-SWITCH
                   MOVE WS-M-IDX TO WS-MAP-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-MAPPING-FOUND
               MOVE WS-M-GL-ACCOUNT (WS-MAP-FOUND-IDX)
                   TO IGL-ACCOUNT-CODE
               MOVE WS-IGL-AMOUNT TO IGL-AMOUNT
               WRITE IGL-INTERFACE-RECORD
               ADD 1 TO WS-IGL-DETAIL-COUNT
               ADD WS-IGL-AMOUNT TO WS-IGL-EXTRACT-TOTAL
           ELSE
               ADD 1 TO WS-IGL-UNMAPPED-COUNT
               MOVE "FinanceCalculator" TO EXCP-PROGRAM-ID
               MOVE WS-IGL-DEPARTMENT   TO EXCP-KEY-VALUE
               MOVE "COAMAP-GL-ACCOUNT" TO EXCP-FIELD-NAME
               MOVE "NO CHART-OF-ACCOUNTS MAPPING - LINE DIVERTED"
                   TO EXCP-REASON
               MOVE WS-RUN-DATE TO EXCP-RUN-DATE
               WRITE EXCEPTION-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 6000-WRITE-CONTROL-RECORD - append this run's summary to the
      * shared end-of-day reconciliation report, followed by its
      * branch subtotal records.
      *----------------------------------------------------------------
       6000-WRITE-CONTROL-RECORD.
           OPEN EXTEND CONTROL-REPORT-FILE
           MOVE WS-TOTAL-ENDING-BALANCE TO CTL-TOTAL-BALANCE
           MOVE 0 TO CTL-HASH-TOTAL
           MOVE WS-RUN-DATE TO CTL-RUN-DATE
           MOVE SPACE  TO CTL-RECORD-TYPE
           MOVE SPACES TO CTL-BRANCH-CODE
           WRITE CONTROL-RECORD
           PERFORM VARYING BRTOT-IDX FROM 1 BY 1
                   UNTIL BRTOT-IDX > WS-BRANCH-TOTAL-COUNT
               MOVE 'B' TO CTL-RECORD-TYPE
               MOVE BRTOT-BRANCH-CODE (BRTOT-IDX)  TO CTL-BRANCH-CODE
               MOVE BRTOT-RECORD-COUNT (BRTOT-IDX) TO CTL-RECORD-COUNT
               MOVE BRTOT-AMOUNT (BRTOT-IDX)       TO CTL-TOTAL-BALANCE
               WRITE CONTROL-RECORD
           END-PERFORM
           CLOSE CONTROL-REPORT-FILE.

      *----------------------------------------------------------------
           CLOSE BALANCE-REPORT-FILE
           CLOSE INTEREST-YTD-FILE
           CLOSE BALANCE-HISTORY-FILE
           IF WS-SNAPSHOT-OPEN
               CLOSE BALANCE-SNAPSHOT-FILE
               DISPLAY "Accounts accrued on average daily balance: "
                       WS-ADB-ACCOUNT-COUNT
           END-IF
           IF WS-MONTH-END-RUN
               DISPLAY "Backup withholding: " WS-WITHHELD-COUNT
                       " accounts, " WS-TOTAL-WITHHELD
                       "  Not capitalized: " WS-NOT-CAPITALIZED-COUNT
           END-IF
           MOVE 'F' TO PREG-FUNCTION
           CALL "PostingRegister" USING POSTING-REGISTER-PARMS
           MOVE WS-TOTAL-ACCRUED TO Interest-Earned-Out
           GOBACK.
