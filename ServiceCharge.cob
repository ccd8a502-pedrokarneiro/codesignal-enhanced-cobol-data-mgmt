      *                  RUN'S RECORD COUNTS AND FINAL STATUS, AND AN
      *                  ABEND LEAVES NO END RECORD, WHICH IS HOW THE
      *                  MORNING OPERATIONS REPORT SPOTS IT.
      * 2026-10-15  DLH  THE RUN NOW WRITES ITS OWN GL JOURNAL BATCH TO
      *                  FEEGLEX FOR LedgerPost - THE FEES CHARGED AS A
      *                  DEBIT TO CUSTOMER DEPOSITS AND A CREDIT TO FEE
      *                  INCOME, MAPPED THROUGH THE SHARED COAMAP CHART
      *                  OF ACCOUNTS, WITH ANY UNMAPPED LINE DIVERTED
      *                  TO EXCPRPT THE WAY SalaryCalc DOES.
      * 2026-10-15  DLH  THE FEE AND WAIVER THRESHOLD NOW COME FROM THE
      *                  SHARED FEESCHD FEE SCHEDULE THROUGH FeeLookup
      *                  (CODES SVCFEE AND SVCWAIVE), TAKING THE ENTRY
      *                  IN FORCE ON THE RUN DATE, SO A NEW FEE CAN BE
      *                  STAGED AHEAD OF THE MONTH IT APPLIES TO.  THE
      *                  SVCPARM PARAMETER FILE IS RETIRED.
      * 2026-10-15  DLH  THE MONTH LOW NOW COMES FROM THE NIGHTLY
      *                  BALSNAP BALANCE SNAPSHOT - EACH ACCOUNT'S
      *                  MONTH-TO-DATE LOW ON THE LAST NIGHT BUILT IN
      *                  THE ASSESSMENT MONTH, READ BY KEY - INSTEAD OF
      *                  A PASS OF THE WHOLE OF BALHIST.  THE LOW IS
      *                  NOW THE LOWEST CLOSING BALANCE OF ANY DAY IN
      *                  THE MONTH RATHER THAN THE LOWEST POSTING.
      *                  BALHIST IS STILL APPENDED TO FOR THE CHARGES.
      * 2026-10-15  DLH  THE REGISTER PRINTS EACH ACCOUNT'S BRANCH AND
      *                  SUBTOTALS THE CHARGED AND WAIVED COUNTS AND
      *                  THE FEES BY BRANCH AFTER THE FOOTER, AND THE
      *                  EODCTL CONTROL RECORD IS FOLLOWED BY ONE
      *                  BRANCH SUBTOTAL RECORD PER BRANCH.  CARRIES
      *                  THE NEW ACCTMAST BRANCH AND OPENED/CLOSED
      *                  DATES THROUGH THE MASTER REWRITE.
      * 2026-10-15  DLH  CHECKS IN WITH THE SHARED PostingRegister ONCE
      *                  THE FEE SCHEDULE IS LOADED AND REGISTERS THE
      *                  BUSINESS DATE WHEN THE RUN FINISHES.  A RERUN
      *                  FOR A DATE ALREADY POSTED ENDS RC 8 UNLESS A
      *                  RERUNREQ ENTRY ASKS FOR REPLACE MODE, WHICH
      *                  FIRST CLEARS THIS PROGRAM'S BALHIST, BALAUDIT
      *                  AND EODCTL ENTRIES FOR THE DATE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCTM-ACCOUNT-NUMBER.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT BALANCE-SNAPSHOT-FILE ASSIGN TO "BALSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALSNAP-KEY
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "BALAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CHARGE-REPORT-FILE ASSIGN TO "SVCCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEE-GL-FILE ASSIGN TO "FEEGLEX"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COA-MAP-FILE ASSIGN TO "COAMAP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMAST.

       FD  BALANCE-HISTORY-FILE.
       COPY BALHIST.

       FD  BALANCE-SNAPSHOT-FILE.
       COPY BALSNAP.

       FD  AUDIT-TRAIL-FILE.
       COPY AUDTRL.

       FD  CHARGE-REPORT-FILE.
       01  CHARGE-REPORT-LINE           PIC X(90).

       FD  FEE-GL-FILE.
       COPY GLEXTR REPLACING LEADING ==GL-== BY ==FGL-==.

       FD  COA-MAP-FILE.
       COPY COAMAP.

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-HISTORY-STATUS         PIC X(2).
       01  WS-SNAP-STATUS            PIC X(2).
       01  WS-AUDIT-STATUS           PIC X(2).
       01  WS-CONTROL-STATUS         PIC X(2).
       01  WS-EXCP-STATUS            PIC X(2).

       01  WS-RUN-DATE               PIC 9(8).


       01  RUN-LOG-PARMS.
           COPY RUNLOGP.
       01  POSTING-REGISTER-PARMS.
           COPY POSTREGP.
       01  WS-RUN-MONTH              PIC 9(6).

       01  WS-FEE-AMOUNT             PIC 9(3)V99 VALUE 0.
       01  WS-WAIVER-THRESHOLD       PIC 9(5)V99 VALUE 0.

       01  FEE-LOOKUP-PARMS.
           COPY FEELKP.

       01  WS-CHARGED-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-WAIVED-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-TOTAL-CHARGED          PIC S9(7)V99 VALUE 0.

       01  WS-ACCOUNT-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-SNAPSHOT-DATE          PIC 9(8) VALUE 0.

      *----------------------------------------------------------------
      * Branch subtotals - charged count and fees in the record count
      * and amount the EODCTL branch records carry, waived count
      * alongside for the register.
      *----------------------------------------------------------------
       01  WS-BRANCH-TOTAL-COUNT     PIC 9(3) COMP VALUE 0.
       01  WS-BRTOT-FOUND-SWITCH     PIC X VALUE 'N'.
           88  WS-BRTOT-FOUND        VALUE 'Y'.
       01  WS-BRANCH-TOTALS.
           COPY BRTOTAL.

      *----------------------------------------------------------------
      * Fee GL batch - the month's charges, mapped through the shared
      * chart of accounts the same way SalaryCalc maps its payroll
      * journal.
      *----------------------------------------------------------------
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

       01  WS-FGL-DEPARTMENT         PIC X(4) VALUE SPACES.
       01  WS-FGL-CATEGORY           PIC X(5) VALUE SPACES.
       01  WS-FGL-AMOUNT             PIC S9(7)V99 VALUE 0.
       01  WS-FGL-DETAIL-COUNT       PIC 9(10) COMP VALUE 0.
       01  WS-FGL-EXTRACT-TOTAL      PIC S9(7)V99 VALUE 0.
       01  WS-FGL-UNMAPPED-COUNT     PIC 9(4) COMP VALUE 0.

      *----------------------------------------------------------------
      * WS-ACCOUNT-TABLE - the whole account master plus, per
      * account, its month-to-date low off the BALSNAP snapshot for
      * the assessment month.  WS-A-LOW-SET stays 'N' for an account
      * with no snapshot in the month, and the current balance stands
      * in as its low.
      *----------------------------------------------------------------
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 1 TO 500 TIMES
               10  WS-A-PRODUCT-TYPE        PIC X.
               10  WS-A-MATURITY-DATE       PIC 9(8).
               10  WS-A-ACCRUED-INTEREST    PIC S9(5)V99.
               10  WS-A-BRANCH-CODE         PIC X(3).
               10  WS-A-OPENED-DATE         PIC 9(8).
               10  WS-A-CLOSED-DATE         PIC 9(8).
               10  WS-A-LOW-BALANCE         PIC S9(7)V99.
               10  WS-A-LOW-SET             PIC X.


       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(8)  VALUE "BRANCH".
           05  FILLER PIC X(14) VALUE "MONTH LOW".
           05  FILLER PIC X(14) VALUE "NEW BALANCE".
           05  FILLER PIC X(40) VALUE "RESULT".
           05  FILLER PIC X(2)  VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(10) VALUE "CHARGED: ".
       01  WS-DETAIL-LINE.
           05  WS-D-ACCOUNT       PIC 9(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-BRANCH        PIC X(3).
           05  FILLER             PIC X(5) VALUE SPACES.
           05  WS-D-MONTH-LOW     PIC ZZZ,ZZZ.99-.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-D-NEW-BALANCE   PIC ZZZ,ZZZ.99-.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-D-RESULT        PIC X(40).
           05  FILLER             PIC X(2) VALUE SPACES.

       01  WS-BRANCH-HEADING.
           05  FILLER PIC X(16) VALUE "BRANCH SUBTOTALS".
           05  FILLER PIC X(74) VALUE SPACES.

       01  WS-BRANCH-LINE.
           05  FILLER PIC X(8)  VALUE "BRANCH: ".
           05  WS-B-BRANCH        PIC X(3).
           05  FILLER PIC X(11) VALUE "  CHARGED: ".
           05  WS-B-CHARGED       PIC ZZZ9.
           05  FILLER PIC X(10) VALUE "  WAIVED: ".
           05  WS-B-WAIVED        PIC ZZZ9.
           05  FILLER PIC X(8)  VALUE "  FEES: ".
           05  WS-B-FEES          PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(32) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."

           PERFORM 0500-LOAD-PARAMETERS

           MOVE SPACES TO POSTING-REGISTER-PARMS
           MOVE "ServiceCharge" TO PREG-PROGRAM-ID
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
           PERFORM 1300-READ-MONTH-SNAPSHOT
           PERFORM 1600-OPEN-POSTING-FILES
           PERFORM 1700-LOAD-COA-TABLE
           PERFORM 1800-OPEN-REPORT

           PERFORM 2000-ASSESS-ACCOUNT
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT

           PERFORM 3000-REWRITE-ACCOUNT-MASTER
           PERFORM 3500-WRITE-FEE-GL
           PERFORM 4000-TERMINATE
           MOVE 'F' TO PREG-FUNCTION
           CALL "PostingRegister" USING POSTING-REGISTER-PARMS
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-ACCOUNT-COUNT TO RLOG-RECORDS-READ
           MOVE WS-CHARGED-COUNT TO RLOG-RECORDS-WRITTEN
           STOP RUN.

      *----------------------------------------------------------------
      * 0500-LOAD-PARAMETERS - fee (SVCFEE) and waiver threshold
      * (SVCWAIVE) in force on the run date, from the FEESCHD fee
      * schedule.  A fee that is missing or zero means operations has
      * not set the schedule up, and the run stops before posting
      * anything; so does a missing threshold, which would otherwise
      * waive nothing.
      *----------------------------------------------------------------
       0500-LOAD-PARAMETERS.
           MOVE "SVCFEE"    TO FEELKP-FEE-CODE
           MOVE WS-RUN-DATE TO FEELKP-AS-OF-DATE
           CALL "FeeLookup" USING FEE-LOOKUP-PARMS
           IF FEELKP-NOT-FOUND OR FEELKP-VALUE = 0
               DISPLAY "*** NO SERVICE-CHARGE FEE ON FEESCHD"
                       " - NOTHING ASSESSED ***"
               STOP RUN
           END-IF
           MOVE FEELKP-VALUE TO WS-FEE-AMOUNT

           MOVE "SVCWAIVE"  TO FEELKP-FEE-CODE
           MOVE WS-RUN-DATE TO FEELKP-AS-OF-DATE
           CALL "FeeLookup" USING FEE-LOOKUP-PARMS
           IF FEELKP-NOT-FOUND
               DISPLAY "*** NO WAIVER THRESHOLD ON FEESCHD"
                       " - NOTHING ASSESSED ***"
               STOP RUN
           END-IF
           MOVE FEELKP-VALUE TO WS-WAIVER-THRESHOLD
           DISPLAY "Monthly fee: " WS-FEE-AMOUNT
                   "  Waiver threshold: " WS-WAIVER-THRESHOLD.

                   TO WS-A-MATURITY-DATE (WS-ACCOUNT-COUNT)
               MOVE ACCTM-ACCRUED-INTEREST
                   TO WS-A-ACCRUED-INTEREST (WS-ACCOUNT-COUNT)
               MOVE ACCTM-BRANCH-CODE
                   TO WS-A-BRANCH-CODE (WS-ACCOUNT-COUNT)
               MOVE ACCTM-OPENED-DATE
                   TO WS-A-OPENED-DATE (WS-ACCOUNT-COUNT)
               MOVE ACCTM-CLOSED-DATE
                   TO WS-A-CLOSED-DATE (WS-ACCOUNT-COUNT)
               MOVE ACCTM-ACCOUNT-BALANCE
                   TO WS-A-LOW-BALANCE (WS-ACCOUNT-COUNT)
               MOVE 'N' TO WS-A-LOW-SET (WS-ACCOUNT-COUNT)
           END-READ.

      *----------------------------------------------------------------
      * 1300-READ-MONTH-SNAPSHOT - the snapshot's control record
      * names the last night built; when that night falls in the
      * assessment month, each account's entry for it carries the
      * month's low to date.  No snapshot file, or none built yet
      * this month, leaves every account on its current balance.
      *----------------------------------------------------------------
       1300-READ-MONTH-SNAPSHOT.
           OPEN INPUT BALANCE-SNAPSHOT-FILE
           IF WS-SNAP-STATUS NOT = "35"
               MOVE 0 TO BALSNAP-ACCOUNT-NUMBER
               MOVE 0 TO BALSNAP-SNAPSHOT-DATE
               READ BALANCE-SNAPSHOT-FILE
                   INVALID KEY
                       MOVE 0 TO WS-SNAPSHOT-DATE
                   NOT INVALID KEY
                       MOVE BALSNAP-LAST-DATE TO WS-SNAPSHOT-DATE
               END-READ
               IF WS-SNAPSHOT-DATE (1:6) = WS-RUN-MONTH
                   DISPLAY "Month low from snapshot of "
                           WS-SNAPSHOT-DATE
                   PERFORM 1400-TAKE-MONTH-LOW
                       VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               END-IF
               CLOSE BALANCE-SNAPSHOT-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1400-TAKE-MONTH-LOW
      *----------------------------------------------------------------
       1400-TAKE-MONTH-LOW.
           MOVE WS-A-ACCOUNT-NUMBER (WS-ACCT-IDX)
               TO BALSNAP-ACCOUNT-NUMBER
           MOVE WS-SNAPSHOT-DATE TO BALSNAP-SNAPSHOT-DATE
           READ BALANCE-SNAPSHOT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BALSNAP-MTD-LOW-BALANCE
                       TO WS-A-LOW-BALANCE (WS-ACCT-IDX)
                   MOVE 'Y' TO WS-A-LOW-SET (WS-ACCT-IDX)
           END-READ.

      *----------------------------------------------------------------
      * 1600-OPEN-POSTING-FILES
      *----------------------------------------------------------------
       1600-OPEN-POSTING-FILES.
           OPEN EXTEND BALANCE-HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT BALANCE-HISTORY-FILE
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1700-LOAD-COA-TABLE - the shared chart-of-accounts mapping,
      * the same load SalaryCalc performs.
      *----------------------------------------------------------------
       1700-LOAD-COA-TABLE.
           OPEN INPUT COA-MAP-FILE
           PERFORM 1750-READ-COA-MAP
           PERFORM UNTIL WS-MAP-END-OF-FILE
                   OR WS-COA-COUNT >= 100
               ADD 1 TO WS-COA-COUNT
               MOVE COAMAP-DEPARTMENT-CODE
                   TO WS-M-DEPARTMENT (WS-COA-COUNT)
               MOVE COAMAP-CATEGORY
                   TO WS-M-CATEGORY (WS-COA-COUNT)
               MOVE COAMAP-GL-ACCOUNT
                   TO WS-M-GL-ACCOUNT (WS-COA-COUNT)
               PERFORM 1750-READ-COA-MAP
           END-PERFORM
           CLOSE COA-MAP-FILE.

      *----------------------------------------------------------------
      * 1750-READ-COA-MAP
      *----------------------------------------------------------------
       1750-READ-COA-MAP.
           READ COA-MAP-FILE
               AT END
                   MOVE 'Y' TO WS-MAP-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1800-OPEN-REPORT
      *----------------------------------------------------------------
       2000-ASSESS-ACCOUNT.
           IF WS-A-STATUS (WS-ACCT-IDX) = 'A'
               MOVE WS-A-ACCOUNT-NUMBER (WS-ACCT-IDX) TO WS-D-ACCOUNT
               MOVE WS-A-BRANCH-CODE (WS-ACCT-IDX) TO WS-D-BRANCH
               MOVE WS-A-LOW-BALANCE (WS-ACCT-IDX) TO WS-D-MONTH-LOW
               PERFORM 2200-FIND-BRANCH-TOTAL
               IF WS-A-LOW-BALANCE (WS-ACCT-IDX)
                      NOT < WS-WAIVER-THRESHOLD
                   MOVE WS-A-ACCOUNT-BALANCE (WS-ACCT-IDX)
                   MOVE "WAIVED - MINIMUM BALANCE MAINTAINED"
                       TO WS-D-RESULT
                   ADD 1 TO WS-WAIVED-COUNT
                   IF WS-BRTOT-FOUND
                       ADD 1 TO BRTOT-OTHER-COUNT (BRTOT-IDX)
                   END-IF
               ELSE
                   PERFORM 2500-POST-CHARGE
                   MOVE WS-A-ACCOUNT-BALANCE (WS-ACCT-IDX)
                   MOVE "SERVICE CHARGE ASSESSED" TO WS-D-RESULT
                   ADD 1 TO WS-CHARGED-COUNT
                   ADD WS-FEE-AMOUNT TO WS-TOTAL-CHARGED
                   IF WS-BRTOT-FOUND
                       ADD 1 TO BRTOT-RECORD-COUNT (BRTOT-IDX)
                       ADD WS-FEE-AMOUNT TO BRTOT-AMOUNT (BRTOT-IDX)
                   END-IF
               END-IF
               WRITE CHARGE-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

      *----------------------------------------------------------------
      * 2200-FIND-BRANCH-TOTAL - point BRTOT-IDX at the subtotal entry
      * for the current account's branch, starting a new entry the
      * first time the branch is met.  An account with no branch on
      * file subtotals under a blank code.
      *----------------------------------------------------------------
       2200-FIND-BRANCH-TOTAL.
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
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2500-POST-CHARGE - the fee comes off the balance through the
      * same BALHIST/BALAUDIT trail every other posting uses, so it
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
      * 3500-WRITE-FEE-GL - the run's journal batch: the fees charged
      * come out of customer deposits and into fee income, so the
      * pair nets to zero and the trailer total does too.
      *----------------------------------------------------------------
       3500-WRITE-FEE-GL.
           OPEN EXTEND EXCEPTION-REPORT-FILE
           IF WS-EXCP-STATUS = "35"
               OPEN OUTPUT EXCEPTION-REPORT-FILE
           END-IF

           OPEN OUTPUT FEE-GL-FILE
           MOVE SPACES TO FGL-INTERFACE-RECORD
           MOVE 'H' TO FGL-RECORD-TYPE
           MOVE WS-RUN-DATE TO FGL-HEADER-RUN-DATE
           MOVE "SVCCHRG" TO FGL-HEADER-SOURCE
           WRITE FGL-INTERFACE-RECORD
           MOVE 'D' TO FGL-RECORD-TYPE

           MOVE "DEPO" TO WS-FGL-DEPARTMENT
           MOVE "DEPLB" TO WS-FGL-CATEGORY
           MOVE WS-TOTAL-CHARGED TO WS-FGL-AMOUNT
           PERFORM 3600-WRITE-MAPPED-GL-LINE

           MOVE "FEES " TO WS-FGL-CATEGORY
           COMPUTE WS-FGL-AMOUNT = 0 - WS-TOTAL-CHARGED
           PERFORM 3600-WRITE-MAPPED-GL-LINE

           MOVE 'T' TO FGL-RECORD-TYPE
           MOVE WS-FGL-DETAIL-COUNT  TO FGL-TRAILER-RECORD-COUNT
           MOVE WS-FGL-EXTRACT-TOTAL TO FGL-TRAILER-TOTAL
           WRITE FGL-INTERFACE-RECORD
           CLOSE FEE-GL-FILE
           IF WS-FGL-UNMAPPED-COUNT > 0
               DISPLAY "UNMAPPED FEE GL LINES: "
                       WS-FGL-UNMAPPED-COUNT
           END-IF
           CLOSE EXCEPTION-REPORT-FILE.

      *----------------------------------------------------------------
      * 3600-WRITE-MAPPED-GL-LINE - through the chart of accounts; an
      * unmapped department/category pair goes to the exception file
      * instead of into the extract, the same treatment SalaryCalc
      * gives its lines.
      *----------------------------------------------------------------
       3600-WRITE-MAPPED-GL-LINE.
           MOVE 'N' TO WS-MAP-FOUND-SWITCH
           MOVE 0   TO WS-MAP-FOUND-IDX
           PERFORM VARYING WS-M-IDX FROM 1 BY 1
                   UNTIL WS-M-IDX > WS-COA-COUNT
                      OR WS-MAPPING-FOUND
               IF WS-M-DEPARTMENT (WS-M-IDX) = WS-FGL-DEPARTMENT
                  AND WS-M-CATEGORY (WS-M-IDX) = WS-FGL-CATEGORY
                   MOVE 'Y' TO WS-MAP-FOUND-SWITCH
                   MOVE WS-M-IDX TO WS-MAP-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-MAPPING-FOUND
               MOVE WS-M-GL-ACCOUNT (WS-MAP-FOUND-IDX)
                   TO FGL-ACCOUNT-CODE
               MOVE WS-FGL-AMOUNT TO FGL-AMOUNT
               WRITE FGL-INTERFACE-RECORD
               ADD 1 TO WS-FGL-DETAIL-COUNT
               ADD WS-FGL-AMOUNT TO WS-FGL-EXTRACT-TOTAL
           ELSE
               ADD 1 TO WS-FGL-UNMAPPED-COUNT
               MOVE "ServiceCharge"     TO EXCP-PROGRAM-ID
               MOVE WS-FGL-DEPARTMENT   TO EXCP-KEY-VALUE
               MOVE "COAMAP-GL-ACCOUNT" TO EXCP-FIELD-NAME
               MOVE "NO CHART-OF-ACCOUNTS MAPPING - LINE DIVERTED"
                   TO EXCP-REASON
               MOVE WS-RUN-DATE TO EXCP-RUN-DATE
               WRITE EXCEPTION-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 4000-TERMINATE
      *----------------------------------------------------------------
           MOVE WS-WAIVED-COUNT  TO WS-F-WAIVED
           MOVE WS-TOTAL-CHARGED TO WS-F-TOTAL
           WRITE CHARGE-REPORT-LINE FROM WS-REPORT-FOOTER
           WRITE CHARGE-REPORT-LINE FROM WS-BRANCH-HEADING
           PERFORM VARYING BRTOT-IDX FROM 1 BY 1
                   UNTIL BRTOT-IDX > WS-BRANCH-TOTAL-COUNT
               MOVE BRTOT-BRANCH-CODE (BRTOT-IDX)  TO WS-B-BRANCH
               MOVE BRTOT-RECORD-COUNT (BRTOT-IDX) TO WS-B-CHARGED
               MOVE BRTOT-OTHER-COUNT (BRTOT-IDX)  TO WS-B-WAIVED
               MOVE BRTOT-AMOUNT (BRTOT-IDX)       TO WS-B-FEES
               WRITE CHARGE-REPORT-LINE FROM WS-BRANCH-LINE
           END-PERFORM
           CLOSE CHARGE-REPORT-FILE
           CLOSE BALANCE-HISTORY-FILE
           CLOSE AUDIT-TRAIL-FILE
           MOVE WS-TOTAL-CHARGED TO CTL-TOTAL-BALANCE
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

           DISPLAY "CHARGED: " WS-CHARGED-COUNT
