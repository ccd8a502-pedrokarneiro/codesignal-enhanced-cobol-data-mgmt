       IDENTIFICATION DIVISION.
       PROGRAM-ID. BranchScorecard.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - MONTHLY BRANCH SCORECARD.
      *                  FOR THE SYSIN MONTH (YYYYMM; ZERO FALLS BACK
      *                  TO THE RUN-DATE MONTH) SHOWS EACH BRANCH ON
      *                  THE BRANCH TABLE ITS ACCOUNTS OPENED AND
      *                  CLOSED, ITS ACTIVE ACCOUNTS AND DEPOSIT
      *                  BALANCE OFF ACCTMAST, ITS DEPOSIT GROWTH
      *                  SINCE THE PRIOR MONTH ON BRHIST, AND THE
      *                  SERVICE CHARGES ServiceCharge TOOK FROM ITS
      *                  ACCOUNTS IN THE MONTH OFF BALAUDIT.  APPENDS
      *                  THE MONTH'S FIGURES TO BRHIST THE FIRST TIME
      *                  IT RUNS FOR THE MONTH.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE ASSIGN TO "BRANCH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCTM-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "BALAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT BRANCH-HISTORY-FILE ASSIGN TO "BRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRHIST-STATUS.

           SELECT SCORECARD-REPORT-FILE ASSIGN TO "BRSCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-FILE.
       COPY BRANCH.

       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMAST.

       FD  AUDIT-TRAIL-FILE.
       COPY AUDTRL.

       FD  BRANCH-HISTORY-FILE.
       COPY BRHIST.

       FD  SCORECARD-REPORT-FILE.
       01  SCORECARD-REPORT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BRANCH-EOF-SWITCH      PIC X VALUE 'N'.
           88  WS-BRANCH-END-OF-FILE VALUE 'Y'.
       01  WS-MASTER-EOF-SWITCH      PIC X VALUE 'N'.
           88  WS-MASTER-END-OF-FILE VALUE 'Y'.
       01  WS-AUDIT-EOF-SWITCH       PIC X VALUE 'N'.
           88  WS-AUDIT-END-OF-FILE  VALUE 'Y'.
       01  WS-BRHIST-EOF-SWITCH      PIC X VALUE 'N'.
           88  WS-BRHIST-END-OF-FILE VALUE 'Y'.

       01  WS-MASTER-STATUS          PIC X(2).
       01  WS-AUDIT-STATUS           PIC X(2).
       01  WS-BRHIST-STATUS          PIC X(2).
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-REPORT-MONTH           PIC 9(6) VALUE 0.

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  WS-MASTER-READ-COUNT      PIC 9(7) COMP VALUE 0.
       01  WS-AUDIT-READ-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-FEE-POSTING-COUNT      PIC 9(7) COMP VALUE 0.
       01  WS-PRINTED-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-HISTORY-WRITTEN-COUNT  PIC 9(5) COMP VALUE 0.
       01  WS-FEE-AMOUNT             PIC S9(7)V99 VALUE 0.

       01  WS-MONTH-ON-FILE-SWITCH   PIC X VALUE 'N'.
           88  WS-MONTH-ON-FILE      VALUE 'Y'.

       01  WS-SCORE-FOUND-SWITCH     PIC X VALUE 'N'.
           88  WS-SCORE-FOUND        VALUE 'Y'.
       01  WS-SCORE-FOUND-IDX        PIC 9(3) COMP VALUE 0.
       01  WS-SEARCH-BRANCH-CODE     PIC X(3).

       01  WS-ACCT-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-ACCOUNT-FOUND      VALUE 'Y'.

      *----------------------------------------------------------------
      * WS-SCORE-TABLE - one entry per branch on the BRANCH table, in
      * table order, plus a last entry with a code of spaces for the
      * accounts booked at no branch, or at a code the table does not
      * carry.  That last entry only prints if it has anything on it.
      *----------------------------------------------------------------
       01  WS-SCORE-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-SCORE-TABLE.
           05  WS-S-ENTRY OCCURS 51 TIMES
                          INDEXED BY WS-SCORE-IDX.
               10  WS-S-BRANCH-CODE       PIC X(3).
               10  WS-S-BRANCH-NAME       PIC X(20).
               10  WS-S-OPENED-COUNT      PIC 9(5) COMP.
               10  WS-S-CLOSED-COUNT      PIC 9(5) COMP.
               10  WS-S-ACTIVE-COUNT      PIC 9(5) COMP.
               10  WS-S-DEPOSIT-BALANCE   PIC S9(9)V99.
               10  WS-S-FEE-INCOME        PIC S9(9)V99.
               10  WS-S-PRIOR-MONTH       PIC 9(6).
               10  WS-S-PRIOR-BALANCE     PIC S9(9)V99.

      *----------------------------------------------------------------
      * WS-ACCOUNT-TABLE - the branch entry each account on ACCTMAST
      * reports under, so a BALAUDIT fee posting can be credited to
      * the branch the account is booked at today.
      *----------------------------------------------------------------
       01  WS-ACCOUNT-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-ACCOUNT-TABLE.
           05  WS-A-ENTRY OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-ACCOUNT-COUNT
                          INDEXED BY WS-ACCT-IDX.
               10  WS-A-ACCOUNT-NUMBER    PIC 9(10).
               10  WS-A-SCORE-IDX         PIC 9(3) COMP.

       01  WS-TOTALS.
           05  WS-T-OPENED-COUNT      PIC 9(5) COMP VALUE 0.
           05  WS-T-CLOSED-COUNT      PIC 9(5) COMP VALUE 0.
           05  WS-T-ACTIVE-COUNT      PIC 9(5) COMP VALUE 0.
           05  WS-T-DEPOSIT-BALANCE   PIC S9(9)V99 VALUE 0.
           05  WS-T-GROWTH            PIC S9(9)V99 VALUE 0.
           05  WS-T-FEE-INCOME        PIC S9(9)V99 VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(36)
               VALUE "BRANCH SCORECARD".
           05  FILLER PIC X(7)  VALUE "MONTH: ".
           05  WS-H-REPORT-MONTH PIC 9(6).
           05  FILLER PIC X(12) VALUE "  RUN DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER           PIC X(31) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(5)  VALUE "BR".
           05  FILLER PIC X(21) VALUE "BRANCH NAME".
           05  FILLER PIC X(7)  VALUE "OPENED".
           05  FILLER PIC X(7)  VALUE "CLOSED".
           05  FILLER PIC X(6)  VALUE "ACTIVE".
           05  FILLER PIC X(16) VALUE "        BALANCE".
           05  FILLER PIC X(16) VALUE "         GROWTH".
           05  FILLER PIC X(14) VALUE "    FEE INCOME".
           05  FILLER PIC X(8)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-D-BRANCH-CODE   PIC X(3).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-BRANCH-NAME   PIC X(20).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-D-OPENED        PIC ZZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-CLOSED        PIC ZZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-ACTIVE        PIC ZZZZ9.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-D-BALANCE       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-D-GROWTH        PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-D-NO-HISTORY REDEFINES WS-D-GROWTH
                                  PIC X(15).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-D-FEE-INCOME    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(8) VALUE SPACES.

       01  WS-NO-BRANCHES-LINE       PIC X(100)
           VALUE "*** NO BRANCHES ON THE BRANCH TABLE ***".

       01  WS-FOOTER-1.
           05  FILLER PIC X(16) VALUE "ACCOUNTS READ:".
           05  WS-F-ACCOUNTS      PIC Z,ZZZ,ZZ9.
           05  FILLER PIC X(16) VALUE "  AUDIT READ: ".
           05  WS-F-AUDIT         PIC Z,ZZZ,ZZ9.
           05  FILLER PIC X(16) VALUE "  FEE POSTINGS: ".
           05  WS-F-FEES          PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(25) VALUE SPACES.

       01  WS-FOOTER-2.
           05  FILLER PIC X(16) VALUE "BRHIST ENTRIES: ".
           05  WS-F-HISTORY       PIC ZZZZ9.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-F-HISTORY-NOTE  PIC X(40) VALUE SPACES.
           05  FILLER             PIC X(37) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "BranchScorecard" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           ACCEPT WS-REPORT-MONTH FROM SYSIN
           IF WS-REPORT-MONTH = 0
               MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
           END-IF
           DISPLAY "Scorecard month: " WS-REPORT-MONTH

           PERFORM 0800-LOAD-BRANCH-TABLE

           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "35"
               PERFORM 1100-READ-ACCOUNT-MASTER
               PERFORM 1000-SCORE-ACCOUNT
                   UNTIL WS-MASTER-END-OF-FILE
               CLOSE ACCOUNT-MASTER-FILE
           END-IF

           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-STATUS NOT = "35"
               PERFORM 1600-READ-AUDIT-TRAIL
               PERFORM 1500-SCORE-FEE
                   UNTIL WS-AUDIT-END-OF-FILE
               CLOSE AUDIT-TRAIL-FILE
           END-IF

           OPEN INPUT BRANCH-HISTORY-FILE
           IF WS-BRHIST-STATUS NOT = "35"
               PERFORM 1900-READ-BRANCH-HISTORY
               PERFORM 1800-FIND-PRIOR-MONTH
                   UNTIL WS-BRHIST-END-OF-FILE
               CLOSE BRANCH-HISTORY-FILE
           END-IF

           OPEN OUTPUT SCORECARD-REPORT-FILE
           MOVE WS-REPORT-MONTH TO WS-H-REPORT-MONTH
           MOVE WS-RUN-DATE     TO WS-H-RUN-DATE
           WRITE SCORECARD-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE SCORECARD-REPORT-LINE FROM WS-REPORT-HEADING-2

           IF WS-SCORE-COUNT = 1
               WRITE SCORECARD-REPORT-LINE FROM WS-NO-BRANCHES-LINE
           END-IF
           PERFORM 2000-PRINT-BRANCH
               VARYING WS-SCORE-IDX FROM 1 BY 1
               UNTIL WS-SCORE-IDX > WS-SCORE-COUNT

           PERFORM 2500-PRINT-TOTALS

           IF WS-MONTH-ON-FILE
               MOVE "MONTH ALREADY ON FILE - NOT REWRITTEN"
                   TO WS-F-HISTORY-NOTE
           ELSE
               PERFORM 2800-WRITE-BRANCH-HISTORY
           END-IF

           PERFORM 3000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------
      * 0800-LOAD-BRANCH-TABLE - one scorecard entry per branch on the
      * BRANCH table, closed branches included, so accounts still
      * booked at a closed branch report under its name.  The entry
      * after the last branch collects every account with no branch.
      *----------------------------------------------------------------
       0800-LOAD-BRANCH-TABLE.
           OPEN INPUT BRANCH-FILE
           PERFORM 0850-READ-BRANCH
           PERFORM UNTIL WS-BRANCH-END-OF-FILE
                   OR WS-SCORE-COUNT >= 50
               ADD 1 TO WS-SCORE-COUNT
               MOVE BRANCH-CODE TO WS-S-BRANCH-CODE (WS-SCORE-COUNT)
               MOVE BRANCH-NAME TO WS-S-BRANCH-NAME (WS-SCORE-COUNT)
               PERFORM 0900-CLEAR-SCORE-ENTRY
               PERFORM 0850-READ-BRANCH
           END-PERFORM
           CLOSE BRANCH-FILE

           ADD 1 TO WS-SCORE-COUNT
           MOVE SPACES TO WS-S-BRANCH-CODE (WS-SCORE-COUNT)
           MOVE "*** NO BRANCH ***" TO WS-S-BRANCH-NAME (WS-SCORE-COUNT)
           PERFORM 0900-CLEAR-SCORE-ENTRY.

      *----------------------------------------------------------------
      * 0850-READ-BRANCH
      *----------------------------------------------------------------
       0850-READ-BRANCH.
           READ BRANCH-FILE
               AT END
                   MOVE 'Y' TO WS-BRANCH-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 0900-CLEAR-SCORE-ENTRY - zero the figures on the entry just
      * added.
      *----------------------------------------------------------------
       0900-CLEAR-SCORE-ENTRY.
           MOVE 0 TO WS-S-OPENED-COUNT (WS-SCORE-COUNT)
           MOVE 0 TO WS-S-CLOSED-COUNT (WS-SCORE-COUNT)
           MOVE 0 TO WS-S-ACTIVE-COUNT (WS-SCORE-COUNT)
           MOVE 0 TO WS-S-DEPOSIT-BALANCE (WS-SCORE-COUNT)
           MOVE 0 TO WS-S-FEE-INCOME (WS-SCORE-COUNT)
           MOVE 0 TO WS-S-PRIOR-MONTH (WS-SCORE-COUNT)
           MOVE 0 TO WS-S-PRIOR-BALANCE (WS-SCORE-COUNT).

      *----------------------------------------------------------------
      * 1000-SCORE-ACCOUNT - credit one ACCTMAST account to its
      * branch: opened or closed in the month by its dates, and its
      * balance to the branch's deposits while it is still active.
      *----------------------------------------------------------------
       1000-SCORE-ACCOUNT.
           ADD 1 TO WS-MASTER-READ-COUNT
           MOVE ACCTM-BRANCH-CODE TO WS-SEARCH-BRANCH-CODE
           PERFORM 1200-FIND-BRANCH

           IF WS-ACCOUNT-COUNT < 500
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE ACCTM-ACCOUNT-NUMBER
                   TO WS-A-ACCOUNT-NUMBER (WS-ACCOUNT-COUNT)
               MOVE WS-SCORE-FOUND-IDX
                   TO WS-A-SCORE-IDX (WS-ACCOUNT-COUNT)
           END-IF

           IF ACCTM-OPENED-DATE(1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-S-OPENED-COUNT (WS-SCORE-FOUND-IDX)
           END-IF
           IF ACCTM-ACCOUNT-CLOSED
              AND ACCTM-CLOSED-DATE(1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-S-CLOSED-COUNT (WS-SCORE-FOUND-IDX)
           END-IF
           IF ACCTM-ACCOUNT-ACTIVE
               ADD 1 TO WS-S-ACTIVE-COUNT (WS-SCORE-FOUND-IDX)
               ADD ACCTM-ACCOUNT-BALANCE
                   TO WS-S-DEPOSIT-BALANCE (WS-SCORE-FOUND-IDX)
           END-IF

           PERFORM 1100-READ-ACCOUNT-MASTER.

      *----------------------------------------------------------------
      * 1100-READ-ACCOUNT-MASTER
      *----------------------------------------------------------------
       1100-READ-ACCOUNT-MASTER.
           READ ACCOUNT-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1200-FIND-BRANCH - the scorecard entry for
      * WS-SEARCH-BRANCH-CODE, or the no-branch entry if the code is
      * blank or not on the table.
      *----------------------------------------------------------------
       1200-FIND-BRANCH.
           MOVE 'N' TO WS-SCORE-FOUND-SWITCH
           MOVE WS-SCORE-COUNT TO WS-SCORE-FOUND-IDX
           IF WS-SEARCH-BRANCH-CODE NOT = SPACES
               PERFORM VARYING WS-SCORE-IDX FROM 1 BY 1
                       UNTIL WS-SCORE-IDX >= WS-SCORE-COUNT
                          OR WS-SCORE-FOUND
                   IF WS-S-BRANCH-CODE (WS-SCORE-IDX)
                          = WS-SEARCH-BRANCH-CODE
                       MOVE 'Y' TO WS-SCORE-FOUND-SWITCH
                       MOVE WS-SCORE-IDX TO WS-SCORE-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * 1500-SCORE-FEE - a service charge ServiceCharge posted in the
      * month is fee income to the branch the account is booked at.
      * A fee on an account no longer on ACCTMAST goes to the
      * no-branch entry.
      *----------------------------------------------------------------
       1500-SCORE-FEE.
           ADD 1 TO WS-AUDIT-READ-COUNT
           IF AUDIT-PROGRAM-ID = "ServiceCharge"
              AND AUDIT-TRANSACTION-TYPE = 'F'
              AND AUDIT-RUN-DATE(1:6) = WS-REPORT-MONTH
               COMPUTE WS-FEE-AMOUNT =
                   AUDIT-OLD-BALANCE - AUDIT-NEW-BALANCE
               PERFORM 1700-FIND-ACCOUNT
               IF WS-ACCOUNT-FOUND
                   MOVE WS-A-SCORE-IDX (WS-ACCT-IDX)
                       TO WS-SCORE-FOUND-IDX
               ELSE
                   MOVE WS-SCORE-COUNT TO WS-SCORE-FOUND-IDX
               END-IF
               ADD WS-FEE-AMOUNT
                   TO WS-S-FEE-INCOME (WS-SCORE-FOUND-IDX)
               ADD 1 TO WS-FEE-POSTING-COUNT
           END-IF

           PERFORM 1600-READ-AUDIT-TRAIL.

      *----------------------------------------------------------------
      * 1600-READ-AUDIT-TRAIL
      *----------------------------------------------------------------
       1600-READ-AUDIT-TRAIL.
           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1700-FIND-ACCOUNT
      *----------------------------------------------------------------
       1700-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SWITCH
           SET WS-ACCT-IDX TO 1
           SEARCH WS-A-ENTRY
               AT END
                   MOVE 'N' TO WS-ACCT-FOUND-SWITCH
               WHEN WS-A-ACCOUNT-NUMBER (WS-ACCT-IDX)
                       = AUDIT-ACCOUNT-NUMBER
                   MOVE 'Y' TO WS-ACCT-FOUND-SWITCH
           END-SEARCH.

      *----------------------------------------------------------------
      * 1800-FIND-PRIOR-MONTH - the latest BRHIST entry before the
      * scorecard month is each branch's prior month.  An entry for
      * the scorecard month itself means it has been run for the
      * month before, so the month is not appended again.
      *----------------------------------------------------------------
       1800-FIND-PRIOR-MONTH.
           EVALUATE TRUE
               WHEN BRHIST-MONTH = WS-REPORT-MONTH
                   MOVE 'Y' TO WS-MONTH-ON-FILE-SWITCH
               WHEN BRHIST-MONTH < WS-REPORT-MONTH
                   MOVE BRHIST-BRANCH-CODE TO WS-SEARCH-BRANCH-CODE
                   PERFORM 1200-FIND-BRANCH
                   IF (WS-SCORE-FOUND
                       OR BRHIST-BRANCH-CODE = SPACES)
                      AND BRHIST-MONTH >
                          WS-S-PRIOR-MONTH (WS-SCORE-FOUND-IDX)
                       MOVE BRHIST-MONTH
                           TO WS-S-PRIOR-MONTH (WS-SCORE-FOUND-IDX)
                       MOVE BRHIST-DEPOSIT-BALANCE
                           TO WS-S-PRIOR-BALANCE (WS-SCORE-FOUND-IDX)
                   END-IF
           END-EVALUATE

           PERFORM 1900-READ-BRANCH-HISTORY.

      *----------------------------------------------------------------
      * 1900-READ-BRANCH-HISTORY
      *----------------------------------------------------------------
       1900-READ-BRANCH-HISTORY.
           READ BRANCH-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-BRHIST-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2000-PRINT-BRANCH - one line per branch.  Growth is the change
      * in deposit balance since the branch's prior BRHIST month; a
      * branch with no history yet shows NO HISTORY instead.  The
      * no-branch line prints only if it has something on it.
      *----------------------------------------------------------------
       2000-PRINT-BRANCH.
           IF WS-SCORE-IDX < WS-SCORE-COUNT
              OR WS-S-ACTIVE-COUNT (WS-SCORE-IDX) > 0
              OR WS-S-OPENED-COUNT (WS-SCORE-IDX) > 0
              OR WS-S-CLOSED-COUNT (WS-SCORE-IDX) > 0
              OR WS-S-FEE-INCOME (WS-SCORE-IDX) NOT = 0
               MOVE WS-S-BRANCH-CODE (WS-SCORE-IDX) TO WS-D-BRANCH-CODE
               MOVE WS-S-BRANCH-NAME (WS-SCORE-IDX) TO WS-D-BRANCH-NAME
               MOVE WS-S-OPENED-COUNT (WS-SCORE-IDX) TO WS-D-OPENED
               MOVE WS-S-CLOSED-COUNT (WS-SCORE-IDX) TO WS-D-CLOSED
               MOVE WS-S-ACTIVE-COUNT (WS-SCORE-IDX) TO WS-D-ACTIVE
               MOVE WS-S-DEPOSIT-BALANCE (WS-SCORE-IDX)
                   TO WS-D-BALANCE
               MOVE WS-S-FEE-INCOME (WS-SCORE-IDX) TO WS-D-FEE-INCOME
               IF WS-S-PRIOR-MONTH (WS-SCORE-IDX) = 0
                   MOVE "     NO HISTORY" TO WS-D-NO-HISTORY
               ELSE
                   COMPUTE WS-D-GROWTH =
                       WS-S-DEPOSIT-BALANCE (WS-SCORE-IDX)
                       - WS-S-PRIOR-BALANCE (WS-SCORE-IDX)
                   ADD WS-S-DEPOSIT-BALANCE (WS-SCORE-IDX)
                       TO WS-T-GROWTH
                   SUBTRACT WS-S-PRIOR-BALANCE (WS-SCORE-IDX)
                       FROM WS-T-GROWTH
               END-IF
               WRITE SCORECARD-REPORT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-PRINTED-COUNT

               ADD WS-S-OPENED-COUNT (WS-SCORE-IDX)
                   TO WS-T-OPENED-COUNT
               ADD WS-S-CLOSED-COUNT (WS-SCORE-IDX)
                   TO WS-T-CLOSED-COUNT
               ADD WS-S-ACTIVE-COUNT (WS-SCORE-IDX)
                   TO WS-T-ACTIVE-COUNT
               ADD WS-S-DEPOSIT-BALANCE (WS-SCORE-IDX)
                   TO WS-T-DEPOSIT-BALANCE
               ADD WS-S-FEE-INCOME (WS-SCORE-IDX)
                   TO WS-T-FEE-INCOME
           END-IF.

      *----------------------------------------------------------------
      * 2500-PRINT-TOTALS - the bank-wide line.  Its growth only
      * covers the branches that have a prior month on BRHIST.
      *----------------------------------------------------------------
       2500-PRINT-TOTALS.
           MOVE SPACES              TO WS-D-BRANCH-CODE
           MOVE "ALL BRANCHES"      TO WS-D-BRANCH-NAME
           MOVE WS-T-OPENED-COUNT   TO WS-D-OPENED
           MOVE WS-T-CLOSED-COUNT   TO WS-D-CLOSED
           MOVE WS-T-ACTIVE-COUNT   TO WS-D-ACTIVE
           MOVE WS-T-DEPOSIT-BALANCE TO WS-D-BALANCE
           MOVE WS-T-GROWTH         TO WS-D-GROWTH
           MOVE WS-T-FEE-INCOME     TO WS-D-FEE-INCOME
           WRITE SCORECARD-REPORT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------
      * 2800-WRITE-BRANCH-HISTORY - append the month's figures for
      * every branch, and for the no-branch entry if it has active
      * accounts, for next month's growth to be measured against.
      *----------------------------------------------------------------
       2800-WRITE-BRANCH-HISTORY.
           OPEN EXTEND BRANCH-HISTORY-FILE
           IF WS-BRHIST-STATUS = "35"
               OPEN OUTPUT BRANCH-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-SCORE-IDX FROM 1 BY 1
                   UNTIL WS-SCORE-IDX > WS-SCORE-COUNT
               IF WS-SCORE-IDX < WS-SCORE-COUNT
                  OR WS-S-ACTIVE-COUNT (WS-SCORE-IDX) > 0
                   MOVE WS-REPORT-MONTH TO BRHIST-MONTH
                   MOVE WS-S-BRANCH-CODE (WS-SCORE-IDX)
                       TO BRHIST-BRANCH-CODE
                   MOVE WS-S-ACTIVE-COUNT (WS-SCORE-IDX)
                       TO BRHIST-ACTIVE-COUNT
                   MOVE WS-S-DEPOSIT-BALANCE (WS-SCORE-IDX)
                       TO BRHIST-DEPOSIT-BALANCE
                   WRITE BRANCH-HISTORY-RECORD
                   ADD 1 TO WS-HISTORY-WRITTEN-COUNT
               END-IF
           END-PERFORM
           CLOSE BRANCH-HISTORY-FILE
           MOVE "APPENDED FOR THE MONTH" TO WS-F-HISTORY-NOTE.

      *----------------------------------------------------------------
      * 3000-TERMINATE - the run counts.
      *----------------------------------------------------------------
       3000-TERMINATE.
           MOVE WS-MASTER-READ-COUNT     TO WS-F-ACCOUNTS
           MOVE WS-AUDIT-READ-COUNT      TO WS-F-AUDIT
           MOVE WS-FEE-POSTING-COUNT     TO WS-F-FEES
           WRITE SCORECARD-REPORT-LINE FROM WS-FOOTER-1
           MOVE WS-HISTORY-WRITTEN-COUNT TO WS-F-HISTORY
           WRITE SCORECARD-REPORT-LINE FROM WS-FOOTER-2
           CLOSE SCORECARD-REPORT-FILE

           DISPLAY "BRANCHES SCORED FOR " WS-REPORT-MONTH ": "
                   WS-PRINTED-COUNT

           MOVE 'E' TO RLOG-ACTION
           COMPUTE RLOG-RECORDS-READ =
               WS-MASTER-READ-COUNT + WS-AUDIT-READ-COUNT
           MOVE WS-PRINTED-COUNT TO RLOG-RECORDS-WRITTEN
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS.
