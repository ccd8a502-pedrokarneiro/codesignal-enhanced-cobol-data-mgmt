       IDENTIFICATION DIVISION.
       PROGRAM-ID. BalanceSnapshot.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - NIGHTLY END-OF-DAY BALANCE
      *                  SNAPSHOT.  ServiceCharge, DormantAccounts,
      *                  BalanceSwing, Escheatment AND THE STATEMENT
      *                  CYCLE EACH REBUILT BALANCES OVER A PERIOD BY
      *                  SCANNING ALL OF BALHIST, WHICH ONLY EVER
      *                  GROWS.  THIS RUN, ONCE A NIGHT AFTER THE LAST
      *                  POSTING STEP, WRITES ONE BALSNAP ENTRY PER
      *                  ACCTMAST ACCOUNT FOR THE BUSINESS DATE - THE
      *                  CLOSING BALANCE PLUS THE MONTH-TO-DATE SUM OF
      *                  DAILY BALANCES, DAY COUNT, AVERAGE DAILY
      *                  BALANCE AND LOW, AND THE UNMOVED-RUN STREAK -
      *                  BUILT FORWARD FROM THE ACCOUNT'S ENTRY FOR THE
      *                  LAST NIGHT BUILT.  CALENDAR DAYS SINCE THAT
      *                  NIGHT THE SUITE DID NOT RUN ARE FILLED IN AT
      *                  ITS CLOSING BALANCE AND FLAGGED CARRIED.  A
      *                  RERUN OF THE SAME NIGHT REBUILDS FROM THE
      *                  NIGHT BEFORE AND REWRITES ITS OWN ENTRIES.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCTM-ACCOUNT-NUMBER.

           SELECT BALANCE-SNAPSHOT-FILE ASSIGN TO "BALSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALSNAP-KEY
               FILE STATUS IS WS-SNAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMAST.

       FD  BALANCE-SNAPSHOT-FILE.
       COPY BALSNAP.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-SNAP-STATUS            PIC X(2).

       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  WS-ACCOUNT-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-WRITTEN-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-CARRIED-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-NEW-ACCOUNT-COUNT      PIC 9(5) COMP VALUE 0.

      *----------------------------------------------------------------
      * Control record - the last night built and the one before it.
      * WS-BASE-DATE is the night tonight's entries are built forward
      * from: the last night built, or on a rerun of the same night
      * the one before it; zero when there is none to build from.
      *----------------------------------------------------------------
       01  WS-CONTROL-SWITCH         PIC X VALUE 'N'.
           88  WS-CONTROL-FOUND      VALUE 'Y'.
       01  WS-LAST-DATE              PIC 9(8) VALUE 0.
       01  WS-PRIOR-DATE             PIC 9(8) VALUE 0.
       01  WS-BASE-DATE              PIC 9(8) VALUE 0.

      *----------------------------------------------------------------
      * WS-DAY-TABLE - every calendar day from the day after the base
      * night through the business date, stepped a day at a time
      * with the leap-year rule.  The last entry is always the
      * business date; any before it are days the suite did not run.
      * A base night more than a month back is not bridged - the
      * accounts start afresh on the business date.
      *----------------------------------------------------------------
       01  WS-MAX-GAP-DAYS           PIC 9(2) VALUE 31.
       01  WS-DAY-COUNT              PIC 9(2) COMP VALUE 0.
       01  WS-DAY-TABLE.
           05  WS-DAY-DATE OCCURS 31 TIMES
                   INDEXED BY WS-DAY-IDX      PIC 9(8).

       01  WS-DATE-WORK.
           05  WS-DW-YEAR            PIC 9(4).
           05  WS-DW-MONTH           PIC 9(2).
           05  WS-DW-DAY             PIC 9(2).
       01  WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK PIC 9(8).
       01  WS-DAYS-IN-MONTH          PIC 9(2) VALUE 0.
       01  WS-LEAP-QUOTIENT          PIC 9(4) COMP VALUE 0.
       01  WS-LEAP-REMAINDER         PIC 9(4) COMP VALUE 0.

      *----------------------------------------------------------------
      * The running day - the account's figures as of the day before
      * the one being built, taken from its base-night entry and
      * carried forward a day at a time.
      *----------------------------------------------------------------
       01  WS-PREVIOUS-SWITCH        PIC X VALUE 'N'.
           88  WS-PREVIOUS-FOUND     VALUE 'Y'.
       01  WS-PREV-DATE              PIC 9(8) VALUE 0.
       01  WS-PREV-BALANCE           PIC S9(7)V99 VALUE 0.
       01  WS-PREV-BALANCE-DAYS      PIC S9(9)V99 VALUE 0.
       01  WS-PREV-MTD-DAYS          PIC 9(2) VALUE 0.
       01  WS-PREV-LOW-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-PREV-UNMOVED-RUNS      PIC 9(5) VALUE 0.
       01  WS-PREV-ACTIVITY-DATE     PIC 9(8) VALUE 0.

       01  WS-DAY-BALANCE            PIC S9(7)V99 VALUE 0.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "BalanceSnapshot" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           PERFORM 1000-OPEN-FILES
           PERFORM 1100-READ-CONTROL
           PERFORM 1200-BUILD-DAY-TABLE

           PERFORM 1500-READ-ACCOUNT
           PERFORM 2000-SNAPSHOT-ACCOUNT
               UNTIL WS-END-OF-FILE

           PERFORM 3000-UPDATE-CONTROL
           PERFORM 4000-TERMINATE
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-ACCOUNT-COUNT TO RLOG-RECORDS-READ
           MOVE WS-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-OPEN-FILES - the snapshot stays open I-O for the run; a
      * status of "35" means the cluster has never been loaded and
      * the first run creates it empty.
      *----------------------------------------------------------------
       1000-OPEN-FILES.
           OPEN I-O BALANCE-SNAPSHOT-FILE
           IF WS-SNAP-STATUS = "35"
               OPEN OUTPUT BALANCE-SNAPSHOT-FILE
               CLOSE BALANCE-SNAPSHOT-FILE
               OPEN I-O BALANCE-SNAPSHOT-FILE
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE.

      *----------------------------------------------------------------
      * 1100-READ-CONTROL - pick the base night.  A snapshot already
      * built past the business date means the run-control date has
      * been wound back; building over it would interleave two
      * histories, so the run stops with nothing written.
      *----------------------------------------------------------------
       1100-READ-CONTROL.
           MOVE 0 TO BALSNAP-ACCOUNT-NUMBER
           MOVE 0 TO BALSNAP-SNAPSHOT-DATE
           READ BALANCE-SNAPSHOT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CONTROL-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CONTROL-SWITCH
                   MOVE BALSNAP-LAST-DATE  TO WS-LAST-DATE
                   MOVE BALSNAP-PRIOR-DATE TO WS-PRIOR-DATE
           END-READ

           IF WS-LAST-DATE > WS-RUN-DATE
               DISPLAY "*** BALSNAP ALREADY BUILT FOR " WS-LAST-DATE
                       " - PAST THE BUSINESS DATE - NOTHING BUILT ***"
               CLOSE BALANCE-SNAPSHOT-FILE
               CLOSE ACCOUNT-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-LAST-DATE = WS-RUN-DATE
               MOVE WS-PRIOR-DATE TO WS-BASE-DATE
               DISPLAY "Rerun of " WS-RUN-DATE
                       " - rebuilding from " WS-BASE-DATE
           ELSE
               MOVE WS-LAST-DATE TO WS-BASE-DATE
           END-IF.

      *----------------------------------------------------------------
      * 1200-BUILD-DAY-TABLE - step forward from the base night to
      * the business date.  With no base night, or one too far back
      * to bridge, the table holds the business date alone.
      *----------------------------------------------------------------
       1200-BUILD-DAY-TABLE.
           MOVE 0 TO WS-DAY-COUNT
           IF WS-BASE-DATE > 0
               MOVE WS-BASE-DATE TO WS-DATE-WORK-NUM
               PERFORM UNTIL WS-DATE-WORK-NUM = WS-RUN-DATE
                       OR WS-DAY-COUNT >= WS-MAX-GAP-DAYS
                   PERFORM 1250-SET-DAYS-IN-MONTH
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
                   ADD 1 TO WS-DAY-COUNT
                   MOVE WS-DATE-WORK-NUM TO WS-DAY-DATE (WS-DAY-COUNT)
               END-PERFORM
               IF WS-DATE-WORK-NUM NOT = WS-RUN-DATE
                   DISPLAY "*** LAST SNAPSHOT " WS-BASE-DATE
                           " TOO FAR BACK TO BRIDGE - ACCOUNTS START"
                           " AFRESH ***"
                   MOVE 0 TO WS-BASE-DATE
               END-IF
           END-IF

           IF WS-BASE-DATE = 0
               MOVE 1 TO WS-DAY-COUNT
               MOVE WS-RUN-DATE TO WS-DAY-DATE (1)
           END-IF.

      *----------------------------------------------------------------
      * 1250-SET-DAYS-IN-MONTH - February's length follows the
      * leap-year rule.
      *----------------------------------------------------------------
       1250-SET-DAYS-IN-MONTH.
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
      * 1500-READ-ACCOUNT
      *----------------------------------------------------------------
       1500-READ-ACCOUNT.
           READ ACCOUNT-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2000-SNAPSHOT-ACCOUNT - pick up the account's base-night
      * entry, if it has one, then build one entry per day in the
      * day table - the days before the business date at the base
      * night's closing balance, the business date itself at the
      * balance on ACCTMAST now.
      *----------------------------------------------------------------
       2000-SNAPSHOT-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           PERFORM 2100-LOAD-PREVIOUS

           PERFORM 2200-BUILD-DAY
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT

           PERFORM 1500-READ-ACCOUNT.

      *----------------------------------------------------------------
      * 2100-LOAD-PREVIOUS - an account with no entry for the base
      * night is new since then (or the file is) and starts its
      * month-to-date figures on the business date.
      *----------------------------------------------------------------
       2100-LOAD-PREVIOUS.
           MOVE 'N' TO WS-PREVIOUS-SWITCH
           IF WS-BASE-DATE > 0
               MOVE ACCTM-ACCOUNT-NUMBER TO BALSNAP-ACCOUNT-NUMBER
               MOVE WS-BASE-DATE         TO BALSNAP-SNAPSHOT-DATE
               READ BALANCE-SNAPSHOT-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-PREVIOUS-SWITCH
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PREVIOUS-SWITCH
               END-READ
           END-IF

           IF WS-PREVIOUS-FOUND
               MOVE BALSNAP-SNAPSHOT-DATE      TO WS-PREV-DATE
               MOVE BALSNAP-END-OF-DAY-BALANCE TO WS-PREV-BALANCE
               MOVE BALSNAP-MTD-BALANCE-DAYS   TO WS-PREV-BALANCE-DAYS
               MOVE BALSNAP-MTD-DAYS           TO WS-PREV-MTD-DAYS
               MOVE BALSNAP-MTD-LOW-BALANCE    TO WS-PREV-LOW-BALANCE
               MOVE BALSNAP-UNMOVED-RUNS       TO WS-PREV-UNMOVED-RUNS
               MOVE BALSNAP-LAST-ACTIVITY-DATE TO WS-PREV-ACTIVITY-DATE
           ELSE
               ADD 1 TO WS-NEW-ACCOUNT-COUNT
               MOVE 0 TO WS-PREV-DATE
               MOVE ACCTM-ACCOUNT-BALANCE TO WS-PREV-BALANCE
               MOVE 0 TO WS-PREV-BALANCE-DAYS
               MOVE 0 TO WS-PREV-MTD-DAYS
               MOVE 0 TO WS-PREV-LOW-BALANCE
               MOVE 0 TO WS-PREV-UNMOVED-RUNS
               MOVE 0 TO WS-PREV-ACTIVITY-DATE
           END-IF.

      *----------------------------------------------------------------
      * 2200-BUILD-DAY - one day's entry.  The month-to-date figures
      * restart on the first day of a new month (or the account's
      * first day on file).  Only the nightly-run entry can move the
      * unmoved-run streak; a carried day leaves it as it was.  An
      * entry already on file - a rerun - is rewritten in place.
      *----------------------------------------------------------------
       2200-BUILD-DAY.
           MOVE ACCTM-ACCOUNT-NUMBER     TO BALSNAP-ACCOUNT-NUMBER
           MOVE WS-DAY-DATE (WS-DAY-IDX) TO BALSNAP-SNAPSHOT-DATE
           IF WS-DAY-IDX < WS-DAY-COUNT
               MOVE WS-PREV-BALANCE TO WS-DAY-BALANCE
               MOVE 'C' TO BALSNAP-ENTRY-TYPE
               ADD 1 TO WS-CARRIED-COUNT
           ELSE
               MOVE ACCTM-ACCOUNT-BALANCE TO WS-DAY-BALANCE
               MOVE 'N' TO BALSNAP-ENTRY-TYPE
           END-IF
           MOVE WS-DAY-BALANCE  TO BALSNAP-END-OF-DAY-BALANCE
           MOVE WS-PREV-BALANCE TO BALSNAP-PRIOR-DAY-BALANCE

           IF WS-PREV-MTD-DAYS = 0
              OR BALSNAP-SNAPSHOT-DATE (1:6) NOT = WS-PREV-DATE (1:6)
               MOVE WS-DAY-BALANCE TO BALSNAP-MTD-BALANCE-DAYS
               MOVE 1              TO BALSNAP-MTD-DAYS
               MOVE WS-DAY-BALANCE TO BALSNAP-MTD-LOW-BALANCE
           ELSE
               COMPUTE BALSNAP-MTD-BALANCE-DAYS =
                   WS-PREV-BALANCE-DAYS + WS-DAY-BALANCE
               COMPUTE BALSNAP-MTD-DAYS = WS-PREV-MTD-DAYS + 1
               IF WS-DAY-BALANCE < WS-PREV-LOW-BALANCE
                   MOVE WS-DAY-BALANCE TO BALSNAP-MTD-LOW-BALANCE
               ELSE
                   MOVE WS-PREV-LOW-BALANCE TO BALSNAP-MTD-LOW-BALANCE
               END-IF
           END-IF
           COMPUTE BALSNAP-MTD-AVERAGE-BALANCE ROUNDED =
               BALSNAP-MTD-BALANCE-DAYS / BALSNAP-MTD-DAYS

           EVALUATE TRUE
               WHEN BALSNAP-CARRIED-DAY
                   MOVE WS-PREV-UNMOVED-RUNS TO BALSNAP-UNMOVED-RUNS
                   MOVE WS-PREV-ACTIVITY-DATE
                       TO BALSNAP-LAST-ACTIVITY-DATE
               WHEN WS-PREVIOUS-FOUND
                    AND WS-DAY-BALANCE = WS-PREV-BALANCE
                   COMPUTE BALSNAP-UNMOVED-RUNS =
                       WS-PREV-UNMOVED-RUNS + 1
                   MOVE WS-PREV-ACTIVITY-DATE
                       TO BALSNAP-LAST-ACTIVITY-DATE
               WHEN OTHER
                   MOVE 0 TO BALSNAP-UNMOVED-RUNS
                   MOVE BALSNAP-SNAPSHOT-DATE
                       TO BALSNAP-LAST-ACTIVITY-DATE
           END-EVALUATE

           WRITE BALANCE-SNAPSHOT-RECORD
               INVALID KEY
                   REWRITE BALANCE-SNAPSHOT-RECORD
           END-WRITE
           ADD 1 TO WS-WRITTEN-COUNT

           MOVE BALSNAP-SNAPSHOT-DATE      TO WS-PREV-DATE
           MOVE BALSNAP-END-OF-DAY-BALANCE TO WS-PREV-BALANCE
           MOVE BALSNAP-MTD-BALANCE-DAYS   TO WS-PREV-BALANCE-DAYS
           MOVE BALSNAP-MTD-DAYS           TO WS-PREV-MTD-DAYS
           MOVE BALSNAP-MTD-LOW-BALANCE    TO WS-PREV-LOW-BALANCE
           MOVE BALSNAP-UNMOVED-RUNS       TO WS-PREV-UNMOVED-RUNS
           MOVE BALSNAP-LAST-ACTIVITY-DATE TO WS-PREV-ACTIVITY-DATE.

      *----------------------------------------------------------------
      * 3000-UPDATE-CONTROL - record tonight as the last night built;
      * the night it replaces becomes the prior.  A rerun leaves the
      * control record as it stands.
      *----------------------------------------------------------------
       3000-UPDATE-CONTROL.
           MOVE 0 TO BALSNAP-ACCOUNT-NUMBER
           MOVE 0 TO BALSNAP-SNAPSHOT-DATE
           MOVE SPACES TO BALSNAP-CONTROL-DATA
           IF WS-CONTROL-FOUND
               IF WS-LAST-DATE NOT = WS-RUN-DATE
                   MOVE WS-LAST-DATE TO BALSNAP-PRIOR-DATE
                   MOVE WS-RUN-DATE  TO BALSNAP-LAST-DATE
                   REWRITE BALANCE-SNAPSHOT-RECORD
               END-IF
           ELSE
               MOVE 0           TO BALSNAP-PRIOR-DATE
               MOVE WS-RUN-DATE TO BALSNAP-LAST-DATE
               WRITE BALANCE-SNAPSHOT-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 4000-TERMINATE
      *----------------------------------------------------------------
       4000-TERMINATE.
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE BALANCE-SNAPSHOT-FILE
           DISPLAY "ACCOUNTS SNAPPED:     " WS-ACCOUNT-COUNT
           DISPLAY "NEW TO THE SNAPSHOT:  " WS-NEW-ACCOUNT-COUNT
           DISPLAY "ENTRIES WRITTEN:      " WS-WRITTEN-COUNT
           DISPLAY "CARRIED-DAY ENTRIES:  " WS-CARRIED-COUNT.
