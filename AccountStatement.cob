      *                  TABLE ALREADY STOPPED AT ITS LIMIT - THE
      *                  UNGUARDED ADD WALKED PAST ENTRY 200 INTO
      *                  THE NEIGHBOURING STORAGE.
      * 2026-10-15  DLH  A STATEMENT FOR AN ACCOUNT UNDER A LEGAL HOLD
      *                  NOW CLOSES WITH A FUNDS-ON-HOLD LINE - THE
      *                  AMOUNT HELD ON THE NEW LEGLHOLD FILE AS OF THE
      *                  RUN DATE, FLAGGED WHEN THE ACCOUNT IS FROZEN -
      *                  TOTALLED BY THE SHARED HoldCheck SUBPROGRAM.
      *                  AN ACCOUNT WITH NO HOLDS PRINTS AS BEFORE.
      * 2026-10-15  DLH  THE STATEMENT CYCLE NO LONGER MAILS TO AN
      *                  ADDRESS ReturnedMail HAS FLAGGED UNDELIVERABLE
      *                  ON CUSTADDR - THE ACCOUNT'S STATEMENT IS HELD
      *                  AND LISTED ON THE SHARED HELDMAIL FILE
      *                  INSTEAD, AND THE CYCLE SUMMARY COUNTS THE
      *                  STATEMENTS HELD.  A SINGLE-ACCOUNT STATEMENT
      *                  IS PRINTED ON REQUEST, NOT MAILED, SO IT
      *                  STILL PRINTS.
      * 2026-10-15  DLH  THE STATEMENT CYCLE NOW TAKES EACH ACCOUNT'S
      *                  BEGINNING BALANCE FROM THE NIGHTLY BALSNAP
      *                  BALANCE SNAPSHOT - THE CLOSING BALANCE OF THE
      *                  DAY BEFORE THE PERIOD STARTS, READ BY KEY -
      *                  AND PRINTS THE MONTH-TO-DATE AVERAGE DAILY
      *                  BALANCE AS OF THE PERIOD END, OR THE LAST
      *                  NIGHT BUILT IF THAT IS SOONER.  A DAY BEFORE
      *                  THE SNAPSHOT BEGAN STILL CARRIES THE BALANCE
      *                  FROM THE HISTORY AS BEFORE.  THE POSTINGS
      *                  THEMSELVES STILL COME FROM BALHIST.
      * 2026-10-15  DLH  THE CUSTOMER'S STREET ADDRESS AND ZIP CODE
      *                  NOW PASS THROUGH THE SHARED MaskData AND PRINT
      *                  AS ACCTSTMT'S DISTCLS DISTRIBUTION CLASS
      *                  ALLOWS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTA-STATUS.

           SELECT HELD-MAIL-FILE ASSIGN TO "HELDMAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDM-STATUS.

           SELECT BALANCE-SNAPSHOT-FILE ASSIGN TO "BALSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALSNAP-KEY
               FILE STATUS IS WS-SNAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-HISTORY-FILE.
       FD  CUSTOMER-ADDRESS-FILE.
       COPY CUSTADDR.

       FD  HELD-MAIL-FILE.
       COPY HELDMAIL.

       FD  BALANCE-SNAPSHOT-FILE.
       COPY BALSNAP.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-CUSTA-STATUS           PIC X(2).
       01  WS-HELDM-STATUS           PIC X(2).
       01  WS-HELD-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-ADDR-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-ADDR-END-OF-FILE   VALUE 'Y'.
       01  WS-ADDR-FOUND-SWITCH      PIC X VALUE 'N'.
      *----------------------------------------------------------------
      * WS-ADDRESS-TABLE - the CUSTADDR name-and-address master,
      * loaded once so the statement heading can carry the customer's
      * name and mailing address, and the cycle can tell which
      * addresses are flagged undeliverable.
      *----------------------------------------------------------------
       01  WS-ADDRESS-TABLE.
           05  WS-ADDR-ENTRY OCCURS 1 TO 500 TIMES
               10  WS-N-CITY                PIC X(20).
               10  WS-N-STATE               PIC X(2).
               10  WS-N-ZIP-CODE            PIC X(10).
               10  WS-N-MAIL-STATUS         PIC X.
                   88  WS-N-MAIL-RETURNED   VALUE 'R'.
               10  WS-N-RETURNED-DATE       PIC 9(8).

      *----------------------------------------------------------------
      * WS-ENTRY-TABLE - the in-period BALHIST entries held for the
       01  WS-LOOKUP-ACCOUNT         PIC 9(10).
       01  WS-PERIOD-START           PIC 9(8) VALUE 0.
       01  WS-PERIOD-END             PIC 9(8) VALUE 0.

      *----------------------------------------------------------------
      * The BALSNAP daily snapshot, used by the cycle: the day before
      * the period start gives the beginning balance, and the period
      * end - or the last night built, if sooner - gives the
      * month-to-date average daily balance.
      *----------------------------------------------------------------
       01  WS-SNAP-STATUS            PIC X(2).
       01  WS-SNAP-OPEN-SWITCH       PIC X VALUE 'N'.
           88  WS-SNAPSHOT-OPEN      VALUE 'Y'.
       01  WS-SNAP-LAST-DATE         PIC 9(8) VALUE 0.
       01  WS-BEGIN-SNAP-DATE        PIC 9(8) VALUE 0.
       01  WS-ADB-SNAP-DATE          PIC 9(8) VALUE 0.
       01  WS-DATE-WORK.
           05  WS-DW-YEAR            PIC 9(4).
           05  WS-DW-MONTH           PIC 9(2).
           05  WS-DW-DAY             PIC 9(2).
       01  WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK PIC 9(8).
       01  WS-DAYS-IN-MONTH          PIC 9(2) VALUE 0.
       01  WS-LEAP-QUOTIENT          PIC 9(4) COMP VALUE 0.
       01  WS-LEAP-REMAINDER         PIC 9(4) COMP VALUE 0.
       01  WS-STATEMENT-COUNT        PIC 9(4) COMP VALUE 0.

       01  WS-RECORD-COUNT           PIC 9(5) COMP VALUE 0.
           05  WS-EB-AMOUNT       PIC ZZZ,ZZZ.99-.
           05  FILLER             PIC X(49) VALUE SPACES.

       01  WS-AVG-BALANCE-LINE.
           05  FILLER PIC X(20) VALUE "AVG DAILY BALANCE:".
           05  WS-AB-AMOUNT       PIC ZZZ,ZZZ.99-.
           05  FILLER             PIC X(17) VALUE "  MONTH TO DATE, ".
           05  WS-AB-DAYS         PIC Z9.
           05  FILLER             PIC X(12) VALUE " DAYS, TO ".
           05  WS-AB-DATE         PIC 9(8).
           05  FILLER             PIC X(10) VALUE SPACES.

       01  WS-HELD-FUNDS-LINE.
           05  FILLER PIC X(20) VALUE "FUNDS ON HOLD:".
           05  WS-HF-AMOUNT       PIC Z,ZZZ,ZZZ.99-.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-HF-FROZEN       PIC X(24).
           05  FILLER             PIC X(21) VALUE SPACES.

       01  HOLD-CHECK-PARMS.
           COPY HOLDCHK.

       01  MASK-DATA-PARMS.
           COPY MASKPARM.

       01  WS-CYCLE-SUMMARY-1.
           05  FILLER PIC X(24) VALUE "STATEMENT CYCLE SUMMARY".
           05  FILLER PIC X(56) VALUE SPACES.
           05  WS-CS-STMT-COUNT   PIC ZZZ9.
           05  FILLER             PIC X(54) VALUE SPACES.

       01  WS-CYCLE-SUMMARY-4.
           05  FILLER PIC X(40)
               VALUE "STATEMENTS HELD - ADDRESS UNDELIVERABLE:".
           05  FILLER             PIC X VALUE SPACE.
           05  WS-CS-HELD-COUNT   PIC ZZZ9.
           05  FILLER             PIC X(35) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
               WRITE STATEMENT-REPORT-LINE FROM WS-NO-ENTRIES-LINE
           END-IF

           PERFORM 6000-PRINT-HELD-FUNDS
           PERFORM 3000-TERMINATE.

      *----------------------------------------------------------------
                       TO WS-N-STATE (WS-ADDRESS-COUNT)
                   MOVE CUSTA-ZIP-CODE
                       TO WS-N-ZIP-CODE (WS-ADDRESS-COUNT)
                   IF CUSTA-MAIL-RETURNED
                      AND CUSTA-RETURNED-DATE NUMERIC
                       MOVE 'R'
                           TO WS-N-MAIL-STATUS (WS-ADDRESS-COUNT)
                       MOVE CUSTA-RETURNED-DATE
                           TO WS-N-RETURNED-DATE (WS-ADDRESS-COUNT)
                   ELSE
                       MOVE SPACE
                           TO WS-N-MAIL-STATUS (WS-ADDRESS-COUNT)
                       MOVE 0
                           TO WS-N-RETURNED-DATE (WS-ADDRESS-COUNT)
                   END-IF
                   PERFORM 0820-READ-ADDRESS
               END-PERFORM
               CLOSE CUSTOMER-ADDRESS-FILE
           IF WS-ADDRESS-FOUND
               MOVE WS-N-CUSTOMER-NAME (WS-ADDR-FOUND-IDX)
                   TO WS-H-CUSTOMER-NAME
               MOVE "ACCTSTMT" TO MASK-REPORT-ID
               MOVE 'P'        TO MASK-FIELD-TYPE
               MOVE 30         TO MASK-FIELD-LENGTH
               MOVE WS-N-ADDRESS-LINE (WS-ADDR-FOUND-IDX)
                   TO MASK-FIELD-VALUE
               CALL "MaskData" USING MASK-DATA-PARMS
               MOVE MASK-FIELD-VALUE TO WS-H-ADDRESS-LINE
               MOVE WS-N-CITY (WS-ADDR-FOUND-IDX)
                   TO WS-H-CITY
               MOVE WS-N-STATE (WS-ADDR-FOUND-IDX)
                   TO WS-H-STATE
               MOVE 10         TO MASK-FIELD-LENGTH
               MOVE WS-N-ZIP-CODE (WS-ADDR-FOUND-IDX)
                   TO MASK-FIELD-VALUE
               CALL "MaskData" USING MASK-DATA-PARMS
               MOVE MASK-FIELD-VALUE TO WS-H-ZIP-CODE
           ELSE
               MOVE "*** NAME NOT ON FILE ***" TO WS-H-CUSTOMER-NAME
               MOVE SPACES TO WS-H-ADDRESS-LINE
               UNTIL WS-END-OF-FILE
           CLOSE BALANCE-HISTORY-FILE

           PERFORM 5050-OPEN-SNAPSHOT

           OPEN OUTPUT STATEMENT-REPORT-FILE
           OPEN EXTEND HELD-MAIL-FILE
           IF WS-HELDM-STATUS = "35"
               OPEN OUTPUT HELD-MAIL-FILE
           END-IF
           PERFORM 5300-PRINT-STATEMENT
               VARYING WS-S-IDX FROM 1 BY 1
               UNTIL WS-S-IDX > WS-STMT-COUNT
           PERFORM 5500-PRINT-CYCLE-SUMMARY
           CLOSE STATEMENT-REPORT-FILE
           CLOSE HELD-MAIL-FILE
           IF WS-SNAPSHOT-OPEN
               CLOSE BALANCE-SNAPSHOT-FILE
           END-IF
           DISPLAY "STATEMENTS PRODUCED: " WS-STATEMENT-COUNT
                   "  HELD: " WS-HELD-COUNT.

      *----------------------------------------------------------------
      * 5050-OPEN-SNAPSHOT - a missing BALSNAP file, or one with no
      * control record, leaves the cycle on the carried balances
      * alone.  The beginning-balance day is the one before the
      * period start; an open-ended period start has none.
      *----------------------------------------------------------------
       5050-OPEN-SNAPSHOT.
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

           IF WS-PERIOD-START > 0
               MOVE WS-PERIOD-START TO WS-DATE-WORK-NUM
               IF WS-DW-DAY > 1
                   SUBTRACT 1 FROM WS-DW-DAY
               ELSE
                   IF WS-DW-MONTH > 1
                       SUBTRACT 1 FROM WS-DW-MONTH
                   ELSE
                       MOVE 12 TO WS-DW-MONTH
                       SUBTRACT 1 FROM WS-DW-YEAR
                   END-IF
                   PERFORM 5060-SET-DAYS-IN-MONTH
                   MOVE WS-DAYS-IN-MONTH TO WS-DW-DAY
               END-IF
               MOVE WS-DATE-WORK-NUM TO WS-BEGIN-SNAP-DATE
           END-IF

           IF WS-PERIOD-END < WS-SNAP-LAST-DATE
               MOVE WS-PERIOD-END TO WS-ADB-SNAP-DATE
           ELSE
               MOVE WS-SNAP-LAST-DATE TO WS-ADB-SNAP-DATE
           END-IF
           DISPLAY "Snapshot of " WS-SNAP-LAST-DATE
                   "  beginning balances as of " WS-BEGIN-SNAP-DATE.

      *----------------------------------------------------------------
      * 5060-SET-DAYS-IN-MONTH - February's length follows the
      * leap-year rule.
      *----------------------------------------------------------------
       5060-SET-DAYS-IN-MONTH.
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
      * 5100-SCAN-HISTORY - one pass of BALHIST.  An entry dated
      *----------------------------------------------------------------
      * 5300-PRINT-STATEMENT - one statement, on a new page, for an
      * account with in-period activity; an account the scan saw only
      * outside the period is skipped.  An account whose address is
      * flagged undeliverable is held on HELDMAIL instead of printed.
      *----------------------------------------------------------------
       5300-PRINT-STATEMENT.
           IF WS-S-ACTIVITY-COUNT (WS-S-IDX) > 0
               MOVE WS-S-ACCOUNT (WS-S-IDX) TO WS-H-ACCOUNT
               MOVE WS-S-ACCOUNT (WS-S-IDX) TO WS-LOOKUP-ACCOUNT
               PERFORM 0850-SET-CUSTOMER-HEADING
           END-IF
           IF WS-S-ACTIVITY-COUNT (WS-S-IDX) > 0
              AND WS-ADDRESS-FOUND
              AND WS-N-MAIL-RETURNED (WS-ADDR-FOUND-IDX)
               PERFORM 5350-HOLD-STATEMENT
           END-IF
           IF WS-S-ACTIVITY-COUNT (WS-S-IDX) > 0
              AND NOT (WS-ADDRESS-FOUND
                       AND WS-N-MAIL-RETURNED (WS-ADDR-FOUND-IDX))
               PERFORM 1500-PRINT-HEADERS

               PERFORM 5310-TAKE-SNAPSHOT-BEGIN
               MOVE WS-S-BEGIN-BAL (WS-S-IDX) TO WS-BB-AMOUNT
               WRITE STATEMENT-REPORT-LINE FROM WS-BEGIN-BALANCE-LINE


               MOVE WS-S-END-BAL (WS-S-IDX) TO WS-EB-AMOUNT
               WRITE STATEMENT-REPORT-LINE FROM WS-END-BALANCE-LINE
               PERFORM 5320-PRINT-AVERAGE-BALANCE
               PERFORM 6000-PRINT-HELD-FUNDS
               ADD 1 TO WS-STATEMENT-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 5310-TAKE-SNAPSHOT-BEGIN - the closing balance of the day
      * before the period replaces the one carried off the history
      * when the snapshot has that day.
      *----------------------------------------------------------------
       5310-TAKE-SNAPSHOT-BEGIN.
           IF WS-SNAPSHOT-OPEN
              AND WS-BEGIN-SNAP-DATE > 0
              AND WS-BEGIN-SNAP-DATE <= WS-SNAP-LAST-DATE
               MOVE WS-S-ACCOUNT (WS-S-IDX) TO BALSNAP-ACCOUNT-NUMBER
               MOVE WS-BEGIN-SNAP-DATE      TO BALSNAP-SNAPSHOT-DATE
               READ BALANCE-SNAPSHOT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BALSNAP-END-OF-DAY-BALANCE
                           TO WS-S-BEGIN-BAL (WS-S-IDX)
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * 5320-PRINT-AVERAGE-BALANCE - the month-to-date average daily
      * balance off the snapshot, printed only when the day it is
      * taken from falls inside the period.
      *----------------------------------------------------------------
       5320-PRINT-AVERAGE-BALANCE.
           IF WS-SNAPSHOT-OPEN
              AND WS-ADB-SNAP-DATE >= WS-PERIOD-START
               MOVE WS-S-ACCOUNT (WS-S-IDX) TO BALSNAP-ACCOUNT-NUMBER
               MOVE WS-ADB-SNAP-DATE        TO BALSNAP-SNAPSHOT-DATE
               READ BALANCE-SNAPSHOT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BALSNAP-MTD-AVERAGE-BALANCE
                           TO WS-AB-AMOUNT
                       MOVE BALSNAP-MTD-DAYS TO WS-AB-DAYS
                       MOVE WS-ADB-SNAP-DATE TO WS-AB-DATE
                       WRITE STATEMENT-REPORT-LINE
                           FROM WS-AVG-BALANCE-LINE
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * 5350-HOLD-STATEMENT - list the held statement on HELDMAIL for
      * the mail room; it is cut again once a new address clears the
      * flag.
      *----------------------------------------------------------------
       5350-HOLD-STATEMENT.
           MOVE "AccountStatement" TO HELDM-PROGRAM-ID
           MOVE WS-S-ACCOUNT (WS-S-IDX) TO HELDM-ACCOUNT-NUMBER
           MOVE WS-H-CUSTOMER-NAME TO HELDM-CUSTOMER-NAME
           MOVE "ACCOUNT STATEMENT" TO HELDM-ITEM
           MOVE WS-N-RETURNED-DATE (WS-ADDR-FOUND-IDX)
               TO HELDM-RETURNED-DATE
           MOVE WS-RUN-DATE TO HELDM-RUN-DATE
           WRITE HELD-MAIL-RECORD
           ADD 1 TO WS-HELD-COUNT.

      *----------------------------------------------------------------
      * 5400-PRINT-CYCLE-DETAIL - the entry table is in file order,
      * which is chronological, so printing the current statement
           WRITE STATEMENT-REPORT-LINE FROM WS-CYCLE-SUMMARY-2
           MOVE WS-STATEMENT-COUNT TO WS-CS-STMT-COUNT
           WRITE STATEMENT-REPORT-LINE FROM WS-CYCLE-SUMMARY-3
           MOVE WS-HELD-COUNT TO WS-CS-HELD-COUNT
           WRITE STATEMENT-REPORT-LINE FROM WS-CYCLE-SUMMARY-4
           MOVE WS-RECORD-COUNT TO WS-F-RECORD-COUNT
           WRITE STATEMENT-REPORT-LINE FROM WS-REPORT-FOOTER.

      *----------------------------------------------------------------
      * 6000-PRINT-HELD-FUNDS - the legal holds in force on the
      * statement account as of the run date; an account with none
      * gets no line.
      *----------------------------------------------------------------
       6000-PRINT-HELD-FUNDS.
           MOVE WS-H-ACCOUNT TO HOLDCHK-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE  TO HOLDCHK-AS-OF-DATE
           CALL "HoldCheck" USING HOLD-CHECK-PARMS
           IF HOLDCHK-HOLD-COUNT > 0
               MOVE HOLDCHK-HELD-AMOUNT TO WS-HF-AMOUNT
               IF HOLDCHK-ACCOUNT-FROZEN
                   MOVE "*** ACCOUNT FROZEN ***" TO WS-HF-FROZEN
               ELSE
                   MOVE SPACES TO WS-HF-FROZEN
               END-IF
               WRITE STATEMENT-REPORT-LINE FROM WS-HELD-FUNDS-LINE
           END-IF.
