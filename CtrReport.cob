       IDENTIFICATION DIVISION.
       PROGRAM-ID. CtrReport.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - DAILY CURRENCY TRANSACTION
      *                  REPORT.  TOTALS EACH ACCOUNT'S CASH IN AND
      *                  CASH OUT FOR THE BUSINESS DAY ACROSS THE
      *                  GCTRAN DEPOSIT RECORDS, THE CUSTTRAN DEPOSITS
      *                  AND WITHDRAWALS AND THE ACCTMNT WITHDRAW
      *                  REQUESTS, LISTS EVERY ACCOUNT WHOSE CASH IN
      *                  OR CASH OUT FOR THE DAY IS OVER THE 10,000.00
      *                  FILING THRESHOLD WITH THE CUSTADDR NAME AND
      *                  ADDRESS FOR THE FILING, AND KEEPS A CTRHIST
      *                  DAY-TOTAL HISTORY SO ACCOUNTS THAT COME JUST
      *                  UNDER THE THRESHOLD ON SEVERAL DAYS OF A
      *                  ROLLING WINDOW ARE LISTED FOR STRUCTURING
      *                  REVIEW.  SYSIN: WINDOW DAYS (ZERO = 10) AND
      *                  MINIMUM NEAR-THRESHOLD DAYS (ZERO = 3).
      * 2026-10-15  DLH  THE FILING ADDRESS NOW PASSES THROUGH THE
      *                  SHARED MaskData - THE STREET ADDRESS AND ZIP
      *                  CODE PRINT ONLY WHERE CTRRPT'S DISTCLS
      *                  DISTRIBUTION CLASS ALLOWS PERSONAL DATA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "GCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GCTRAN-STATUS.

           SELECT CUSTOMER-TRAN-FILE ASSIGN TO "CUSTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTTRAN-STATUS.

           SELECT MAINT-REQUEST-FILE ASSIGN TO "ACCTMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTMNT-STATUS.

           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTA-STATUS.

           SELECT CTR-HISTORY-FILE ASSIGN TO "CTRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRHIST-STATUS.

           SELECT CTR-REPORT-FILE ASSIGN TO "CTRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       COPY GCTRAN.

       FD  CUSTOMER-TRAN-FILE.
       COPY CUSTTRAN.

       FD  MAINT-REQUEST-FILE.
       COPY ACCTMNT.

       FD  CUSTOMER-ADDRESS-FILE.
       COPY CUSTADDR.

       FD  CTR-HISTORY-FILE.
       COPY CTRHIST.

       FD  CTR-REPORT-FILE.
       01  CTR-REPORT-LINE              PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-SERIAL             PIC 9(8) COMP VALUE 0.
       01  WS-AGE-DAYS               PIC S9(8) COMP VALUE 0.

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  MASK-DATA-PARMS.
           COPY MASKPARM.

       01  WS-GCTRAN-STATUS          PIC X(2).
       01  WS-CUSTTRAN-STATUS        PIC X(2).
       01  WS-ACCTMNT-STATUS         PIC X(2).
       01  WS-CUSTA-STATUS           PIC X(2).
       01  WS-CTRHIST-STATUS         PIC X(2).

      *----------------------------------------------------------------
      * Filing threshold, the floor of the structuring-watch band
      * under it, and the longest window SYSIN may ask for - CTRHIST
      * keeps no more days than that.
      *----------------------------------------------------------------
       01  WS-CTR-THRESHOLD          PIC S9(9)V99 VALUE 10000.00.
       01  WS-WATCH-FLOOR            PIC S9(9)V99 VALUE 8000.00.
       01  WS-MAX-WINDOW-DAYS        PIC 9(2) VALUE 31.
       01  WS-WINDOW-DAYS            PIC 9(2) VALUE 0.
       01  WS-MIN-NEAR-DAYS          PIC 9(2) VALUE 0.

       01  WS-GCTRAN-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-CUSTTRAN-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-ACCTMNT-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-CTR-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-WATCH-LISTED           PIC 9(4) COMP VALUE 0.

       01  WS-CASH-ACCOUNT           PIC 9(10) VALUE 0.
       01  WS-CASH-IN                PIC S9(9)V99 VALUE 0.
       01  WS-CASH-OUT               PIC S9(9)V99 VALUE 0.

       01  WS-DAY-COUNT              PIC 9(5) COMP VALUE 0.
       01  WS-DAY-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-DAY-FOUND          VALUE 'Y'.
       01  WS-DAY-FOUND-IDX          PIC 9(5) COMP VALUE 0.
       01  WS-DAY-FULL-SWITCH        PIC X VALUE 'N'.
           88  WS-DAY-TABLE-FULL     VALUE 'Y'.

       01  WS-HIST-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-HIST-FULL-SWITCH       PIC X VALUE 'N'.
           88  WS-HIST-TABLE-FULL    VALUE 'Y'.

       01  WS-WATCH-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-WATCH-FOUND-SWITCH     PIC X VALUE 'N'.
           88  WS-WATCH-FOUND        VALUE 'Y'.
       01  WS-WATCH-FOUND-IDX        PIC 9(5) COMP VALUE 0.
       01  WS-NEAR-DAY-SWITCH        PIC X VALUE 'N'.
           88  WS-NEAR-DAY           VALUE 'Y'.
       01  WS-NEAR-AMOUNT            PIC S9(9)V99 VALUE 0.

       01  WS-ADDR-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-ADDR-END-OF-FILE   VALUE 'Y'.
       01  WS-ADDR-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-ADDRESS-FOUND      VALUE 'Y'.
       01  WS-ADDR-FOUND-IDX         PIC 9(5) COMP VALUE 0.
       01  WS-ADDRESS-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-LOOKUP-ACCOUNT         PIC 9(10) VALUE 0.

       01  WS-SERIAL-DATE            PIC 9(8) VALUE 0.
       01  WS-SD-PARTS REDEFINES WS-SERIAL-DATE.
           05  WS-SD-YEAR            PIC 9(4).
           05  WS-SD-MONTH           PIC 9(2).
           05  WS-SD-DAY             PIC 9(2).
       01  WS-DAY-SERIAL             PIC 9(8) COMP VALUE 0.
       01  WS-PRIOR-YEAR             PIC 9(4) COMP VALUE 0.
       01  WS-LEAP-DAYS-4            PIC 9(4) COMP VALUE 0.
       01  WS-LEAP-DAYS-100          PIC 9(4) COMP VALUE 0.
       01  WS-LEAP-DAYS-400          PIC 9(4) COMP VALUE 0.
       01  WS-LEAP-QUOTIENT          PIC 9(4) COMP VALUE 0.
       01  WS-LEAP-REMAINDER         PIC 9(4) COMP VALUE 0.
       01  WS-IS-LEAP-SWITCH         PIC X VALUE 'N'.
           88  WS-IS-LEAP-YEAR       VALUE 'Y'.
       01  WS-CUM-DAYS-TABLE.
           05  FILLER                PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TABLE.
           05  WS-CUM-DAY-ENTRY OCCURS 12 TIMES PIC 9(3).

      *----------------------------------------------------------------
      * WS-ADDRESS-TABLE - the CUSTADDR name-and-address master,
      * loaded once so each filing line can carry the customer's
      * name and mailing address.
      *----------------------------------------------------------------
       01  WS-ADDRESS-TABLE.
           05  WS-ADDR-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-ADDRESS-COUNT
                   INDEXED BY WS-ADDR-IDX.
               10  WS-N-ACCOUNT-NUMBER  PIC 9(10).
               10  WS-N-CUSTOMER-NAME   PIC X(30).
               10  WS-N-ADDRESS-LINE    PIC X(30).
               10  WS-N-CITY            PIC X(20).
               10  WS-N-STATE           PIC X(2).
               10  WS-N-ZIP-CODE        PIC X(10).

      *----------------------------------------------------------------
      * WS-DAY-TABLE - the business day's cash totals, one entry per
      * account seen on any of the three inputs.  Account zero holds
      * the GCTRAN deposit records, which carry no account number.
      *----------------------------------------------------------------
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-DAY-COUNT
                   INDEXED BY WS-DAY-IDX.
               10  WS-T-ACCOUNT-NUMBER  PIC 9(10).
               10  WS-T-CASH-IN         PIC S9(9)V99.
               10  WS-T-CASH-OUT        PIC S9(9)V99.
               10  WS-T-IN-ITEMS        PIC 9(4) COMP.
               10  WS-T-OUT-ITEMS       PIC 9(4) COMP.

      *----------------------------------------------------------------
      * WS-HISTORY-TABLE - CTRHIST as loaded, less the entries aged
      * out of the longest window and any entries for today left by
      * an earlier run, plus today's entries once the day is totalled.
      *----------------------------------------------------------------
       01  WS-HISTORY-TABLE.
           05  WS-HIST-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-HIST-COUNT
                   INDEXED BY WS-HIST-IDX.
               10  WS-H-ACCOUNT-NUMBER  PIC 9(10).
               10  WS-H-BUSINESS-DATE   PIC 9(8).
               10  WS-H-CASH-IN         PIC S9(9)V99.
               10  WS-H-CASH-OUT        PIC S9(9)V99.

      *----------------------------------------------------------------
      * WS-WATCH-TABLE - per account, the near-threshold days found
      * inside the SYSIN window, the largest of those days' totals
      * and the latest such day.
      *----------------------------------------------------------------
       01  WS-WATCH-TABLE.
           05  WS-WATCH-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-WATCH-COUNT
                   INDEXED BY WS-WATCH-IDX.
               10  WS-W-ACCOUNT-NUMBER  PIC 9(10).
               10  WS-W-NEAR-DAYS       PIC 9(3) COMP.
               10  WS-W-HIGH-AMOUNT     PIC S9(9)V99.
               10  WS-W-LAST-DATE       PIC 9(8).

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(30) VALUE "CURRENCY TRANSACTION REPORT".
           05  FILLER PIC X(15) VALUE "BUSINESS DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER PIC X(20) VALUE "  FILING THRESHOLD: ".
           05  WS-H-THRESHOLD   PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(28) VALUE SPACES.

       01  WS-CTR-HEADING.
           05  FILLER PIC X(40)
               VALUE "CTR FILINGS - CASH OVER THRESHOLD".
           05  FILLER           PIC X(70) VALUE SPACES.

       01  WS-CTR-COLUMN-HEADING.
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(32) VALUE "CUSTOMER NAME".
           05  FILLER PIC X(16) VALUE "CASH IN".
           05  FILLER PIC X(7)  VALUE "ITEMS".
           05  FILLER PIC X(16) VALUE "CASH OUT".
           05  FILLER PIC X(7)  VALUE "ITEMS".
           05  FILLER PIC X(20) VALUE "FILING".

       01  WS-CTR-DETAIL-LINE.
           05  WS-D-ACCOUNT       PIC 9(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-NAME          PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-CASH-IN       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-IN-ITEMS      PIC ZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-CASH-OUT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-OUT-ITEMS     PIC ZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-FILING        PIC X(20).

       01  WS-CTR-ADDRESS-LINE.
           05  FILLER             PIC X(12) VALUE SPACES.
           05  WS-A-ADDRESS-LINE  PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-A-CITY          PIC X(20).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-A-STATE         PIC X(2).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-A-ZIP-CODE      PIC X(10).
           05  FILLER             PIC X(31) VALUE SPACES.

       01  WS-WATCH-HEADING.
           05  FILLER PIC X(34)
               VALUE "STRUCTURING WATCH - CASH DAYS OF ".
           05  WS-WH-FLOOR      PIC ZZ,ZZ9.99.
           05  FILLER PIC X(4)  VALUE " TO ".
           05  WS-WH-THRESHOLD  PIC ZZ,ZZ9.99.
           05  FILLER PIC X(8)  VALUE " IN LAST".
           05  WS-WH-WINDOW     PIC ZZ9.
           05  FILLER PIC X(15) VALUE " DAYS, MINIMUM ".
           05  WS-WH-MIN-DAYS   PIC Z9.
           05  FILLER           PIC X(26) VALUE SPACES.

       01  WS-WATCH-COLUMN-HEADING.
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(32) VALUE "CUSTOMER NAME".
           05  FILLER PIC X(11) VALUE "NEAR DAYS".
           05  FILLER PIC X(18) VALUE "HIGHEST DAY".
           05  FILLER PIC X(12) VALUE "LATEST DAY".
           05  FILLER PIC X(25) VALUE SPACES.

       01  WS-WATCH-DETAIL-LINE.
           05  WS-WD-ACCOUNT      PIC 9(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-WD-NAME         PIC X(30).
           05  FILLER             PIC X(5) VALUE SPACES.
           05  WS-WD-NEAR-DAYS    PIC ZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-WD-HIGH-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-WD-LAST-DATE    PIC 9(8).
           05  FILLER             PIC X(32) VALUE SPACES.

       01  WS-NO-CTR-LINE            PIC X(110)
           VALUE "*** NO ACCOUNTS OVER THE FILING THRESHOLD ***".
       01  WS-NO-WATCH-LINE          PIC X(110)
           VALUE "*** NO ACCOUNTS ON THE STRUCTURING WATCH ***".

       01  WS-REPORT-FOOTER-1.
           05  FILLER PIC X(23) VALUE "CASH ITEMS - GCTRAN:   ".
           05  WS-F-GCTRAN      PIC ZZZZ9.
           05  FILLER PIC X(13) VALUE "  CUSTTRAN:  ".
           05  WS-F-CUSTTRAN    PIC ZZZZ9.
           05  FILLER PIC X(13) VALUE "  ACCTMNT:   ".
           05  WS-F-ACCTMNT     PIC ZZZZ9.
           05  FILLER           PIC X(46) VALUE SPACES.

       01  WS-REPORT-FOOTER-2.
           05  FILLER PIC X(23) VALUE "CTR FILINGS:           ".
           05  WS-F-CTR-COUNT   PIC ZZZZ9.
           05  FILLER PIC X(26) VALUE "  STRUCTURING WATCH:      ".
           05  WS-F-WATCH-COUNT PIC ZZZZ9.
           05  FILLER           PIC X(51) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(110) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-SERIAL-DATE
           PERFORM 2800-DATE-TO-SERIAL
           MOVE WS-DAY-SERIAL TO WS-RUN-SERIAL

           ACCEPT WS-WINDOW-DAYS FROM SYSIN
           IF WS-WINDOW-DAYS = 0
               MOVE 10 TO WS-WINDOW-DAYS
           END-IF
           IF WS-WINDOW-DAYS > WS-MAX-WINDOW-DAYS
               MOVE WS-MAX-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF
           ACCEPT WS-MIN-NEAR-DAYS FROM SYSIN
           IF WS-MIN-NEAR-DAYS = 0
               MOVE 3 TO WS-MIN-NEAR-DAYS
           END-IF
           DISPLAY "Watch window: " WS-WINDOW-DAYS
                   " days  Minimum near days: " WS-MIN-NEAR-DAYS

           PERFORM 1000-LOAD-ADDRESS-TABLE
           PERFORM 1200-LOAD-HISTORY

           PERFORM 2000-TOTAL-GCTRAN
           PERFORM 2100-TOTAL-CUSTTRAN
           PERFORM 2200-TOTAL-ACCTMNT

           PERFORM 3000-ADD-TODAY-TO-HISTORY
           PERFORM 3500-BUILD-WATCH-TABLE

           PERFORM 4000-PRINT-REPORT
           PERFORM 5000-REWRITE-HISTORY
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-LOAD-ADDRESS-TABLE - read the CUSTADDR name-and-address
      * master AccountMaint maintains.  A status of "35" means the
      * file has never been written yet - the table is simply left
      * empty and every listed account prints name-not-on-file.
      *----------------------------------------------------------------
       1000-LOAD-ADDRESS-TABLE.
           OPEN INPUT CUSTOMER-ADDRESS-FILE
           IF WS-CUSTA-STATUS NOT = "35"
               PERFORM 1100-READ-ADDRESS
               PERFORM UNTIL WS-ADDR-END-OF-FILE
                          OR WS-ADDRESS-COUNT = 2000
                   ADD 1 TO WS-ADDRESS-COUNT
                   MOVE CUSTA-ACCOUNT-NUMBER
                       TO WS-N-ACCOUNT-NUMBER (WS-ADDRESS-COUNT)
                   MOVE CUSTA-CUSTOMER-NAME
                       TO WS-N-CUSTOMER-NAME (WS-ADDRESS-COUNT)
                   MOVE CUSTA-ADDRESS-LINE
                       TO WS-N-ADDRESS-LINE (WS-ADDRESS-COUNT)
                   MOVE CUSTA-CITY
                       TO WS-N-CITY (WS-ADDRESS-COUNT)
                   MOVE CUSTA-STATE
                       TO WS-N-STATE (WS-ADDRESS-COUNT)
                   MOVE CUSTA-ZIP-CODE
                       TO WS-N-ZIP-CODE (WS-ADDRESS-COUNT)
                   PERFORM 1100-READ-ADDRESS
               END-PERFORM
               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1100-READ-ADDRESS
      *----------------------------------------------------------------
       1100-READ-ADDRESS.
           READ CUSTOMER-ADDRESS-FILE
               AT END
                   MOVE 'Y' TO WS-ADDR-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1200-LOAD-HISTORY - read CTRHIST into the history table.  An
      * entry dated today was left by an earlier run of the same
      * business day and is dropped, since this run re-totals the
      * day; an entry as old as the longest window or older has
      * aged out and is dropped too.  Status "35" means the first
      * run - the table starts empty.
      *----------------------------------------------------------------
       1200-LOAD-HISTORY.
           OPEN INPUT CTR-HISTORY-FILE
           IF WS-CTRHIST-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1300-READ-HISTORY
               PERFORM UNTIL WS-END-OF-FILE
                   IF CTRH-BUSINESS-DATE NOT = WS-RUN-DATE
                       MOVE CTRH-BUSINESS-DATE TO WS-SERIAL-DATE
                       PERFORM 2800-DATE-TO-SERIAL
                       COMPUTE WS-AGE-DAYS =
                           WS-RUN-SERIAL - WS-DAY-SERIAL
                       IF WS-AGE-DAYS > 0
                          AND WS-AGE-DAYS < WS-MAX-WINDOW-DAYS
                           PERFORM 1400-ADD-HISTORY-ENTRY
                       END-IF
                   END-IF
                   PERFORM 1300-READ-HISTORY
               END-PERFORM
               CLOSE CTR-HISTORY-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1300-READ-HISTORY
      *----------------------------------------------------------------
       1300-READ-HISTORY.
           READ CTR-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1400-ADD-HISTORY-ENTRY - append the CTRHIST record area to
      * the history table.  A full table drops the entry and says so
      * once rather than overrunning.
      *----------------------------------------------------------------
       1400-ADD-HISTORY-ENTRY.
           IF WS-HIST-COUNT < 5000
               ADD 1 TO WS-HIST-COUNT
               MOVE CTRH-ACCOUNT-NUMBER
                   TO WS-H-ACCOUNT-NUMBER (WS-HIST-COUNT)
               MOVE CTRH-BUSINESS-DATE
                   TO WS-H-BUSINESS-DATE (WS-HIST-COUNT)
               MOVE CTRH-CASH-IN  TO WS-H-CASH-IN (WS-HIST-COUNT)
               MOVE CTRH-CASH-OUT TO WS-H-CASH-OUT (WS-HIST-COUNT)
           ELSE
               IF NOT WS-HIST-TABLE-FULL
                   MOVE 'Y' TO WS-HIST-FULL-SWITCH
                   DISPLAY "CTRHIST TABLE FULL - ENTRIES DROPPED"
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2000-TOTAL-GCTRAN - a GCTRAN deposit record is cash: a
      * positive Deposit is cash in and a negative one (a withdrawal
      * posted as a negative deposit) is cash out.  Deposit records
      * carry no account number, so they total under account zero.
      * Transfer and loan-payment records move funds between books
      * and are not cash.
      *----------------------------------------------------------------
       2000-TOTAL-GCTRAN.
           OPEN INPUT TRANSACTION-FILE
           IF WS-GCTRAN-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 2050-READ-GCTRAN
               PERFORM UNTIL WS-END-OF-FILE
                   IF GCTRAN-IS-DEPOSIT
                      AND GCTRAN-DEPOSIT NOT = 0
                       ADD 1 TO WS-GCTRAN-COUNT
                       MOVE 0 TO WS-CASH-ACCOUNT
                       MOVE 0 TO WS-CASH-IN
                       MOVE 0 TO WS-CASH-OUT
                       IF GCTRAN-DEPOSIT > 0
                           MOVE GCTRAN-DEPOSIT TO WS-CASH-IN
                       ELSE
                           COMPUTE WS-CASH-OUT = 0 - GCTRAN-DEPOSIT
                       END-IF
                       PERFORM 2500-ACCUMULATE-CASH
                   END-IF
                   PERFORM 2050-READ-GCTRAN
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------
      * 2050-READ-GCTRAN
      *----------------------------------------------------------------
       2050-READ-GCTRAN.
           READ TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2100-TOTAL-CUSTTRAN - a CUSTTRAN deposit is cash in and a
      * withdrawal is cash out.  A reversal undoes an earlier posting
      * rather than moving new cash, so it is not counted.
      *----------------------------------------------------------------
       2100-TOTAL-CUSTTRAN.
           OPEN INPUT CUSTOMER-TRAN-FILE
           IF WS-CUSTTRAN-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 2150-READ-CUSTTRAN
               PERFORM UNTIL WS-END-OF-FILE
                   IF CUSTTRAN-IS-DEPOSIT OR CUSTTRAN-IS-WITHDRAWAL
                       ADD 1 TO WS-CUSTTRAN-COUNT
                       MOVE CUSTTRAN-ACCOUNT-NUMBER
                           TO WS-CASH-ACCOUNT
                       MOVE 0 TO WS-CASH-IN
                       MOVE 0 TO WS-CASH-OUT
                       IF CUSTTRAN-IS-DEPOSIT
                           MOVE CUSTTRAN-AMOUNT TO WS-CASH-IN
                       ELSE
                           MOVE CUSTTRAN-AMOUNT TO WS-CASH-OUT
                       END-IF
                       PERFORM 2500-ACCUMULATE-CASH
                   END-IF
                   PERFORM 2150-READ-CUSTTRAN
               END-PERFORM
               CLOSE CUSTOMER-TRAN-FILE
           END-IF.

      *----------------------------------------------------------------
      * 2150-READ-CUSTTRAN
      *----------------------------------------------------------------
       2150-READ-CUSTTRAN.
           READ CUSTOMER-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2200-TOTAL-ACCTMNT - an AccountMaint withdraw request is cash
      * out.  Every withdraw request on the day's batch is counted,
      * including any AccountMaint goes on to reject - the cash was
      * asked for across the counter either way.
      *----------------------------------------------------------------
       2200-TOTAL-ACCTMNT.
           OPEN INPUT MAINT-REQUEST-FILE
           IF WS-ACCTMNT-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 2250-READ-ACCTMNT
               PERFORM UNTIL WS-END-OF-FILE
                   IF ACCTMNT-IS-WITHDRAW
                      AND ACCTMNT-WITHDRAWAL-AMOUNT > 0
                       ADD 1 TO WS-ACCTMNT-COUNT
                       MOVE ACCTMNT-ACCOUNT-NUMBER
                           TO WS-CASH-ACCOUNT
                       MOVE 0 TO WS-CASH-IN
                       MOVE ACCTMNT-WITHDRAWAL-AMOUNT TO WS-CASH-OUT
                       PERFORM 2500-ACCUMULATE-CASH
                   END-IF
                   PERFORM 2250-READ-ACCTMNT
               END-PERFORM
               CLOSE MAINT-REQUEST-FILE
           END-IF.

      *----------------------------------------------------------------
      * 2250-READ-ACCTMNT
      *----------------------------------------------------------------
       2250-READ-ACCTMNT.
           READ MAINT-REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2500-ACCUMULATE-CASH - add WS-CASH-IN and WS-CASH-OUT to
      * WS-CASH-ACCOUNT's day entry, opening one if this is the
      * account's first cash item today.
      *----------------------------------------------------------------
       2500-ACCUMULATE-CASH.
           MOVE 'N' TO WS-DAY-FOUND-SWITCH
           MOVE 0   TO WS-DAY-FOUND-IDX
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
                      OR WS-DAY-FOUND
               IF WS-T-ACCOUNT-NUMBER (WS-DAY-IDX) = WS-CASH-ACCOUNT
                   MOVE 'Y' TO WS-DAY-FOUND-SWITCH
                   MOVE WS-DAY-IDX TO WS-DAY-FOUND-IDX
               END-IF
           END-PERFORM

           IF NOT WS-DAY-FOUND
               IF WS-DAY-COUNT < 2000
                   ADD 1 TO WS-DAY-COUNT
                   MOVE WS-CASH-ACCOUNT
                       TO WS-T-ACCOUNT-NUMBER (WS-DAY-COUNT)
                   MOVE 0 TO WS-T-CASH-IN (WS-DAY-COUNT)
                   MOVE 0 TO WS-T-CASH-OUT (WS-DAY-COUNT)
                   MOVE 0 TO WS-T-IN-ITEMS (WS-DAY-COUNT)
                   MOVE 0 TO WS-T-OUT-ITEMS (WS-DAY-COUNT)
                   MOVE 'Y' TO WS-DAY-FOUND-SWITCH
                   MOVE WS-DAY-COUNT TO WS-DAY-FOUND-IDX
               ELSE
                   IF NOT WS-DAY-TABLE-FULL
                       MOVE 'Y' TO WS-DAY-FULL-SWITCH
                       DISPLAY "ACCOUNT TABLE FULL - CASH DROPPED"
                   END-IF
               END-IF
           END-IF

           IF WS-DAY-FOUND
               IF WS-CASH-IN > 0
                   ADD WS-CASH-IN TO WS-T-CASH-IN (WS-DAY-FOUND-IDX)
                   ADD 1 TO WS-T-IN-ITEMS (WS-DAY-FOUND-IDX)
               END-IF
               IF WS-CASH-OUT > 0
                   ADD WS-CASH-OUT
                       TO WS-T-CASH-OUT (WS-DAY-FOUND-IDX)
                   ADD 1 TO WS-T-OUT-ITEMS (WS-DAY-FOUND-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2800-DATE-TO-SERIAL - convert WS-SERIAL-DATE (YYYYMMDD) into
      * a day count in WS-DAY-SERIAL, so two dates can be subtracted
      * to get the days between them.
      *----------------------------------------------------------------
       2800-DATE-TO-SERIAL.
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
      * 3000-ADD-TODAY-TO-HISTORY - every account whose cash in or
      * cash out today reached the watch floor goes onto the history
      * table, so later runs can look back across it.  Account zero
      * (GCTRAN deposits with no account number) is not a customer
      * and is left out.
      *----------------------------------------------------------------
       3000-ADD-TODAY-TO-HISTORY.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF WS-T-ACCOUNT-NUMBER (WS-DAY-IDX) NOT = 0
                  AND (WS-T-CASH-IN (WS-DAY-IDX) >= WS-WATCH-FLOOR
                    OR WS-T-CASH-OUT (WS-DAY-IDX) >= WS-WATCH-FLOOR)
                   MOVE WS-T-ACCOUNT-NUMBER (WS-DAY-IDX)
                       TO CTRH-ACCOUNT-NUMBER
                   MOVE WS-RUN-DATE TO CTRH-BUSINESS-DATE
                   MOVE WS-T-CASH-IN (WS-DAY-IDX)  TO CTRH-CASH-IN
                   MOVE WS-T-CASH-OUT (WS-DAY-IDX) TO CTRH-CASH-OUT
                   PERFORM 1400-ADD-HISTORY-ENTRY
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 3500-BUILD-WATCH-TABLE - a near-threshold day is one whose
      * cash in or cash out fell inside the watch band, at or above
      * the floor but not over the filing threshold.  Count such
      * days per account inside the SYSIN window (today counts as
      * day one), keeping the largest near total and latest day.
      *----------------------------------------------------------------
       3500-BUILD-WATCH-TABLE.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
               MOVE WS-H-BUSINESS-DATE (WS-HIST-IDX)
                   TO WS-SERIAL-DATE
               PERFORM 2800-DATE-TO-SERIAL
               COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-DAY-SERIAL
               IF WS-AGE-DAYS < WS-WINDOW-DAYS
                   PERFORM 3600-TEST-NEAR-DAY
                   IF WS-NEAR-DAY
                       PERFORM 3700-POST-WATCH-DAY
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 3600-TEST-NEAR-DAY - WS-NEAR-AMOUNT comes back as the larger
      * of the day's cash in and cash out that fell inside the band.
      *----------------------------------------------------------------
       3600-TEST-NEAR-DAY.
           MOVE 'N' TO WS-NEAR-DAY-SWITCH
           MOVE 0   TO WS-NEAR-AMOUNT
           IF WS-H-CASH-IN (WS-HIST-IDX) >= WS-WATCH-FLOOR
              AND WS-H-CASH-IN (WS-HIST-IDX) <= WS-CTR-THRESHOLD
               MOVE 'Y' TO WS-NEAR-DAY-SWITCH
               MOVE WS-H-CASH-IN (WS-HIST-IDX) TO WS-NEAR-AMOUNT
           END-IF
           IF WS-H-CASH-OUT (WS-HIST-IDX) >= WS-WATCH-FLOOR
              AND WS-H-CASH-OUT (WS-HIST-IDX) <= WS-CTR-THRESHOLD
               MOVE 'Y' TO WS-NEAR-DAY-SWITCH
               IF WS-H-CASH-OUT (WS-HIST-IDX) > WS-NEAR-AMOUNT
                   MOVE WS-H-CASH-OUT (WS-HIST-IDX) TO WS-NEAR-AMOUNT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3700-POST-WATCH-DAY
      *----------------------------------------------------------------
       3700-POST-WATCH-DAY.
           MOVE 'N' TO WS-WATCH-FOUND-SWITCH
           MOVE 0   TO WS-WATCH-FOUND-IDX
           PERFORM VARYING WS-WATCH-IDX FROM 1 BY 1
                   UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
                      OR WS-WATCH-FOUND
               IF WS-W-ACCOUNT-NUMBER (WS-WATCH-IDX)
                      = WS-H-ACCOUNT-NUMBER (WS-HIST-IDX)
                   MOVE 'Y' TO WS-WATCH-FOUND-SWITCH
                   MOVE WS-WATCH-IDX TO WS-WATCH-FOUND-IDX
               END-IF
           END-PERFORM

           IF NOT WS-WATCH-FOUND AND WS-WATCH-COUNT < 2000
               ADD 1 TO WS-WATCH-COUNT
               MOVE WS-H-ACCOUNT-NUMBER (WS-HIST-IDX)
                   TO WS-W-ACCOUNT-NUMBER (WS-WATCH-COUNT)
               MOVE 0 TO WS-W-NEAR-DAYS (WS-WATCH-COUNT)
               MOVE 0 TO WS-W-HIGH-AMOUNT (WS-WATCH-COUNT)
               MOVE 0 TO WS-W-LAST-DATE (WS-WATCH-COUNT)
               MOVE 'Y' TO WS-WATCH-FOUND-SWITCH
               MOVE WS-WATCH-COUNT TO WS-WATCH-FOUND-IDX
           END-IF

           IF WS-WATCH-FOUND
               ADD 1 TO WS-W-NEAR-DAYS (WS-WATCH-FOUND-IDX)
               IF WS-NEAR-AMOUNT > WS-W-HIGH-AMOUNT (WS-WATCH-FOUND-IDX)
                   MOVE WS-NEAR-AMOUNT
                       TO WS-W-HIGH-AMOUNT (WS-WATCH-FOUND-IDX)
               END-IF
               IF WS-H-BUSINESS-DATE (WS-HIST-IDX)
                      > WS-W-LAST-DATE (WS-WATCH-FOUND-IDX)
                   MOVE WS-H-BUSINESS-DATE (WS-HIST-IDX)
                       TO WS-W-LAST-DATE (WS-WATCH-FOUND-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 4000-PRINT-REPORT - the CTR filings first, then the
      * structuring watch list, then the item counts.
      *----------------------------------------------------------------
       4000-PRINT-REPORT.
           OPEN OUTPUT CTR-REPORT-FILE
           MOVE WS-RUN-DATE      TO WS-H-RUN-DATE
           MOVE WS-CTR-THRESHOLD TO WS-H-THRESHOLD
           WRITE CTR-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE CTR-REPORT-LINE FROM WS-BLANK-LINE
           WRITE CTR-REPORT-LINE FROM WS-CTR-HEADING
           WRITE CTR-REPORT-LINE FROM WS-CTR-COLUMN-HEADING

           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF WS-T-CASH-IN (WS-DAY-IDX) > WS-CTR-THRESHOLD
                  OR WS-T-CASH-OUT (WS-DAY-IDX) > WS-CTR-THRESHOLD
                   PERFORM 4100-PRINT-CTR-LINE
               END-IF
           END-PERFORM
           IF WS-CTR-COUNT = 0
               WRITE CTR-REPORT-LINE FROM WS-NO-CTR-LINE
           END-IF

           WRITE CTR-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-WATCH-FLOOR   TO WS-WH-FLOOR
           MOVE WS-CTR-THRESHOLD TO WS-WH-THRESHOLD
           MOVE WS-WINDOW-DAYS   TO WS-WH-WINDOW
           MOVE WS-MIN-NEAR-DAYS TO WS-WH-MIN-DAYS
           WRITE CTR-REPORT-LINE FROM WS-WATCH-HEADING
           WRITE CTR-REPORT-LINE FROM WS-WATCH-COLUMN-HEADING

           PERFORM VARYING WS-WATCH-IDX FROM 1 BY 1
                   UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
               IF WS-W-NEAR-DAYS (WS-WATCH-IDX) >= WS-MIN-NEAR-DAYS
                   PERFORM 4200-PRINT-WATCH-LINE
               END-IF
           END-PERFORM
           IF WS-WATCH-LISTED = 0
               WRITE CTR-REPORT-LINE FROM WS-NO-WATCH-LINE
           END-IF

           WRITE CTR-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-GCTRAN-COUNT   TO WS-F-GCTRAN
           MOVE WS-CUSTTRAN-COUNT TO WS-F-CUSTTRAN
           MOVE WS-ACCTMNT-COUNT  TO WS-F-ACCTMNT
           WRITE CTR-REPORT-LINE FROM WS-REPORT-FOOTER-1
           MOVE WS-CTR-COUNT      TO WS-F-CTR-COUNT
           MOVE WS-WATCH-LISTED   TO WS-F-WATCH-COUNT
           WRITE CTR-REPORT-LINE FROM WS-REPORT-FOOTER-2
           CLOSE CTR-REPORT-FILE
           DISPLAY "CTR FILINGS: " WS-CTR-COUNT
                   "  STRUCTURING WATCH: " WS-WATCH-LISTED.

      *----------------------------------------------------------------
      * 4100-PRINT-CTR-LINE - the filing line and, under it, the
      * customer's mailing address.  Account zero is the GCTRAN
      * deposit total, which has no customer to file against.
      *----------------------------------------------------------------
       4100-PRINT-CTR-LINE.
           ADD 1 TO WS-CTR-COUNT
           MOVE WS-T-ACCOUNT-NUMBER (WS-DAY-IDX) TO WS-D-ACCOUNT
           MOVE WS-T-CASH-IN (WS-DAY-IDX)        TO WS-D-CASH-IN
           MOVE WS-T-IN-ITEMS (WS-DAY-IDX)       TO WS-D-IN-ITEMS
           MOVE WS-T-CASH-OUT (WS-DAY-IDX)       TO WS-D-CASH-OUT
           MOVE WS-T-OUT-ITEMS (WS-DAY-IDX)      TO WS-D-OUT-ITEMS
           EVALUATE TRUE
               WHEN WS-T-CASH-IN (WS-DAY-IDX) > WS-CTR-THRESHOLD
                AND WS-T-CASH-OUT (WS-DAY-IDX) > WS-CTR-THRESHOLD
                   MOVE "CTR - CASH IN/OUT" TO WS-D-FILING
               WHEN WS-T-CASH-IN (WS-DAY-IDX) > WS-CTR-THRESHOLD
                   MOVE "CTR - CASH IN" TO WS-D-FILING
               WHEN OTHER
                   MOVE "CTR - CASH OUT" TO WS-D-FILING
           END-EVALUATE

           MOVE SPACES TO WS-CTR-ADDRESS-LINE
           IF WS-T-ACCOUNT-NUMBER (WS-DAY-IDX) = 0
               MOVE "GCTRAN DEPOSITS - NO ACCOUNT" TO WS-D-NAME
               MOVE "*** NO ACCOUNT NUMBER ON FILE ***"
                   TO WS-A-ADDRESS-LINE
           ELSE
               MOVE WS-T-ACCOUNT-NUMBER (WS-DAY-IDX)
                   TO WS-LOOKUP-ACCOUNT
               PERFORM 4300-FIND-CUSTOMER
               IF WS-ADDRESS-FOUND
                   MOVE WS-N-CUSTOMER-NAME (WS-ADDR-FOUND-IDX)
                       TO WS-D-NAME
                   MOVE "CTRRPT" TO MASK-REPORT-ID
                   MOVE 'P'      TO MASK-FIELD-TYPE
                   MOVE 30       TO MASK-FIELD-LENGTH
                   MOVE WS-N-ADDRESS-LINE (WS-ADDR-FOUND-IDX)
                       TO MASK-FIELD-VALUE
                   CALL "MaskData" USING MASK-DATA-PARMS
                   MOVE MASK-FIELD-VALUE TO WS-A-ADDRESS-LINE
                   MOVE WS-N-CITY (WS-ADDR-FOUND-IDX)
                       TO WS-A-CITY
                   MOVE WS-N-STATE (WS-ADDR-FOUND-IDX)
                       TO WS-A-STATE
                   MOVE 10       TO MASK-FIELD-LENGTH
                   MOVE WS-N-ZIP-CODE (WS-ADDR-FOUND-IDX)
                       TO MASK-FIELD-VALUE
                   CALL "MaskData" USING MASK-DATA-PARMS
                   MOVE MASK-FIELD-VALUE TO WS-A-ZIP-CODE
               ELSE
                   MOVE "*** NAME NOT ON FILE ***" TO WS-D-NAME
                   MOVE "*** ADDRESS NOT ON FILE ***"
                       TO WS-A-ADDRESS-LINE
               END-IF
           END-IF
           WRITE CTR-REPORT-LINE FROM WS-CTR-DETAIL-LINE
           WRITE CTR-REPORT-LINE FROM WS-CTR-ADDRESS-LINE.

      *----------------------------------------------------------------
      * 4200-PRINT-WATCH-LINE
      *----------------------------------------------------------------
       4200-PRINT-WATCH-LINE.
           ADD 1 TO WS-WATCH-LISTED
           MOVE WS-W-ACCOUNT-NUMBER (WS-WATCH-IDX) TO WS-WD-ACCOUNT
           MOVE WS-W-NEAR-DAYS (WS-WATCH-IDX)      TO WS-WD-NEAR-DAYS
           MOVE WS-W-HIGH-AMOUNT (WS-WATCH-IDX)
               TO WS-WD-HIGH-AMOUNT
           MOVE WS-W-LAST-DATE (WS-WATCH-IDX)      TO WS-WD-LAST-DATE
           MOVE WS-W-ACCOUNT-NUMBER (WS-WATCH-IDX)
               TO WS-LOOKUP-ACCOUNT
           PERFORM 4300-FIND-CUSTOMER
           IF WS-ADDRESS-FOUND
               MOVE WS-N-CUSTOMER-NAME (WS-ADDR-FOUND-IDX)
                   TO WS-WD-NAME
           ELSE
               MOVE "*** NAME NOT ON FILE ***" TO WS-WD-NAME
           END-IF
           WRITE CTR-REPORT-LINE FROM WS-WATCH-DETAIL-LINE.

      *----------------------------------------------------------------
      * 4300-FIND-CUSTOMER - look WS-LOOKUP-ACCOUNT up in the
      * CUSTADDR table.
      *----------------------------------------------------------------
       4300-FIND-CUSTOMER.
           MOVE 'N' TO WS-ADDR-FOUND-SWITCH
           MOVE 0   TO WS-ADDR-FOUND-IDX
           PERFORM VARYING WS-ADDR-IDX FROM 1 BY 1
                   UNTIL WS-ADDR-IDX > WS-ADDRESS-COUNT
                      OR WS-ADDRESS-FOUND
               IF WS-N-ACCOUNT-NUMBER (WS-ADDR-IDX)
                      = WS-LOOKUP-ACCOUNT
                   MOVE 'Y' TO WS-ADDR-FOUND-SWITCH
                   MOVE WS-ADDR-IDX TO WS-ADDR-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 5000-REWRITE-HISTORY - write the history table back whole,
      * aged entries gone and today's entries added.
      *----------------------------------------------------------------
       5000-REWRITE-HISTORY.
           OPEN OUTPUT CTR-HISTORY-FILE
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
               MOVE WS-H-ACCOUNT-NUMBER (WS-HIST-IDX)
                   TO CTRH-ACCOUNT-NUMBER
               MOVE WS-H-BUSINESS-DATE (WS-HIST-IDX)
                   TO CTRH-BUSINESS-DATE
               MOVE WS-H-CASH-IN (WS-HIST-IDX)  TO CTRH-CASH-IN
               MOVE WS-H-CASH-OUT (WS-HIST-IDX) TO CTRH-CASH-OUT
               WRITE CTRHIST-RECORD
           END-PERFORM
           CLOSE CTR-HISTORY-FILE
           DISPLAY "CTRHIST ENTRIES KEPT: " WS-HIST-COUNT.
