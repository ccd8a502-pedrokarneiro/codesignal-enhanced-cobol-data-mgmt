       IDENTIFICATION DIVISION.
       PROGRAM-ID. CdLadder.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - CD MATURITY LADDER AND
      *                  LIQUIDITY FORECAST.  CdMaturity ONLY SEES THE
      *                  CDS MATURING TONIGHT; THIS FORWARD REPORT
      *                  BUCKETS EVERY ACTIVE CD ON ACCTMAST BY
      *                  ACCTM-MATURITY-DATE - THE NEXT 7 DAYS, 8 TO
      *                  30, 31 TO 90, THEN CALENDAR MONTH BY MONTH
      *                  OUT TO A YEAR, AND ANYTHING LATER - WITH THE
      *                  COUNT, PRINCIPAL AND INTEREST THAT WILL BE
      *                  DUE IN EACH, AND THE SAME TOTALS BROKEN OUT BY
      *                  INTRATE TIER.  INTEREST DUE IS THE ACCRUAL NOT
      *                  YET CAPITALIZED PLUS SIMPLE INTEREST AT THE
      *                  ACCOUNT'S TIER RATE OVER 365 FOR EACH DAY LEFT
      *                  TO MATURITY - THE SAME DAILY RATE
      *                  FinanceCalculator ACCRUES AT.  READ-ONLY.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCTM-ACCOUNT-NUMBER.

           SELECT INTEREST-RATE-FILE ASSIGN TO "INTRATE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LADDER-REPORT-FILE ASSIGN TO "CDLADRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMAST.

       FD  INTEREST-RATE-FILE.
       COPY INTRATE.

       FD  LADDER-REPORT-FILE.
       01  LADDER-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-RATE-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-RATE-END-OF-FILE   VALUE 'Y'.

       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  WS-ACCOUNT-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-CD-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-UNDATED-COUNT          PIC 9(5) COMP VALUE 0.

      *----------------------------------------------------------------
      * CL-RATE-TABLE - the current INTRATE tier schedule, loaded and
      * searched the same way FinanceCalculator does it.
      *----------------------------------------------------------------
       01  CL-RATE-TABLE.
           COPY INTRTTAB.

       01  WS-LOOKED-UP-RATE         PIC S9(3)V99 VALUE 0.
       01  WS-TIER-NUMBER            PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * Day-number work fields - a date is turned into a running day
      * count (March-based year, so the leap day falls at the end)
      * and two day counts subtract to the days between the dates.
      *----------------------------------------------------------------
       01  WS-DN-DATE.
           05  WS-DN-YEAR            PIC 9(4).
           05  WS-DN-MONTH           PIC 9(2).
           05  WS-DN-DAY             PIC 9(2).
       01  WS-DN-DATE-NUM REDEFINES WS-DN-DATE PIC 9(8).
       01  WS-DN-ADJ-YEAR            PIC 9(4) COMP VALUE 0.
       01  WS-DN-ADJ-MONTH           PIC 9(2) COMP VALUE 0.
       01  WS-DN-QUARTER-DAYS        PIC 9(6) COMP VALUE 0.
       01  WS-DN-CENTURIES           PIC 9(6) COMP VALUE 0.
       01  WS-DN-QUAD-CENTURIES      PIC 9(6) COMP VALUE 0.
       01  WS-DN-MONTH-DAYS          PIC 9(6) COMP VALUE 0.
       01  WS-DAY-NUMBER             PIC 9(8) COMP VALUE 0.
       01  WS-RUN-DAY-NUMBER         PIC 9(8) COMP VALUE 0.
       01  WS-DAYS-TO-MATURITY       PIC S9(8) COMP VALUE 0.

       01  WS-RUN-MONTH-INDEX        PIC 9(6) COMP VALUE 0.
       01  WS-MONTH-OFFSET           PIC S9(6) COMP VALUE 0.
       01  WS-BUCKET                 PIC 9(2) COMP VALUE 0.
       01  WS-INTEREST-DUE           PIC S9(7)V99 VALUE 0.

      *----------------------------------------------------------------
      * WS-BUCKET-TABLE - 1 to 3 are the next 7, 8-30 and 31-90 days;
      * 4 to 13 the calendar months three to twelve months out from
      * the run month (a CD more than 90 days out cannot mature
      * sooner); 14 anything after that.  A CD already past its date
      * that CdMaturity has not swept yet is due now and falls in 1.
      *----------------------------------------------------------------
       01  WS-BUCKET-TABLE.
           05  WS-BKT-ENTRY OCCURS 14 TIMES
                   INDEXED BY WS-BKT-IDX.
               10  WS-B-LABEL            PIC X(24).
               10  WS-B-COUNT            PIC 9(5) COMP.
               10  WS-B-PRINCIPAL        PIC S9(9)V99.
               10  WS-B-INTEREST         PIC S9(9)V99.

       01  WS-TIER-TABLE.
           05  WS-TIER-ENTRY OCCURS 3 TIMES
                   INDEXED BY WS-TIER-IDX.
               10  WS-T-COUNT            PIC 9(5) COMP.
               10  WS-T-PRINCIPAL        PIC S9(9)V99.
               10  WS-T-INTEREST         PIC S9(9)V99.
               10  WS-T-NEAR-PRINCIPAL   PIC S9(9)V99.

       01  WS-GRAND-PRINCIPAL        PIC S9(9)V99 VALUE 0.
       01  WS-GRAND-INTEREST         PIC S9(9)V99 VALUE 0.

       01  WS-MONTH-LABEL.
           05  FILLER                PIC X(9) VALUE "MATURING ".
           05  WS-ML-YEAR            PIC 9(4).
           05  FILLER                PIC X VALUE "-".
           05  WS-ML-MONTH           PIC 9(2).
           05  FILLER                PIC X(8) VALUE SPACES.
       01  WS-LABEL-MONTHS           PIC 9(6) COMP VALUE 0.
       01  WS-LABEL-YEAR             PIC 9(4) COMP VALUE 0.
       01  WS-LABEL-MONTH-ZERO       PIC 9(2) COMP VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(44) VALUE
               "CD MATURITY LADDER AND LIQUIDITY FORECAST".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER           PIC X(38) VALUE SPACES.

       01  WS-BUCKET-HEADING.
           05  FILLER PIC X(26) VALUE "MATURITY BUCKET".
           05  FILLER PIC X(8)  VALUE "   CDS".
           05  FILLER PIC X(18) VALUE "         PRINCIPAL".
           05  FILLER PIC X(18) VALUE "      INTEREST DUE".
           05  FILLER PIC X(18) VALUE "         TOTAL DUE".
           05  FILLER PIC X(12) VALUE SPACES.

       01  WS-BUCKET-LINE.
           05  WS-BL-LABEL        PIC X(24).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-BL-COUNT        PIC ZZ,ZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-BL-PRINCIPAL    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-BL-INTEREST     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-BL-TOTAL        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(15) VALUE SPACES.

       01  WS-TIER-HEADING.
           05  FILLER PIC X(26) VALUE "INTRATE TIER".
           05  FILLER PIC X(8)  VALUE "   CDS".
           05  FILLER PIC X(18) VALUE "         PRINCIPAL".
           05  FILLER PIC X(18) VALUE "      INTEREST DUE".
           05  FILLER PIC X(18) VALUE "  DUE IN 90 DAYS".
           05  FILLER PIC X(12) VALUE SPACES.

       01  WS-TIER-LABEL.
           05  FILLER             PIC X(5) VALUE "TIER ".
           05  WS-TL-TIER         PIC 9.
           05  FILLER             PIC X(7) VALUE " UP TO ".
           05  WS-TL-LIMIT        PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.

       01  WS-RATE-NOTE.
           05  FILLER             PIC X(12) VALUE "  TIER RATE ".
           05  WS-RN-RATE         PIC Z9.99.
           05  FILLER             PIC X(83) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(100) VALUE SPACES.

       01  WS-NO-ENTRIES-LINE        PIC X(100)
           VALUE "*** NO ACTIVE CDS ON FILE ***".

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(18) VALUE "ACCOUNTS READ: ".
           05  WS-F-ACCOUNTS      PIC ZZZZ9.
           05  FILLER PIC X(16) VALUE "  ACTIVE CDS: ".
           05  WS-F-CDS           PIC ZZZZ9.
           05  FILLER PIC X(28) VALUE
               "  CDS WITH NO MATURITY DATE:".
           05  WS-F-UNDATED       PIC ZZZZ9.
           05  FILLER             PIC X(23) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "CdLadder" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           PERFORM 1000-LOAD-RATE-TABLE
           PERFORM 1200-SET-UP-BUCKETS

           OPEN INPUT ACCOUNT-MASTER-FILE
           PERFORM 2100-READ-ACCOUNT
           PERFORM 2000-LADDER-ACCOUNT
               UNTIL WS-END-OF-FILE
           CLOSE ACCOUNT-MASTER-FILE

           PERFORM 3000-PRINT-REPORT
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-ACCOUNT-COUNT TO RLOG-RECORDS-READ
           MOVE WS-CD-COUNT      TO RLOG-RECORDS-WRITTEN
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-LOAD-RATE-TABLE - the current INTRATE tier schedule.
      *----------------------------------------------------------------
       1000-LOAD-RATE-TABLE.
           OPEN INPUT INTEREST-RATE-FILE
           SET INTRT-IDX TO 1
           PERFORM 1050-READ-RATE-RECORD
           PERFORM UNTIL WS-RATE-END-OF-FILE
                   OR INTRT-IDX > 3
               MOVE INTRATE-UPPER-LIMIT TO INTRT-UPPER-LIMIT (INTRT-IDX)
               MOVE INTRATE-RATE        TO INTRT-RATE (INTRT-IDX)
               SET INTRT-IDX UP BY 1
               PERFORM 1050-READ-RATE-RECORD
           END-PERFORM
           CLOSE INTEREST-RATE-FILE.

      *----------------------------------------------------------------
      * 1050-READ-RATE-RECORD
      *----------------------------------------------------------------
       1050-READ-RATE-RECORD.
           READ INTEREST-RATE-FILE
               AT END
                   MOVE 'Y' TO WS-RATE-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1200-SET-UP-BUCKETS - zero every bucket and tier, label the
      * buckets, and take the run date's day number and month index
      * that every maturity date is measured from.
      *----------------------------------------------------------------
       1200-SET-UP-BUCKETS.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 14
               MOVE 0 TO WS-B-COUNT (WS-BKT-IDX)
               MOVE 0 TO WS-B-PRINCIPAL (WS-BKT-IDX)
               MOVE 0 TO WS-B-INTEREST (WS-BKT-IDX)
           END-PERFORM
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
               MOVE 0 TO WS-T-COUNT (WS-TIER-IDX)
               MOVE 0 TO WS-T-PRINCIPAL (WS-TIER-IDX)
               MOVE 0 TO WS-T-INTEREST (WS-TIER-IDX)
               MOVE 0 TO WS-T-NEAR-PRINCIPAL (WS-TIER-IDX)
           END-PERFORM

           MOVE WS-RUN-DATE TO WS-DN-DATE-NUM
           PERFORM 2500-COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER
           COMPUTE WS-RUN-MONTH-INDEX = WS-DN-YEAR * 12
                                      + WS-DN-MONTH - 1

           MOVE "NEXT 7 DAYS"      TO WS-B-LABEL (1)
           MOVE "8 - 30 DAYS"      TO WS-B-LABEL (2)
           MOVE "31 - 90 DAYS"     TO WS-B-LABEL (3)
           MOVE "AFTER 12 MONTHS"  TO WS-B-LABEL (14)
           PERFORM VARYING WS-BKT-IDX FROM 4 BY 1
                   UNTIL WS-BKT-IDX > 13
               COMPUTE WS-LABEL-MONTHS = WS-RUN-MONTH-INDEX
                                       + WS-BKT-IDX - 1
               DIVIDE WS-LABEL-MONTHS BY 12
                   GIVING WS-LABEL-YEAR
                   REMAINDER WS-LABEL-MONTH-ZERO
               MOVE WS-LABEL-YEAR TO WS-ML-YEAR
               COMPUTE WS-ML-MONTH = WS-LABEL-MONTH-ZERO + 1
               MOVE WS-MONTH-LABEL TO WS-B-LABEL (WS-BKT-IDX)
           END-PERFORM.

      *----------------------------------------------------------------
      * 2000-LADDER-ACCOUNT - an active CD is bucketed by maturity
      * date and tiered by balance; anything else is only counted.
      * A CD with no maturity date cannot be placed and is counted
      * separately so it shows on the footer.
      *----------------------------------------------------------------
       2000-LADDER-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           IF ACCTM-ACCOUNT-ACTIVE AND ACCTM-IS-CD
               IF ACCTM-MATURITY-DATE = 0
                   ADD 1 TO WS-UNDATED-COUNT
               ELSE
                   ADD 1 TO WS-CD-COUNT
                   PERFORM 2200-PLACE-CD
               END-IF
           END-IF
           PERFORM 2100-READ-ACCOUNT.

      *----------------------------------------------------------------
      * 2100-READ-ACCOUNT
      *----------------------------------------------------------------
       2100-READ-ACCOUNT.
           READ ACCOUNT-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2200-PLACE-CD - days and calendar months from the run date to
      * maturity pick the bucket; the tier rate projects the interest
      * still to accrue on top of what has accrued already.
      *----------------------------------------------------------------
       2200-PLACE-CD.
           MOVE ACCTM-MATURITY-DATE TO WS-DN-DATE-NUM
           PERFORM 2500-COMPUTE-DAY-NUMBER
           COMPUTE WS-DAYS-TO-MATURITY =
               WS-DAY-NUMBER - WS-RUN-DAY-NUMBER
           IF WS-DAYS-TO-MATURITY < 0
               MOVE 0 TO WS-DAYS-TO-MATURITY
           END-IF
           COMPUTE WS-MONTH-OFFSET = WS-DN-YEAR * 12 + WS-DN-MONTH - 1
                                   - WS-RUN-MONTH-INDEX

           EVALUATE TRUE
               WHEN WS-DAYS-TO-MATURITY <= 7
                   MOVE 1 TO WS-BUCKET
               WHEN WS-DAYS-TO-MATURITY <= 30
                   MOVE 2 TO WS-BUCKET
               WHEN WS-DAYS-TO-MATURITY <= 90
                   MOVE 3 TO WS-BUCKET
               WHEN WS-MONTH-OFFSET <= 12
                   COMPUTE WS-BUCKET = WS-MONTH-OFFSET + 1
               WHEN OTHER
                   MOVE 14 TO WS-BUCKET
           END-EVALUATE

           PERFORM 2300-LOOKUP-RATE
           COMPUTE WS-INTEREST-DUE ROUNDED =
               ACCTM-ACCOUNT-BALANCE * WS-LOOKED-UP-RATE
                   * WS-DAYS-TO-MATURITY / 365
           ADD ACCTM-ACCRUED-INTEREST TO WS-INTEREST-DUE

           ADD 1 TO WS-B-COUNT (WS-BUCKET)
           ADD ACCTM-ACCOUNT-BALANCE TO WS-B-PRINCIPAL (WS-BUCKET)
           ADD WS-INTEREST-DUE       TO WS-B-INTEREST (WS-BUCKET)

           ADD 1 TO WS-T-COUNT (WS-TIER-NUMBER)
           ADD ACCTM-ACCOUNT-BALANCE
               TO WS-T-PRINCIPAL (WS-TIER-NUMBER)
           ADD WS-INTEREST-DUE TO WS-T-INTEREST (WS-TIER-NUMBER)
           IF WS-BUCKET <= 3
               ADD ACCTM-ACCOUNT-BALANCE
                   TO WS-T-NEAR-PRINCIPAL (WS-TIER-NUMBER)
           END-IF

           ADD ACCTM-ACCOUNT-BALANCE TO WS-GRAND-PRINCIPAL
           ADD WS-INTEREST-DUE       TO WS-GRAND-INTEREST.

      *----------------------------------------------------------------
      * 2300-LOOKUP-RATE - first tier whose upper limit covers the
      * balance, falling back to the top tier, the same lookup
      * FinanceCalculator performs; the tier's position is kept for
      * the tier breakout.
      *----------------------------------------------------------------
       2300-LOOKUP-RATE.
           SET INTRT-IDX TO 1
           SEARCH INTRT-ENTRY
               AT END
                   MOVE INTRT-RATE (3) TO WS-LOOKED-UP-RATE
                   MOVE 3 TO WS-TIER-NUMBER
               WHEN ACCTM-ACCOUNT-BALANCE
                      <= INTRT-UPPER-LIMIT (INTRT-IDX)
                   MOVE INTRT-RATE (INTRT-IDX) TO WS-LOOKED-UP-RATE
                   SET WS-TIER-NUMBER TO INTRT-IDX
           END-SEARCH.

      *----------------------------------------------------------------
      * 2500-COMPUTE-DAY-NUMBER - WS-DN-DATE as a running day count.
      * January and February count as months 13 and 14 of the year
      * before, so the leap day is the last day of its year and each
      * earlier month's length follows from 153 days per 5 months.
      *----------------------------------------------------------------
       2500-COMPUTE-DAY-NUMBER.
           IF WS-DN-MONTH < 3
               COMPUTE WS-DN-ADJ-YEAR  = WS-DN-YEAR - 1
               COMPUTE WS-DN-ADJ-MONTH = WS-DN-MONTH + 9
           ELSE
               MOVE WS-DN-YEAR TO WS-DN-ADJ-YEAR
               COMPUTE WS-DN-ADJ-MONTH = WS-DN-MONTH - 3
           END-IF
           DIVIDE WS-DN-ADJ-YEAR BY 4   GIVING WS-DN-QUARTER-DAYS
           DIVIDE WS-DN-ADJ-YEAR BY 100 GIVING WS-DN-CENTURIES
           DIVIDE WS-DN-ADJ-YEAR BY 400 GIVING WS-DN-QUAD-CENTURIES
           COMPUTE WS-DN-MONTH-DAYS = 153 * WS-DN-ADJ-MONTH + 2
           DIVIDE WS-DN-MONTH-DAYS BY 5 GIVING WS-DN-MONTH-DAYS
           COMPUTE WS-DAY-NUMBER = 365 * WS-DN-ADJ-YEAR
                                 + WS-DN-QUARTER-DAYS
                                 - WS-DN-CENTURIES
                                 + WS-DN-QUAD-CENTURIES
                                 + WS-DN-MONTH-DAYS
                                 + WS-DN-DAY.

      *----------------------------------------------------------------
      * 3000-PRINT-REPORT - the ladder, its grand total, then the
      * tier breakout with how much of each tier falls due inside 90
      * days.
      *----------------------------------------------------------------
       3000-PRINT-REPORT.
           OPEN OUTPUT LADDER-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           WRITE LADDER-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE LADDER-REPORT-LINE FROM WS-BLANK-LINE

           IF WS-CD-COUNT = 0
               WRITE LADDER-REPORT-LINE FROM WS-NO-ENTRIES-LINE
           ELSE
               WRITE LADDER-REPORT-LINE FROM WS-BUCKET-HEADING
               PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                       UNTIL WS-BKT-IDX > 14
                   MOVE WS-B-LABEL (WS-BKT-IDX)     TO WS-BL-LABEL
                   MOVE WS-B-COUNT (WS-BKT-IDX)     TO WS-BL-COUNT
                   MOVE WS-B-PRINCIPAL (WS-BKT-IDX) TO WS-BL-PRINCIPAL
                   MOVE WS-B-INTEREST (WS-BKT-IDX)  TO WS-BL-INTEREST
                   COMPUTE WS-BL-TOTAL = WS-B-PRINCIPAL (WS-BKT-IDX)
                                       + WS-B-INTEREST (WS-BKT-IDX)
                   WRITE LADDER-REPORT-LINE FROM WS-BUCKET-LINE
               END-PERFORM
               MOVE "TOTAL ACTIVE CDS"  TO WS-BL-LABEL
               MOVE WS-CD-COUNT         TO WS-BL-COUNT
               MOVE WS-GRAND-PRINCIPAL  TO WS-BL-PRINCIPAL
               MOVE WS-GRAND-INTEREST   TO WS-BL-INTEREST
               COMPUTE WS-BL-TOTAL = WS-GRAND-PRINCIPAL
                                   + WS-GRAND-INTEREST
               WRITE LADDER-REPORT-LINE FROM WS-BUCKET-LINE
               WRITE LADDER-REPORT-LINE FROM WS-BLANK-LINE

               WRITE LADDER-REPORT-LINE FROM WS-TIER-HEADING
               PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                       UNTIL WS-TIER-IDX > 3
                   PERFORM 3100-PRINT-TIER
               END-PERFORM
           END-IF

           WRITE LADDER-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-ACCOUNT-COUNT TO WS-F-ACCOUNTS
           MOVE WS-CD-COUNT      TO WS-F-CDS
           MOVE WS-UNDATED-COUNT TO WS-F-UNDATED
           WRITE LADDER-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE LADDER-REPORT-FILE
           DISPLAY "ACTIVE CDS LADDERED: " WS-CD-COUNT.

      *----------------------------------------------------------------
      * 3100-PRINT-TIER - the tier at WS-TIER-IDX, labelled with its
      * upper limit, followed by its rate.
      *----------------------------------------------------------------
       3100-PRINT-TIER.
           SET WS-TL-TIER TO WS-TIER-IDX
           MOVE INTRT-UPPER-LIMIT (WS-TIER-IDX) TO WS-TL-LIMIT
           MOVE WS-TIER-LABEL TO WS-BL-LABEL
           MOVE WS-T-COUNT (WS-TIER-IDX)          TO WS-BL-COUNT
           MOVE WS-T-PRINCIPAL (WS-TIER-IDX)      TO WS-BL-PRINCIPAL
           MOVE WS-T-INTEREST (WS-TIER-IDX)       TO WS-BL-INTEREST
           MOVE WS-T-NEAR-PRINCIPAL (WS-TIER-IDX) TO WS-BL-TOTAL
           WRITE LADDER-REPORT-LINE FROM WS-BUCKET-LINE
           MOVE INTRT-RATE (WS-TIER-IDX) TO WS-RN-RATE
           WRITE LADDER-REPORT-LINE FROM WS-RATE-NOTE.
