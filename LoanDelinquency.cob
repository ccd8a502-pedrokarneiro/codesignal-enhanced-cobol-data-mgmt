       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanDelinquency.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - NIGHTLY LOAN DELINQUENCY
      *                  AGING.  READS THE LOANMAST KEYED MASTER IN
      *                  LOAN-NUMBER ORDER AND, FOR EVERY ACTIVE LOAN
      *                  WHOSE NEXT DUE DATE HAS PASSED, WORKS OUT THE
      *                  DAYS PAST DUE AGAINST THE BUSINESS DATE.
      *                  LOANS 30 OR MORE DAYS PAST DUE ARE LISTED IN
      *                  THE 30-59, 60-89 AND 90+ DAY BUCKETS WITH
      *                  THEIR OUTSTANDING PRINCIPAL; LOANS STILL IN
      *                  THE 1-29 DAY GRACE WINDOW ARE ONLY COUNTED.
      *                  THE REPORT ENDS WITH A COUNT AND A PRINCIPAL
      *                  TOTAL FOR EACH BUCKET.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT DELINQUENCY-REPORT-FILE ASSIGN TO "LOANDLQ"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  DELINQUENCY-REPORT-FILE.
       01  DELINQUENCY-REPORT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS            PIC X(2).

       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.

       01  WS-LOAN-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-LISTED-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-DAYS-PAST-DUE          PIC S9(5) COMP VALUE 0.
       01  WS-RUN-SERIAL             PIC 9(8) COMP VALUE 0.

      *----------------------------------------------------------------
      * Aging buckets - 1 is the 1-29 day grace window, 2 is 30-59,
      * 3 is 60-89 and 4 is 90 days and over.
      *----------------------------------------------------------------
       01  WS-BUCKET                 PIC 9 VALUE 0.
       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET-ENTRY OCCURS 4 TIMES.
               10  WS-BKT-COUNT          PIC 9(5) COMP.
               10  WS-BKT-PRINCIPAL      PIC S9(9)V99.
       01  WS-BUCKET-NAMES-TABLE.
           05  FILLER PIC X(12) VALUE "1-29 GRACE".
           05  FILLER PIC X(12) VALUE "30-59 DAYS".
           05  FILLER PIC X(12) VALUE "60-89 DAYS".
           05  FILLER PIC X(12) VALUE "90+ DAYS".
       01  WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAMES-TABLE.
           05  WS-BUCKET-NAME OCCURS 4 TIMES PIC X(12).

      *----------------------------------------------------------------
      * Day-serial conversion work fields - days since the year-zero
      * epoch, month lengths handled through the cumulative-days
      * table plus the leap-year rule.
      *----------------------------------------------------------------
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
           05  FILLER PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TABLE.
           05  WS-CUM-DAY-ENTRY OCCURS 12 TIMES PIC 9(3).

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(30) VALUE "LOAN DELINQUENCY AGING REPORT".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER           PIC X(52) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(12) VALUE "LOAN".
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(12) VALUE "DUE DATE".
           05  FILLER PIC X(8)  VALUE "DAYS".
           05  FILLER PIC X(14) VALUE "BUCKET".
           05  FILLER PIC X(16) VALUE "PRINCIPAL".
           05  FILLER PIC X(14) VALUE "PAYMENT".
           05  FILLER PIC X(12) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-D-LOAN          PIC 9(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-ACCOUNT       PIC 9(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-DUE-DATE      PIC 9(8).
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-D-DAYS          PIC ZZZZ9.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-D-BUCKET        PIC X(12).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-PRINCIPAL     PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-D-PAYMENT       PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(14) VALUE SPACES.

       01  WS-NO-ENTRIES-LINE        PIC X(100)
           VALUE "*** NO LOANS 30 OR MORE DAYS PAST DUE ***".

       01  WS-BLANK-LINE             PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-HEADING.
           05  FILLER PIC X(14) VALUE "BUCKET".
           05  FILLER PIC X(10) VALUE "LOANS".
           05  FILLER PIC X(16) VALUE "PRINCIPAL".
           05  FILLER PIC X(60) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SM-BUCKET       PIC X(12).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-SM-COUNT        PIC ZZZZ9.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-SM-PRINCIPAL    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(64) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(15) VALUE "LOANS ON FILE: ".
           05  WS-F-LOANS         PIC ZZZZ9.
           05  FILLER PIC X(19) VALUE "  LISTED 30+ DAYS: ".
           05  WS-F-LISTED        PIC ZZZZ9.
           05  FILLER             PIC X(56) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "LoanDelinquency" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           ACCEPT OPRAUTH-OPERATOR-ID FROM SYSIN
           MOVE "LoanDelinquency" TO OPRAUTH-CALLER-ID
           CALL "SignOnCheck" USING OPERATOR-AUTH-PARMS
           IF OPRAUTH-DENIED
               DISPLAY "*** SIGN-ON REJECTED - UNAUTHORIZED OPERATOR: "
                       OPRAUTH-OPERATOR-ID " ***"
               STOP RUN
           END-IF
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."

           PERFORM 1000-INITIALIZE

           PERFORM 2100-READ-LOAN
           PERFORM 2000-AGE-LOAN
               UNTIL WS-END-OF-FILE

           IF WS-LISTED-COUNT = 0
               WRITE DELINQUENCY-REPORT-LINE FROM WS-NO-ENTRIES-LINE
           END-IF

           PERFORM 4000-TERMINATE
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-LOAN-COUNT   TO RLOG-RECORDS-READ
           MOVE WS-LISTED-COUNT TO RLOG-RECORDS-WRITTEN
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - zero the bucket totals, fix the run date's
      * day serial, and open the files.  A loan master that has never
      * been loaded (status "35") simply ages nothing.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM VARYING WS-BUCKET FROM 1 BY 1
                   UNTIL WS-BUCKET > 4
               MOVE 0 TO WS-BKT-COUNT (WS-BUCKET)
               MOVE 0 TO WS-BKT-PRINCIPAL (WS-BUCKET)
           END-PERFORM

           MOVE WS-RUN-DATE TO WS-SERIAL-DATE
           PERFORM 2800-DATE-TO-SERIAL
           MOVE WS-DAY-SERIAL TO WS-RUN-SERIAL

           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LOAN-STATUS = "35"
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           OPEN OUTPUT DELINQUENCY-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           WRITE DELINQUENCY-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE DELINQUENCY-REPORT-LINE FROM WS-BLANK-LINE
           WRITE DELINQUENCY-REPORT-LINE FROM WS-REPORT-HEADING-2.

      *----------------------------------------------------------------
      * 2000-AGE-LOAN - an active loan whose next due date is before
      * the run date is past due by the difference in days.  Paid-off
      * loans and loans not yet due are skipped.
      *----------------------------------------------------------------
       2000-AGE-LOAN.
           ADD 1 TO WS-LOAN-COUNT
           IF LOAN-IS-ACTIVE
              AND LOAN-NEXT-DUE-DATE < WS-RUN-DATE
               MOVE LOAN-NEXT-DUE-DATE TO WS-SERIAL-DATE
               PERFORM 2800-DATE-TO-SERIAL
               COMPUTE WS-DAYS-PAST-DUE =
                   WS-RUN-SERIAL - WS-DAY-SERIAL
               EVALUATE TRUE
                   WHEN WS-DAYS-PAST-DUE >= 90
                       MOVE 4 TO WS-BUCKET
                   WHEN WS-DAYS-PAST-DUE >= 60
                       MOVE 3 TO WS-BUCKET
                   WHEN WS-DAYS-PAST-DUE >= 30
                       MOVE 2 TO WS-BUCKET
                   WHEN OTHER
                       MOVE 1 TO WS-BUCKET
               END-EVALUATE
               ADD 1 TO WS-BKT-COUNT (WS-BUCKET)
               ADD LOAN-PRINCIPAL-BALANCE
                   TO WS-BKT-PRINCIPAL (WS-BUCKET)
               IF WS-BUCKET > 1
                   PERFORM 2500-PRINT-DELINQUENT-LOAN
               END-IF
           END-IF

           PERFORM 2100-READ-LOAN.

      *----------------------------------------------------------------
      * 2100-READ-LOAN
      *----------------------------------------------------------------
       2100-READ-LOAN.
           READ LOAN-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2500-PRINT-DELINQUENT-LOAN
      *----------------------------------------------------------------
       2500-PRINT-DELINQUENT-LOAN.
           ADD 1 TO WS-LISTED-COUNT
           MOVE LOAN-NUMBER              TO WS-D-LOAN
           MOVE LOAN-ACCOUNT-NUMBER      TO WS-D-ACCOUNT
           MOVE LOAN-NEXT-DUE-DATE       TO WS-D-DUE-DATE
           MOVE WS-DAYS-PAST-DUE         TO WS-D-DAYS
           MOVE WS-BUCKET-NAME (WS-BUCKET) TO WS-D-BUCKET
           MOVE LOAN-PRINCIPAL-BALANCE   TO WS-D-PRINCIPAL
           MOVE LOAN-PAYMENT-AMOUNT      TO WS-D-PAYMENT
           WRITE DELINQUENCY-REPORT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------
      * 2800-DATE-TO-SERIAL - days since the year-zero epoch: whole
      * years at 365 plus one per leap year gone by, the cumulative
      * days to the month's start, the day of month, and one more
      * when the date itself sits past February of a leap year.
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
      * 4000-TERMINATE - the bucket summary, grace window first.
      *----------------------------------------------------------------
       4000-TERMINATE.
           WRITE DELINQUENCY-REPORT-LINE FROM WS-BLANK-LINE
           WRITE DELINQUENCY-REPORT-LINE FROM WS-SUMMARY-HEADING
           PERFORM VARYING WS-BUCKET FROM 1 BY 1
                   UNTIL WS-BUCKET > 4
               MOVE WS-BUCKET-NAME (WS-BUCKET)   TO WS-SM-BUCKET
               MOVE WS-BKT-COUNT (WS-BUCKET)     TO WS-SM-COUNT
               MOVE WS-BKT-PRINCIPAL (WS-BUCKET) TO WS-SM-PRINCIPAL
               WRITE DELINQUENCY-REPORT-LINE FROM WS-SUMMARY-LINE
           END-PERFORM

           WRITE DELINQUENCY-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-LOAN-COUNT   TO WS-F-LOANS
           MOVE WS-LISTED-COUNT TO WS-F-LISTED
           WRITE DELINQUENCY-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE DELINQUENCY-REPORT-FILE
           IF WS-LOAN-STATUS NOT = "35"
               CLOSE LOAN-MASTER-FILE
           END-IF
           DISPLAY "LOANS AGED: " WS-LOAN-COUNT
           DISPLAY "LOANS 30+ DAYS PAST DUE: " WS-LISTED-COUNT.
