       IDENTIFICATION DIVISION.
       PROGRAM-ID. OutstandingChecks.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - MONTH-END OUTSTANDING-CHECK
      *                  LISTING FOR THE DISBURSEMENT ACCOUNT
      *                  RECONCILIATION.  EVERY CHKREG CHECK ISSUED BY
      *                  THE END OF THE SYSIN MONTH (YYYYMM; ZERO FOR
      *                  THE RUN-DATE MONTH) THAT HAD NOT BEEN PAID,
      *                  VOIDED OR STALE-DATED BY THAT DAY IS LISTED
      *                  WITH ITS AGE IN MONTHS, SO A LISTING RERUN
      *                  LATER STILL SHOWS THE MONTH AS IT STOOD.
      *                  CHECKS WITHIN A MONTH OF STALE-DATING ARE
      *                  FLAGGED.
      *                  READ-ONLY.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKREG-STATUS.

           SELECT CHECK-CONTROL-FILE ASSIGN TO "CHKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKCTL-STATUS.

           SELECT OUTSTANDING-REPORT-FILE ASSIGN TO "OUTCKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REGISTER-FILE.
       COPY CHKREG.

       FD  CHECK-CONTROL-FILE.
       COPY CHKCTL.

       FD  OUTSTANDING-REPORT-FILE.
       01  OUTSTANDING-REPORT-LINE      PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-CHKREG-STATUS          PIC X(2).
       01  WS-CHKCTL-STATUS          PIC X(2).
       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  WS-LIST-MONTH             PIC 9(6) VALUE 0.
       01  WS-AS-OF-DATE             PIC 9(8) VALUE 0.
       01  WS-ACCOUNT-NUMBER         PIC 9(10) VALUE 0.
       01  WS-STALE-MONTHS           PIC 9(2) VALUE 6.

      *----------------------------------------------------------------
      * Age of a check in whole months at the as-of date, counted on
      * the calendar the way CheckMaint's stale cutoff is.
      *----------------------------------------------------------------
       01  WS-DATE-WORK              PIC 9(8) VALUE 0.
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DW-YEAR            PIC 9(4).
           05  WS-DW-MONTH           PIC 9(2).
           05  WS-DW-DAY             PIC 9(2).
       01  WS-AS-OF-MONTHS           PIC 9(6) COMP VALUE 0.
       01  WS-AS-OF-DAY              PIC 9(2) VALUE 0.
       01  WS-AGE-MONTHS             PIC S9(4) COMP VALUE 0.

       01  WS-READ-COUNT             PIC 9(7) COMP VALUE 0.
       01  WS-LISTED-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-LISTED-TOTAL           PIC S9(9)V99 VALUE 0.
       01  WS-NEAR-STALE-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-NEAR-STALE-TOTAL       PIC S9(9)V99 VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(30) VALUE "OUTSTANDING CHECK LISTING".
           05  FILLER PIC X(10) VALUE "AS OF:    ".
           05  WS-H-AS-OF       PIC 9(8).
           05  FILLER PIC X(12) VALUE "  ACCOUNT: ".
           05  WS-H-ACCOUNT     PIC 9(10).
           05  FILLER PIC X(12) VALUE "  RUN DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER           PIC X(10) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(10) VALUE "CHECK NO".
           05  FILLER PIC X(10) VALUE "ISSUED".
           05  FILLER PIC X(8)  VALUE "PAYEE".
           05  FILLER PIC X(22) VALUE "NAME".
           05  FILLER PIC X(14) VALUE "AMOUNT".
           05  FILLER PIC X(17) VALUE "ISSUED BY".
           05  FILLER PIC X(19) VALUE "AGE (MONTHS)".

       01  WS-DETAIL-LINE.
           05  WS-D-CHECK-NUMBER  PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-ISSUE-DATE    PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-PAYEE-NUMBER  PIC 9(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-PAYEE-NAME    PIC X(20).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-SOURCE        PIC X(15).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-AGE           PIC ZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-FLAG          PIC X(16).

       01  WS-NO-CHECKS-LINE         PIC X(110)
           VALUE "*** NO CHECKS OUTSTANDING ***".

       01  WS-REPORT-FOOTER-1.
           05  FILLER PIC X(20) VALUE "CHECKS OUTSTANDING: ".
           05  WS-F-COUNT       PIC ZZ,ZZ9.
           05  FILLER PIC X(10) VALUE "  TOTAL: ".
           05  WS-F-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(50) VALUE SPACES.

       01  WS-REPORT-FOOTER-2.
           05  FILLER PIC X(20) VALUE "  NEAR STALE-DATING:".
           05  WS-F-NEAR-COUNT  PIC ZZ,ZZ9.
           05  FILLER PIC X(10) VALUE "  TOTAL: ".
           05  WS-F-NEAR-TOTAL  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(50) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "OutstandingChks" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           ACCEPT WS-LIST-MONTH FROM SYSIN
           IF WS-LIST-MONTH = 0
               MOVE WS-RUN-DATE(1:6) TO WS-LIST-MONTH
           END-IF
           COMPUTE WS-AS-OF-DATE = WS-LIST-MONTH * 100 + 31
           MOVE WS-AS-OF-DATE TO WS-DATE-WORK
           COMPUTE WS-AS-OF-MONTHS = WS-DW-YEAR * 12 + WS-DW-MONTH
           MOVE WS-DW-DAY TO WS-AS-OF-DAY
           DISPLAY "Outstanding as of: " WS-AS-OF-DATE

           PERFORM 0500-LOAD-CONTROL

           OPEN OUTPUT OUTSTANDING-REPORT-FILE
           MOVE WS-AS-OF-DATE     TO WS-H-AS-OF
           MOVE WS-ACCOUNT-NUMBER TO WS-H-ACCOUNT
           MOVE WS-RUN-DATE       TO WS-H-RUN-DATE
           WRITE OUTSTANDING-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE OUTSTANDING-REPORT-LINE FROM WS-REPORT-HEADING-2

           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-CHKREG-STATUS NOT = "35"
               PERFORM 1100-READ-REGISTER
               PERFORM 1000-LIST-CHECK
                   UNTIL WS-CHKREG-STATUS NOT = "00"
               CLOSE CHECK-REGISTER-FILE
           END-IF

           PERFORM 3000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------
      * 0500-LOAD-CONTROL - the account for the heading and the stale
      * period for the near-stale flag.
      *----------------------------------------------------------------
       0500-LOAD-CONTROL.
           OPEN INPUT CHECK-CONTROL-FILE
           IF WS-CHKCTL-STATUS NOT = "35"
               READ CHECK-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CHKCTL-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER
                       IF CHKCTL-STALE-MONTHS NUMERIC
                          AND CHKCTL-STALE-MONTHS > 0
                           MOVE CHKCTL-STALE-MONTHS TO WS-STALE-MONTHS
                       END-IF
               END-READ
               CLOSE CHECK-CONTROL-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1000-LIST-CHECK - outstanding at the as-of date: issued by
      * then, and either still outstanding or settled only after it.
      *----------------------------------------------------------------
       1000-LIST-CHECK.
           ADD 1 TO WS-READ-COUNT
           IF CHKREG-ISSUE-DATE <= WS-AS-OF-DATE
              AND (CHKREG-OUTSTANDING
                   OR CHKREG-STATUS-DATE > WS-AS-OF-DATE)
               PERFORM 1200-PRINT-CHECK
           END-IF
           PERFORM 1100-READ-REGISTER.

      *----------------------------------------------------------------
      * 1100-READ-REGISTER
      *----------------------------------------------------------------
       1100-READ-REGISTER.
           READ CHECK-REGISTER-FILE
               AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------
      * 1200-PRINT-CHECK - a month is not complete until the as-of
      * day reaches the issue day.
      *----------------------------------------------------------------
       1200-PRINT-CHECK.
           MOVE CHKREG-ISSUE-DATE TO WS-DATE-WORK
           COMPUTE WS-AGE-MONTHS = WS-AS-OF-MONTHS
                                 - (WS-DW-YEAR * 12 + WS-DW-MONTH)
           IF WS-AS-OF-DAY < WS-DW-DAY
               SUBTRACT 1 FROM WS-AGE-MONTHS
           END-IF
           IF WS-AGE-MONTHS < 0
               MOVE 0 TO WS-AGE-MONTHS
           END-IF

           MOVE CHKREG-CHECK-NUMBER TO WS-D-CHECK-NUMBER
           MOVE CHKREG-ISSUE-DATE   TO WS-D-ISSUE-DATE
           MOVE CHKREG-PAYEE-NUMBER TO WS-D-PAYEE-NUMBER
           MOVE CHKREG-PAYEE-NAME   TO WS-D-PAYEE-NAME
           MOVE CHKREG-AMOUNT       TO WS-D-AMOUNT
           MOVE CHKREG-SOURCE       TO WS-D-SOURCE
           MOVE WS-AGE-MONTHS       TO WS-D-AGE
           IF WS-AGE-MONTHS + 1 >= WS-STALE-MONTHS
               MOVE "NEAR STALE-DATE" TO WS-D-FLAG
               ADD 1 TO WS-NEAR-STALE-COUNT
               ADD CHKREG-AMOUNT TO WS-NEAR-STALE-TOTAL
           ELSE
               MOVE SPACES TO WS-D-FLAG
           END-IF
           WRITE OUTSTANDING-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LISTED-COUNT
           ADD CHKREG-AMOUNT TO WS-LISTED-TOTAL.

      *----------------------------------------------------------------
      * 3000-TERMINATE
      *----------------------------------------------------------------
       3000-TERMINATE.
           IF WS-LISTED-COUNT = 0
               WRITE OUTSTANDING-REPORT-LINE FROM WS-NO-CHECKS-LINE
           END-IF
           MOVE WS-LISTED-COUNT     TO WS-F-COUNT
           MOVE WS-LISTED-TOTAL     TO WS-F-TOTAL
           MOVE WS-NEAR-STALE-COUNT TO WS-F-NEAR-COUNT
           MOVE WS-NEAR-STALE-TOTAL TO WS-F-NEAR-TOTAL
           MOVE SPACES TO OUTSTANDING-REPORT-LINE
           WRITE OUTSTANDING-REPORT-LINE
           WRITE OUTSTANDING-REPORT-LINE FROM WS-REPORT-FOOTER-1
           WRITE OUTSTANDING-REPORT-LINE FROM WS-REPORT-FOOTER-2
           CLOSE OUTSTANDING-REPORT-FILE

           DISPLAY "CHECKS OUTSTANDING: " WS-LISTED-COUNT
                   "  TOTAL: " WS-LISTED-TOTAL

           MOVE 'E' TO RLOG-ACTION
           MOVE WS-READ-COUNT   TO RLOG-RECORDS-READ
           MOVE WS-LISTED-COUNT TO RLOG-RECORDS-WRITTEN
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS.
