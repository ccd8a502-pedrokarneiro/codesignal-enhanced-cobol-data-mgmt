       IDENTIFICATION DIVISION.
       PROGRAM-ID. BkwhRemittance.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - MONTHLY BACKUP WITHHOLDING
      *                  REMITTANCE REPORT.  TOTALS EVERY INTYTD
      *                  BACKUP WITHHOLDING ENTRY FinanceCalculator
      *                  WROTE IN THE SYSIN REMITTANCE MONTH (YYYYMM;
      *                  ZERO FALLS BACK TO THE RUN-DATE MONTH) BY
      *                  ACCOUNT, WITH THE CUSTOMER NAME AND TIN FROM
      *                  CUSTADDR, AND PRINTS THE MONTH'S TOTAL OWED
      *                  TO THE IRS FOR THE FEDERAL TAX DEPOSIT.
      *                  READ-ONLY.
      * 2026-10-15  DLH  THE TIN NO LONGER PRINTS IN CLEAR - IT IS
      *                  MASKED TO ITS LAST FOUR DIGITS BY THE SHARED
      *                  MaskData UNLESS BKWHRPT'S DISTCLS DISTRIBUTION
      *                  CLASS IS RESTRICTED.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEREST-YTD-FILE ASSIGN TO "INTYTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTYTD-STATUS.

           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTA-STATUS.

           SELECT REMIT-REPORT-FILE ASSIGN TO "BKWHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INTEREST-YTD-FILE.
       COPY INTYTD.

       FD  CUSTOMER-ADDRESS-FILE.
       COPY CUSTADDR.

       FD  REMIT-REPORT-FILE.
       01  REMIT-REPORT-LINE            PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-ADDR-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-ADDR-END-OF-FILE   VALUE 'Y'.

       01  WS-INTYTD-STATUS          PIC X(2).
       01  WS-CUSTA-STATUS           PIC X(2).
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-REMIT-MONTH            PIC 9(6) VALUE 0.

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  MASK-DATA-PARMS.
           COPY MASKPARM.

       01  WS-ENTRY-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-WITHHOLDING-COUNT      PIC 9(7) COMP VALUE 0.
       01  WS-PRINTED-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-TOTAL-WITHHELD         PIC S9(9)V99 VALUE 0.

       01  WS-FOUND-SWITCH           PIC X VALUE 'N'.
           88  WS-ACCOUNT-FOUND      VALUE 'Y'.
       01  WS-FOUND-IDX              PIC 9(5) COMP VALUE 0.

       01  WS-ADDR-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-ADDRESS-FOUND      VALUE 'Y'.
       01  WS-ADDR-FOUND-IDX         PIC 9(5) COMP VALUE 0.
       01  WS-ADDRESS-COUNT          PIC 9(5) COMP VALUE 0.

      *----------------------------------------------------------------
      * WS-REMIT-TABLE - one entry per account withheld from in the
      * remittance month, totaled as INTYTD is read, the same roll-up
      * Interest1099 builds for the tax year.
      *----------------------------------------------------------------
       01  WS-REMIT-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-REMIT-TABLE.
           05  WS-R-ENTRY OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-REMIT-COUNT
                          INDEXED BY WS-REMIT-IDX.
               10  WS-R-ACCOUNT-NUMBER    PIC 9(10).
               10  WS-R-POSTINGS          PIC 9(3) COMP.
               10  WS-R-TOTAL-WITHHELD    PIC S9(7)V99.

       01  WS-ADDRESS-TABLE.
           05  WS-ADDR-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-ADDRESS-COUNT
                   INDEXED BY WS-ADDR-IDX.
               10  WS-N-ACCOUNT-NUMBER      PIC 9(10).
               10  WS-N-CUSTOMER-NAME       PIC X(30).
               10  WS-N-TAXPAYER-ID         PIC X(9).
               10  WS-N-W9-STATUS           PIC X.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(36)
               VALUE "BACKUP WITHHOLDING REMITTANCE".
           05  FILLER PIC X(7)  VALUE "MONTH: ".
           05  WS-H-REMIT-MONTH PIC 9(6).
           05  FILLER PIC X(12) VALUE "  RUN DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER           PIC X(21) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(32) VALUE "CUSTOMER NAME".
           05  FILLER PIC X(11) VALUE "TIN".
           05  FILLER PIC X(5)  VALUE "W-9".
           05  FILLER PIC X(9)  VALUE "POSTINGS".
           05  FILLER PIC X(14) VALUE "      WITHHELD".
           05  FILLER PIC X(7)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-D-ACCOUNT       PIC 9(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-NAME          PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-TAXPAYER-ID   PIC X(9).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-W9-STATUS     PIC X(4).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-D-POSTINGS      PIC ZZZ9.
           05  FILLER             PIC X(5) VALUE SPACES.
           05  WS-D-WITHHELD      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(7) VALUE SPACES.

       01  WS-NO-ENTRIES-LINE        PIC X(90)
           VALUE "*** NO BACKUP WITHHOLDING FOR REMITTANCE MONTH ***".

       01  WS-TOTAL-LINE.
           05  FILLER PIC X(44)
               VALUE "TOTAL BACKUP WITHHOLDING DUE TO IRS".
           05  FILLER PIC X(25) VALUE SPACES.
           05  WS-T-WITHHELD      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(7) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(20) VALUE "INTYTD ENTRIES READ:".
           05  WS-F-ENTRIES       PIC Z,ZZZ,ZZ9.
           05  FILLER PIC X(17) VALUE "  WITHHOLDINGS: ".
           05  WS-F-WITHHOLDINGS  PIC Z,ZZZ,ZZ9.
           05  FILLER PIC X(13) VALUE "  ACCOUNTS: ".
           05  WS-F-ACCOUNTS      PIC ZZZZ9.
           05  FILLER             PIC X(17) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "BkwhRemittance" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           ACCEPT WS-REMIT-MONTH FROM SYSIN
           IF WS-REMIT-MONTH = 0
               MOVE WS-RUN-DATE(1:6) TO WS-REMIT-MONTH
           END-IF
           DISPLAY "Remittance month: " WS-REMIT-MONTH

           PERFORM 0800-LOAD-ADDRESS-TABLE

           OPEN INPUT INTEREST-YTD-FILE
           IF WS-INTYTD-STATUS NOT = "35"
               PERFORM 1100-READ-INTEREST-YTD
               PERFORM 1000-ACCUMULATE-WITHHOLDING
                   UNTIL WS-END-OF-FILE
               CLOSE INTEREST-YTD-FILE
           END-IF

           OPEN OUTPUT REMIT-REPORT-FILE
           MOVE WS-REMIT-MONTH TO WS-H-REMIT-MONTH
           MOVE WS-RUN-DATE    TO WS-H-RUN-DATE
           WRITE REMIT-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE REMIT-REPORT-LINE FROM WS-REPORT-HEADING-2

           IF WS-REMIT-COUNT = 0
               WRITE REMIT-REPORT-LINE FROM WS-NO-ENTRIES-LINE
           ELSE
               PERFORM 2000-PRINT-ACCOUNT
                   VARYING WS-REMIT-IDX FROM 1 BY 1
                   UNTIL WS-REMIT-IDX > WS-REMIT-COUNT
           END-IF

           PERFORM 3000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------
      * 0800-LOAD-ADDRESS-TABLE - customer name, TIN and W-9 status
      * by account.  A missing CUSTADDR file just leaves every name
      * off the report.
      *----------------------------------------------------------------
       0800-LOAD-ADDRESS-TABLE.
           OPEN INPUT CUSTOMER-ADDRESS-FILE
           IF WS-CUSTA-STATUS NOT = "35"
               PERFORM 0850-READ-ADDRESS
               PERFORM UNTIL WS-ADDR-END-OF-FILE
                   ADD 1 TO WS-ADDRESS-COUNT
                   MOVE CUSTA-ACCOUNT-NUMBER
                       TO WS-N-ACCOUNT-NUMBER (WS-ADDRESS-COUNT)
                   MOVE CUSTA-CUSTOMER-NAME
                       TO WS-N-CUSTOMER-NAME (WS-ADDRESS-COUNT)
                   MOVE CUSTA-TAXPAYER-ID
                       TO WS-N-TAXPAYER-ID (WS-ADDRESS-COUNT)
                   MOVE CUSTA-W9-STATUS
                       TO WS-N-W9-STATUS (WS-ADDRESS-COUNT)
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
      * 1000-ACCUMULATE-WITHHOLDING - fold one remittance-month
      * INTYTD withholding entry into its account's total.  Interest
      * entries, and entries written before withholding was carried
      * on the file, have nothing withheld and are skipped.
      *----------------------------------------------------------------
       1000-ACCUMULATE-WITHHOLDING.
           ADD 1 TO WS-ENTRY-COUNT
           IF INTYTD-RUN-DATE(1:6) = WS-REMIT-MONTH
              AND INTYTD-BACKUP-WITHHELD NUMERIC
              AND INTYTD-BACKUP-WITHHELD NOT = 0
               PERFORM 1200-FIND-ACCOUNT
               IF NOT WS-ACCOUNT-FOUND
                   ADD 1 TO WS-REMIT-COUNT
                   MOVE INTYTD-ACCOUNT-NUMBER
                       TO WS-R-ACCOUNT-NUMBER (WS-REMIT-COUNT)
                   MOVE 0 TO WS-R-POSTINGS (WS-REMIT-COUNT)
                   MOVE 0 TO WS-R-TOTAL-WITHHELD (WS-REMIT-COUNT)
                   MOVE WS-REMIT-COUNT TO WS-FOUND-IDX
               END-IF
               ADD 1 TO WS-R-POSTINGS (WS-FOUND-IDX)
               ADD INTYTD-BACKUP-WITHHELD
                   TO WS-R-TOTAL-WITHHELD (WS-FOUND-IDX)
               ADD INTYTD-BACKUP-WITHHELD TO WS-TOTAL-WITHHELD
               ADD 1 TO WS-WITHHOLDING-COUNT
           END-IF

           PERFORM 1100-READ-INTEREST-YTD.

      *----------------------------------------------------------------
      * 1100-READ-INTEREST-YTD
      *----------------------------------------------------------------
       1100-READ-INTEREST-YTD.
           READ INTEREST-YTD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1200-FIND-ACCOUNT
      *----------------------------------------------------------------
       1200-FIND-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 0   TO WS-FOUND-IDX
           PERFORM VARYING WS-REMIT-IDX FROM 1 BY 1
                   UNTIL WS-REMIT-IDX > WS-REMIT-COUNT
                      OR WS-ACCOUNT-FOUND
               IF WS-R-ACCOUNT-NUMBER (WS-REMIT-IDX)
                      = INTYTD-ACCOUNT-NUMBER
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE WS-REMIT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2000-PRINT-ACCOUNT - one line per account withheld from.  The
      * W-9 column shows the status on file today, so an account
      * certified since its withholding shows as such.
      *----------------------------------------------------------------
       2000-PRINT-ACCOUNT.
           PERFORM 2200-FIND-CUSTOMER
           MOVE WS-R-ACCOUNT-NUMBER (WS-REMIT-IDX) TO WS-D-ACCOUNT
           MOVE WS-R-POSTINGS (WS-REMIT-IDX)       TO WS-D-POSTINGS
           MOVE WS-R-TOTAL-WITHHELD (WS-REMIT-IDX) TO WS-D-WITHHELD
           WRITE REMIT-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-PRINTED-COUNT.

      *----------------------------------------------------------------
      * 2200-FIND-CUSTOMER
      *----------------------------------------------------------------
       2200-FIND-CUSTOMER.
           MOVE 'N' TO WS-ADDR-FOUND-SWITCH
           MOVE 0   TO WS-ADDR-FOUND-IDX
           PERFORM VARYING WS-ADDR-IDX FROM 1 BY 1
                   UNTIL WS-ADDR-IDX > WS-ADDRESS-COUNT
                      OR WS-ADDRESS-FOUND
               IF WS-N-ACCOUNT-NUMBER (WS-ADDR-IDX)
                      = WS-R-ACCOUNT-NUMBER (WS-REMIT-IDX)
                   MOVE 'Y' TO WS-ADDR-FOUND-SWITCH
                   MOVE WS-ADDR-IDX TO WS-ADDR-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-ADDRESS-FOUND
               MOVE WS-N-CUSTOMER-NAME (WS-ADDR-FOUND-IDX)
                   TO WS-D-NAME
               MOVE "BKWHRPT" TO MASK-REPORT-ID
               MOVE 'A'       TO MASK-FIELD-TYPE
               MOVE 9         TO MASK-FIELD-LENGTH
               MOVE WS-N-TAXPAYER-ID (WS-ADDR-FOUND-IDX)
                   TO MASK-FIELD-VALUE
               CALL "MaskData" USING MASK-DATA-PARMS
               MOVE MASK-FIELD-VALUE TO WS-D-TAXPAYER-ID
               EVALUATE WS-N-W9-STATUS (WS-ADDR-FOUND-IDX)
                   WHEN 'C'
                       MOVE "CRT" TO WS-D-W9-STATUS
                   WHEN 'U'
                       MOVE "UNC" TO WS-D-W9-STATUS
                   WHEN OTHER
                       MOVE "NONE" TO WS-D-W9-STATUS
               END-EVALUATE
           ELSE
               MOVE "*** NAME NOT ON FILE ***" TO WS-D-NAME
               MOVE SPACES TO WS-D-TAXPAYER-ID
               MOVE "NONE" TO WS-D-W9-STATUS
           END-IF.

      *----------------------------------------------------------------
      * 3000-TERMINATE - the amount due and the run counts.
      *----------------------------------------------------------------
       3000-TERMINATE.
           MOVE WS-TOTAL-WITHHELD TO WS-T-WITHHELD
           WRITE REMIT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE WS-ENTRY-COUNT       TO WS-F-ENTRIES
           MOVE WS-WITHHOLDING-COUNT TO WS-F-WITHHOLDINGS
           MOVE WS-PRINTED-COUNT     TO WS-F-ACCOUNTS
           WRITE REMIT-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE REMIT-REPORT-FILE

           DISPLAY "BACKUP WITHHOLDING DUE FOR " WS-REMIT-MONTH ": "
                   WS-TOTAL-WITHHELD

           MOVE 'E' TO RLOG-ACTION
           MOVE WS-ENTRY-COUNT   TO RLOG-RECORDS-READ
           MOVE WS-PRINTED-COUNT TO RLOG-RECORDS-WRITTEN
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS.
