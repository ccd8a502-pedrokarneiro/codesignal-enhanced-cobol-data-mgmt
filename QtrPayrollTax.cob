       IDENTIFICATION DIVISION.
       PROGRAM-ID. QtrPayrollTax.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - QUARTERLY EMPLOYER PAYROLL
      *                  TAX RETURN SUMMARY.  TOTALS EVERY PAYHIST
      *                  ENTRY PAID IN THE SYSIN QUARTER (YYYYQ; ZERO
      *                  FALLS BACK TO THE RUN-DATE QUARTER) - REGULAR,
      *                  SUPPLEMENTAL AND RETRO ALIKE - INTO WAGES,
      *                  FEDERAL WITHHOLDING, SOCIAL SECURITY WAGES
      *                  CAPPED AT THE FICAPARM ANNUAL WAGE BASE
      *                  (ENTRIES EARLIER IN THE YEAR COUNT TOWARD THE
      *                  CAP) AND MEDICARE WAGES, AND PRINTS THEM IN
      *                  THE FEDERAL QUARTERLY RETURN'S LINE ORDER WITH
      *                  THE MONTHLY LIABILITY AND A PER-EMPLOYEE
      *                  SUPPORTING LISTING.  THE QUARTER'S PAYHIST NET
      *                  PAY IS RECONCILED TO THE SUMMED EODSUM PAYROLL
      *                  TOTALS SalaryCalc, SupplementalPay AND
      *                  RetroPay POSTED FOR THE QUARTER; OUT OF
      *                  BALANCE ENDS THE RUN RC 8.  READ-ONLY.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FICA-PARM-FILE ASSIGN TO "FICAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FICAPARM-STATUS.

           SELECT SUMMARY-REPORT-FILE ASSIGN TO "EODSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT TAX-REPORT-FILE ASSIGN TO "QTRTXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
       COPY PAYHIST.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  FICA-PARM-FILE.
       COPY FICAPARM.

       FD  SUMMARY-REPORT-FILE.
       COPY EODSUM.

       FD  TAX-REPORT-FILE.
       01  TAX-REPORT-LINE              PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-EMP-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-EMP-END-OF-FILE    VALUE 'Y'.

       01  WS-SUM-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-SUM-END-OF-FILE    VALUE 'Y'.

       01  WS-PAYHIST-STATUS         PIC X(2).
       01  WS-FICAPARM-STATUS        PIC X(2).
       01  WS-SUMMARY-STATUS         PIC X(2).
       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

      *----------------------------------------------------------------
      * WS-QUARTER - the SYSIN quarter as YYYYQ, and the first and
      * last dates it covers.  Entries earlier in the same year only
      * count toward the social security wage base.
      *----------------------------------------------------------------
       01  WS-QUARTER                PIC 9(5) VALUE 0.
       01  WS-QUARTER-PARTS REDEFINES WS-QUARTER.
           05  WS-QTR-YEAR           PIC 9(4).
           05  WS-QTR-NUMBER         PIC 9.
       01  WS-QTR-FIRST-MONTH        PIC 9(2) VALUE 0.
       01  WS-QTR-START-DATE         PIC 9(8) VALUE 0.
       01  WS-QTR-END-DATE           PIC 9(8) VALUE 0.
       01  WS-YEAR-START-DATE        PIC 9(8) VALUE 0.
       01  WS-ENTRY-MONTH            PIC 9(2) VALUE 0.
       01  WS-MONTH-IDX              PIC 9 COMP VALUE 0.
       01  WS-MONTH-DISPLAY          PIC 9 VALUE 0.

       01  WS-WAGE-BASE              PIC 9(7)V99 VALUE 184500.00.
       01  WS-SS-RATE                PIC 9V9999 VALUE 0.1240.
       01  WS-MEDICARE-RATE          PIC 9V9999 VALUE 0.0290.

       01  WS-ENTRY-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-QUARTER-ENTRY-COUNT    PIC 9(7) COMP VALUE 0.
       01  WS-SS-WORK                PIC S9(9)V99 VALUE 0.
       01  WS-SS-TAXABLE             PIC S9(7)V99 VALUE 0.

      *----------------------------------------------------------------
      * The return's figures for the quarter.
      *----------------------------------------------------------------
       01  WS-TOTAL-WAGES            PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-WITHHELD         PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-SS-WAGES         PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-MEDICARE-WAGES   PIC S9(9)V99 VALUE 0.
       01  WS-SS-TAX                 PIC S9(9)V99 VALUE 0.
       01  WS-MEDICARE-TAX           PIC S9(9)V99 VALUE 0.
       01  WS-FICA-TAX               PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-TAXES            PIC S9(9)V99 VALUE 0.
       01  WS-PAID-EMPLOYEES         PIC 9(5) COMP VALUE 0.
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY OCCURS 3 TIMES.
               10  WS-MO-WITHHELD     PIC S9(9)V99.
               10  WS-MO-SS-WAGES     PIC S9(9)V99.
               10  WS-MO-MEDICARE     PIC S9(9)V99.
               10  WS-MO-LIABILITY    PIC S9(9)V99.
       01  WS-LIABILITY-TOTAL        PIC S9(9)V99 VALUE 0.

      *----------------------------------------------------------------
      * Reconciliation - the quarter's PAYHIST net pay against the
      * payroll totals each paying program posted to EODSUM.
      *----------------------------------------------------------------
       01  WS-HISTORY-NET            PIC S9(9)V99 VALUE 0.
       01  WS-EOD-REGULAR            PIC S9(9)V99 VALUE 0.
       01  WS-EOD-SUPPLEMENTAL       PIC S9(9)V99 VALUE 0.
       01  WS-EOD-RETRO              PIC S9(9)V99 VALUE 0.
       01  WS-EOD-TOTAL              PIC S9(9)V99 VALUE 0.
       01  WS-RECON-DIFFERENCE       PIC S9(9)V99 VALUE 0.

      *----------------------------------------------------------------
      * WS-EMP-TABLE - one entry per employee on PAYHIST this year:
      * year-to-date wages before and through the quarter (the wage
      * base test) and the quarter's own figures.
      *----------------------------------------------------------------
       01  WS-EMP-COUNT              PIC 9(5) COMP VALUE 0.
       01  WS-FOUND-SWITCH           PIC X VALUE 'N'.
           88  WS-EMPLOYEE-FOUND     VALUE 'Y'.
       01  WS-FOUND-IDX              PIC 9(5) COMP VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-X-ENTRY OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-EMP-COUNT
                          INDEXED BY WS-EMP-IDX.
               10  WS-X-EMPLOYEE         PIC 9(6).
               10  WS-X-YTD-WAGES        PIC S9(9)V99.
               10  WS-X-QTR-WAGES        PIC S9(9)V99.
               10  WS-X-QTR-WITHHELD     PIC S9(9)V99.
               10  WS-X-QTR-SS-WAGES     PIC S9(9)V99.
               10  WS-X-QTR-MEDICARE     PIC S9(9)V99.
               10  WS-X-QTR-PAID         PIC X.

       01  WS-NAME-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-NAME-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-NAME-FOUND         VALUE 'Y'.
       01  WS-NAME-FOUND-IDX         PIC 9(5) COMP VALUE 0.
       01  WS-NAME-TABLE.
           05  WS-N-ENTRY OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-NAME-COUNT
                          INDEXED BY WS-NAME-IDX.
               10  WS-N-EMPLOYEE         PIC 9(6).
               10  WS-N-NAME             PIC X(20).

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(40)
               VALUE "QUARTERLY PAYROLL TAX RETURN SUMMARY".
           05  FILLER PIC X(9)  VALUE "QUARTER: ".
           05  WS-H-YEAR        PIC 9(4).
           05  FILLER PIC X(1)  VALUE "Q".
           05  WS-H-QUARTER     PIC 9.
           05  FILLER PIC X(12) VALUE "  RUN DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER           PIC X(35) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(12) VALUE "  PERIOD: ".
           05  WS-H-START-DATE  PIC 9(8).
           05  FILLER PIC X(4)  VALUE " TO ".
           05  WS-H-END-DATE    PIC 9(8).
           05  FILLER PIC X(15) VALUE "  WAGE BASE: ".
           05  WS-H-WAGE-BASE   PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(11) VALUE "  SS RATE: ".
           05  WS-H-SS-RATE     PIC 9.9999.
           05  FILLER PIC X(17) VALUE "  MEDICARE RATE: ".
           05  WS-H-MEDICARE-RATE PIC 9.9999.
           05  FILLER           PIC X(11) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-S-TEXT          PIC X(60).
           05  FILLER             PIC X(50) VALUE SPACES.

      *----------------------------------------------------------------
      * WS-RETURN-LINE - one line of the return, in its line order:
      * the line number, its caption, the wage amount where the line
      * has one (5a, 5c) and the amount the line reports.
      *----------------------------------------------------------------
       01  WS-RETURN-LINE.
           05  WS-L-PREFIX        PIC X(5)  VALUE "LINE ".
           05  WS-L-NUMBER        PIC X(4).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-L-CAPTION       PIC X(48).
           05  WS-L-WAGES         PIC ZZZ,ZZZ,ZZ9.99-
                                  BLANK WHEN ZERO.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-L-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(18) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER PIC X(5)  VALUE "LINE ".
           05  WS-C-NUMBER        PIC X(4).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-C-CAPTION       PIC X(48).
           05  FILLER             PIC X(18) VALUE SPACES.
           05  WS-C-COUNT         PIC ZZZZ9.
           05  FILLER             PIC X(28) VALUE SPACES.

       01  WS-LISTING-HEADING.
           05  FILLER PIC X(8)  VALUE "EMP NO".
           05  FILLER PIC X(22) VALUE "NAME".
           05  FILLER PIC X(14) VALUE "WAGES".
           05  FILLER PIC X(14) VALUE "FED WITHHELD".
           05  FILLER PIC X(14) VALUE "SS WAGES".
           05  FILLER PIC X(16) VALUE "MEDICARE WAGES".
           05  FILLER PIC X(12) VALUE "YTD WAGES".
           05  FILLER PIC X(10) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-D-EMPLOYEE      PIC 9(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-NAME          PIC X(20).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-D-WAGES         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-D-WITHHELD      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-D-SS-WAGES      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-D-MEDICARE      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-D-YTD-WAGES     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-D-FLAG          PIC X(21).

       01  WS-NO-ENTRIES-LINE        PIC X(110)
           VALUE "*** NO WAGES PAID IN THE QUARTER ***".

       01  WS-RECON-LINE.
           05  WS-R-CAPTION       PIC X(44).
           05  WS-R-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(51) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(21) VALUE "PAYHIST ENTRIES READ:".
           05  WS-F-ENTRIES       PIC Z,ZZZ,ZZ9.
           05  FILLER PIC X(16) VALUE "  IN QUARTER: ".
           05  WS-F-QTR-ENTRIES   PIC Z,ZZZ,ZZ9.
           05  FILLER PIC X(14) VALUE "  EMPLOYEES: ".
           05  WS-F-EMPLOYEES     PIC ZZZZ9.
           05  FILLER             PIC X(36) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "QtrPayrollTax" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           PERFORM 0500-SET-QUARTER
           PERFORM 0700-LOAD-FICA-PARMS
           PERFORM 0800-LOAD-NAME-TABLE

           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PAYHIST-STATUS NOT = "35"
               PERFORM 1100-READ-PAY-HISTORY
               PERFORM 1000-ACCUMULATE-WAGES
                   UNTIL WS-END-OF-FILE
               CLOSE PAY-HISTORY-FILE
           END-IF

           PERFORM 1500-TOTAL-EODSUM-PAYROLL

           OPEN OUTPUT TAX-REPORT-FILE
           PERFORM 2000-PRINT-RETURN
           PERFORM 2500-PRINT-LISTING
           PERFORM 2800-PRINT-RECONCILIATION
           PERFORM 3000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------
      * 0500-SET-QUARTER - SYSIN YYYYQ, zero for the run-date
      * quarter.  A quarter number outside 1-4 takes the run-date
      * quarter of the year given.
      *----------------------------------------------------------------
       0500-SET-QUARTER.
           ACCEPT WS-QUARTER FROM SYSIN
           IF WS-QUARTER NOT NUMERIC
               MOVE 0 TO WS-QUARTER
           END-IF
           IF WS-QTR-YEAR = 0
               MOVE WS-RUN-DATE(1:4) TO WS-QTR-YEAR
               MOVE 0 TO WS-QTR-NUMBER
           END-IF
           IF WS-QTR-NUMBER < 1 OR WS-QTR-NUMBER > 4
               MOVE WS-RUN-DATE(5:2) TO WS-ENTRY-MONTH
               COMPUTE WS-QTR-NUMBER = (WS-ENTRY-MONTH + 2) / 3
           END-IF
           COMPUTE WS-QTR-FIRST-MONTH = (WS-QTR-NUMBER - 1) * 3 + 1
           COMPUTE WS-QTR-START-DATE = WS-QTR-YEAR * 10000
                                     + WS-QTR-FIRST-MONTH * 100 + 1
           COMPUTE WS-QTR-END-DATE = WS-QTR-YEAR * 10000
                                   + (WS-QTR-FIRST-MONTH + 2) * 100
                                   + 31
           COMPUTE WS-YEAR-START-DATE = WS-QTR-YEAR * 10000 + 101
           INITIALIZE WS-MONTH-TABLE
           DISPLAY "Quarter: " WS-QTR-YEAR "Q" WS-QTR-NUMBER
                   "  " WS-QTR-START-DATE " - " WS-QTR-END-DATE.

      *----------------------------------------------------------------
      * 0700-LOAD-FICA-PARMS - the wage base and rates; a missing or
      * unusable FICAPARM keeps the coded values.
      *----------------------------------------------------------------
       0700-LOAD-FICA-PARMS.
           OPEN INPUT FICA-PARM-FILE
           IF WS-FICAPARM-STATUS NOT = "35"
               READ FICA-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FICAPARM-WAGE-BASE NUMERIC
                          AND FICAPARM-SS-RATE NUMERIC
                          AND FICAPARM-MEDICARE-RATE NUMERIC
                          AND FICAPARM-WAGE-BASE > 0
                           MOVE FICAPARM-WAGE-BASE TO WS-WAGE-BASE
                           MOVE FICAPARM-SS-RATE   TO WS-SS-RATE
                           MOVE FICAPARM-MEDICARE-RATE
                               TO WS-MEDICARE-RATE
                       END-IF
               END-READ
               CLOSE FICA-PARM-FILE
           END-IF.

      *----------------------------------------------------------------
      * 0800-LOAD-NAME-TABLE - employee names for the listing.
      *----------------------------------------------------------------
       0800-LOAD-NAME-TABLE.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           PERFORM 0850-READ-EMPLOYEE
           PERFORM UNTIL WS-EMP-END-OF-FILE
                   OR WS-NAME-COUNT >= 500
               ADD 1 TO WS-NAME-COUNT
               MOVE EMP-EMPLOYEE-NUMBER
                   TO WS-N-EMPLOYEE (WS-NAME-COUNT)
               MOVE EMP-EMPLOYEE-NAME
                   TO WS-N-NAME (WS-NAME-COUNT)
               PERFORM 0850-READ-EMPLOYEE
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE.

      *----------------------------------------------------------------
      * 0850-READ-EMPLOYEE
      *----------------------------------------------------------------
       0850-READ-EMPLOYEE.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-EMP-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1000-ACCUMULATE-WAGES - PAYHIST is appended in run order, so
      * each entry meets the wage base with everything the employee
      * was paid before it that year already counted.  Only the part
      * of an entry under the base is social security wages.
      *----------------------------------------------------------------
       1000-ACCUMULATE-WAGES.
           ADD 1 TO WS-ENTRY-COUNT
           IF PAYH-RUN-DATE >= WS-YEAR-START-DATE
              AND PAYH-RUN-DATE <= WS-QTR-END-DATE
               PERFORM 1200-FIND-EMPLOYEE
               IF NOT WS-EMPLOYEE-FOUND
                  AND WS-EMP-COUNT < 500
                   ADD 1 TO WS-EMP-COUNT
                   MOVE PAYH-EMPLOYEE-NUMBER
                       TO WS-X-EMPLOYEE (WS-EMP-COUNT)
                   MOVE 0 TO WS-X-YTD-WAGES (WS-EMP-COUNT)
                   MOVE 0 TO WS-X-QTR-WAGES (WS-EMP-COUNT)
                   MOVE 0 TO WS-X-QTR-WITHHELD (WS-EMP-COUNT)
                   MOVE 0 TO WS-X-QTR-SS-WAGES (WS-EMP-COUNT)
                   MOVE 0 TO WS-X-QTR-MEDICARE (WS-EMP-COUNT)
                   MOVE 'N' TO WS-X-QTR-PAID (WS-EMP-COUNT)
                   MOVE WS-EMP-COUNT TO WS-FOUND-IDX
               END-IF
               IF WS-FOUND-IDX > 0
                   PERFORM 1300-POST-ENTRY
               END-IF
           END-IF

           PERFORM 1100-READ-PAY-HISTORY.

      *----------------------------------------------------------------
      * 1100-READ-PAY-HISTORY
      *----------------------------------------------------------------
       1100-READ-PAY-HISTORY.
           READ PAY-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1200-FIND-EMPLOYEE
      *----------------------------------------------------------------
       1200-FIND-EMPLOYEE.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 0   TO WS-FOUND-IDX
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
                      OR WS-EMPLOYEE-FOUND
               IF WS-X-EMPLOYEE (WS-EMP-IDX) = PAYH-EMPLOYEE-NUMBER
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE WS-EMP-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 1300-POST-ENTRY - an entry before the quarter only moves the
      * employee toward the wage base; one inside it is reported.
      *----------------------------------------------------------------
       1300-POST-ENTRY.
           IF PAYH-RUN-DATE >= WS-QTR-START-DATE
               COMPUTE WS-SS-WORK =
                   WS-WAGE-BASE - WS-X-YTD-WAGES (WS-FOUND-IDX)
               IF WS-SS-WORK < 0
                   MOVE 0 TO WS-SS-WORK
               END-IF
               IF PAYH-GROSS-PAY < WS-SS-WORK
                   MOVE PAYH-GROSS-PAY TO WS-SS-TAXABLE
               ELSE
                   MOVE WS-SS-WORK TO WS-SS-TAXABLE
               END-IF

               ADD 1 TO WS-QUARTER-ENTRY-COUNT
               IF WS-X-QTR-PAID (WS-FOUND-IDX) = 'N'
                   MOVE 'Y' TO WS-X-QTR-PAID (WS-FOUND-IDX)
                   ADD 1 TO WS-PAID-EMPLOYEES
               END-IF
               ADD PAYH-GROSS-PAY TO WS-X-QTR-WAGES (WS-FOUND-IDX)
               ADD PAYH-TAX-AMOUNT
                   TO WS-X-QTR-WITHHELD (WS-FOUND-IDX)
               ADD WS-SS-TAXABLE TO WS-X-QTR-SS-WAGES (WS-FOUND-IDX)
               ADD PAYH-GROSS-PAY TO WS-X-QTR-MEDICARE (WS-FOUND-IDX)

               ADD PAYH-GROSS-PAY  TO WS-TOTAL-WAGES
               ADD PAYH-TAX-AMOUNT TO WS-TOTAL-WITHHELD
               ADD WS-SS-TAXABLE   TO WS-TOTAL-SS-WAGES
               ADD PAYH-GROSS-PAY  TO WS-TOTAL-MEDICARE-WAGES
               ADD PAYH-NET-PAY    TO WS-HISTORY-NET

               MOVE PAYH-RUN-DATE(5:2) TO WS-ENTRY-MONTH
               COMPUTE WS-MONTH-IDX =
                   WS-ENTRY-MONTH - WS-QTR-FIRST-MONTH + 1
               ADD PAYH-TAX-AMOUNT
                   TO WS-MO-WITHHELD (WS-MONTH-IDX)
               ADD WS-SS-TAXABLE
                   TO WS-MO-SS-WAGES (WS-MONTH-IDX)
               ADD PAYH-GROSS-PAY
                   TO WS-MO-MEDICARE (WS-MONTH-IDX)
           END-IF
           ADD PAYH-GROSS-PAY TO WS-X-YTD-WAGES (WS-FOUND-IDX).

      *----------------------------------------------------------------
      * 1500-TOTAL-EODSUM-PAYROLL - every payroll total the paying
      * programs posted for a run date in the quarter.  A missing
      * EODSUM leaves them zero, which the reconciliation shows.
      *----------------------------------------------------------------
       1500-TOTAL-EODSUM-PAYROLL.
           OPEN INPUT SUMMARY-REPORT-FILE
           IF WS-SUMMARY-STATUS NOT = "35"
               PERFORM 1550-READ-EODSUM
               PERFORM UNTIL WS-SUM-END-OF-FILE
                   IF EODSUM-RUN-DATE >= WS-QTR-START-DATE
                      AND EODSUM-RUN-DATE <= WS-QTR-END-DATE
                       EVALUATE EODSUM-PROGRAM-ID
                           WHEN "SalaryCalc"
                               ADD EODSUM-PAYROLL-TOTAL
                                   TO WS-EOD-REGULAR
                           WHEN "SupplementalPay"
                               ADD EODSUM-PAYROLL-TOTAL
                                   TO WS-EOD-SUPPLEMENTAL
                           WHEN "RetroPay"
                               ADD EODSUM-PAYROLL-TOTAL
                                   TO WS-EOD-RETRO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   PERFORM 1550-READ-EODSUM
               END-PERFORM
               CLOSE SUMMARY-REPORT-FILE
           END-IF
           COMPUTE WS-EOD-TOTAL = WS-EOD-REGULAR
                                + WS-EOD-SUPPLEMENTAL
                                + WS-EOD-RETRO
           COMPUTE WS-RECON-DIFFERENCE = WS-HISTORY-NET - WS-EOD-TOTAL.

      *----------------------------------------------------------------
      * 1550-READ-EODSUM
      *----------------------------------------------------------------
       1550-READ-EODSUM.
           READ SUMMARY-REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-SUM-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2000-PRINT-RETURN - the summary in the return's line order.
      * Taxes are figured on the quarter's totals, as the return
      * figures them; the monthly liability lines beneath carry the
      * same rates month by month.
      *----------------------------------------------------------------
       2000-PRINT-RETURN.
           MOVE WS-QTR-YEAR        TO WS-H-YEAR
           MOVE WS-QTR-NUMBER      TO WS-H-QUARTER
           MOVE WS-RUN-DATE        TO WS-H-RUN-DATE
           MOVE WS-QTR-START-DATE  TO WS-H-START-DATE
           MOVE WS-QTR-END-DATE    TO WS-H-END-DATE
           MOVE WS-WAGE-BASE       TO WS-H-WAGE-BASE
           MOVE WS-SS-RATE         TO WS-H-SS-RATE
           MOVE WS-MEDICARE-RATE   TO WS-H-MEDICARE-RATE
           WRITE TAX-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE TAX-REPORT-LINE FROM WS-REPORT-HEADING-2
           MOVE SPACES TO WS-S-TEXT
           WRITE TAX-REPORT-LINE FROM WS-SECTION-LINE

           COMPUTE WS-SS-TAX ROUNDED = WS-TOTAL-SS-WAGES * WS-SS-RATE
           COMPUTE WS-MEDICARE-TAX ROUNDED =
               WS-TOTAL-MEDICARE-WAGES * WS-MEDICARE-RATE
           COMPUTE WS-FICA-TAX = WS-SS-TAX + WS-MEDICARE-TAX
           COMPUTE WS-TOTAL-TAXES = WS-TOTAL-WITHHELD + WS-FICA-TAX

           MOVE "1"    TO WS-C-NUMBER
           MOVE "NUMBER OF EMPLOYEES PAID WAGES IN THE QUARTER"
               TO WS-C-CAPTION
           MOVE WS-PAID-EMPLOYEES TO WS-C-COUNT
           WRITE TAX-REPORT-LINE FROM WS-COUNT-LINE

           MOVE "2"    TO WS-L-NUMBER
           MOVE "WAGES, TIPS AND OTHER COMPENSATION" TO WS-L-CAPTION
           MOVE 0 TO WS-L-WAGES
           MOVE WS-TOTAL-WAGES TO WS-L-AMOUNT
           WRITE TAX-REPORT-LINE FROM WS-RETURN-LINE

           MOVE "3"    TO WS-L-NUMBER
           MOVE "FEDERAL INCOME TAX WITHHELD" TO WS-L-CAPTION
           MOVE WS-TOTAL-WITHHELD TO WS-L-AMOUNT
           WRITE TAX-REPORT-LINE FROM WS-RETURN-LINE

           MOVE "5A"   TO WS-L-NUMBER
           MOVE "TAXABLE SOCIAL SECURITY WAGES" TO WS-L-CAPTION
           MOVE WS-TOTAL-SS-WAGES TO WS-L-WAGES
           MOVE WS-SS-TAX TO WS-L-AMOUNT
           WRITE TAX-REPORT-LINE FROM WS-RETURN-LINE

           MOVE "5C"   TO WS-L-NUMBER
           MOVE "TAXABLE MEDICARE WAGES" TO WS-L-CAPTION
           MOVE WS-TOTAL-MEDICARE-WAGES TO WS-L-WAGES
           MOVE WS-MEDICARE-TAX TO WS-L-AMOUNT
           WRITE TAX-REPORT-LINE FROM WS-RETURN-LINE

           MOVE 0 TO WS-L-WAGES
           MOVE "5E"   TO WS-L-NUMBER
           MOVE "TOTAL SOCIAL SECURITY AND MEDICARE TAXES"
               TO WS-L-CAPTION
           MOVE WS-FICA-TAX TO WS-L-AMOUNT
           WRITE TAX-REPORT-LINE FROM WS-RETURN-LINE

           MOVE "6"    TO WS-L-NUMBER
           MOVE "TOTAL TAXES BEFORE ADJUSTMENTS" TO WS-L-CAPTION
           MOVE WS-TOTAL-TAXES TO WS-L-AMOUNT
           WRITE TAX-REPORT-LINE FROM WS-RETURN-LINE

           MOVE "10"   TO WS-L-NUMBER
           MOVE "TOTAL TAXES AFTER ADJUSTMENTS" TO WS-L-CAPTION
           MOVE WS-TOTAL-TAXES TO WS-L-AMOUNT
           WRITE TAX-REPORT-LINE FROM WS-RETURN-LINE

           MOVE "16"   TO WS-L-NUMBER
           MOVE "MONTHLY TAX LIABILITY" TO WS-L-CAPTION
           MOVE 0 TO WS-L-AMOUNT
           WRITE TAX-REPORT-LINE FROM WS-RETURN-LINE
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 3
               COMPUTE WS-MO-LIABILITY (WS-MONTH-IDX) ROUNDED =
                   WS-MO-WITHHELD (WS-MONTH-IDX)
                   + WS-MO-SS-WAGES (WS-MONTH-IDX) * WS-SS-RATE
                   + WS-MO-MEDICARE (WS-MONTH-IDX) * WS-MEDICARE-RATE
               ADD WS-MO-LIABILITY (WS-MONTH-IDX)
                   TO WS-LIABILITY-TOTAL
               MOVE SPACES TO WS-L-PREFIX
               MOVE SPACES TO WS-L-NUMBER
               MOVE SPACES TO WS-L-CAPTION
               MOVE WS-MONTH-IDX TO WS-MONTH-DISPLAY
               STRING "  MONTH " WS-MONTH-DISPLAY
                   DELIMITED BY SIZE INTO WS-L-CAPTION
               MOVE WS-MO-LIABILITY (WS-MONTH-IDX) TO WS-L-AMOUNT
               WRITE TAX-REPORT-LINE FROM WS-RETURN-LINE
           END-PERFORM
           MOVE "  TOTAL LIABILITY FOR QUARTER" TO WS-L-CAPTION
           MOVE WS-LIABILITY-TOTAL TO WS-L-AMOUNT
           WRITE TAX-REPORT-LINE FROM WS-RETURN-LINE.

      *----------------------------------------------------------------
      * 2500-PRINT-LISTING - the per-employee support behind lines 2,
      * 3, 5a and 5c.  An employee paid earlier in the year but not
      * in the quarter is left off.
      *----------------------------------------------------------------
       2500-PRINT-LISTING.
           MOVE SPACES TO WS-S-TEXT
           WRITE TAX-REPORT-LINE FROM WS-SECTION-LINE
           MOVE "SUPPORTING EMPLOYEE LISTING" TO WS-S-TEXT
           WRITE TAX-REPORT-LINE FROM WS-SECTION-LINE
           WRITE TAX-REPORT-LINE FROM WS-LISTING-HEADING

           IF WS-PAID-EMPLOYEES = 0
               WRITE TAX-REPORT-LINE FROM WS-NO-ENTRIES-LINE
           ELSE
               PERFORM 2600-PRINT-EMPLOYEE
                   VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 2600-PRINT-EMPLOYEE
      *----------------------------------------------------------------
       2600-PRINT-EMPLOYEE.
           IF WS-X-QTR-PAID (WS-EMP-IDX) = 'Y'
               PERFORM 2700-FIND-NAME
               MOVE WS-X-EMPLOYEE (WS-EMP-IDX)     TO WS-D-EMPLOYEE
               MOVE WS-X-QTR-WAGES (WS-EMP-IDX)    TO WS-D-WAGES
               MOVE WS-X-QTR-WITHHELD (WS-EMP-IDX) TO WS-D-WITHHELD
               MOVE WS-X-QTR-SS-WAGES (WS-EMP-IDX) TO WS-D-SS-WAGES
               MOVE WS-X-QTR-MEDICARE (WS-EMP-IDX) TO WS-D-MEDICARE
               MOVE WS-X-YTD-WAGES (WS-EMP-IDX)    TO WS-D-YTD-WAGES
               IF WS-X-YTD-WAGES (WS-EMP-IDX) >= WS-WAGE-BASE
                   MOVE "AT WAGE BASE" TO WS-D-FLAG
               ELSE
                   MOVE SPACES TO WS-D-FLAG
               END-IF
               WRITE TAX-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

      *----------------------------------------------------------------
      * 2700-FIND-NAME
      *----------------------------------------------------------------
       2700-FIND-NAME.
           MOVE 'N' TO WS-NAME-FOUND-SWITCH
           MOVE 0   TO WS-NAME-FOUND-IDX
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NAME-IDX > WS-NAME-COUNT
                      OR WS-NAME-FOUND
               IF WS-N-EMPLOYEE (WS-NAME-IDX)
                      = WS-X-EMPLOYEE (WS-EMP-IDX)
                   MOVE 'Y' TO WS-NAME-FOUND-SWITCH
                   MOVE WS-NAME-IDX TO WS-NAME-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-NAME-FOUND
               MOVE WS-N-NAME (WS-NAME-FOUND-IDX) TO WS-D-NAME
           ELSE
               MOVE "*** NOT ON EMPMAST" TO WS-D-NAME
           END-IF.

      *----------------------------------------------------------------
      * 2800-PRINT-RECONCILIATION - the quarter's PAYHIST net pay
      * must equal what the paying programs posted to EODSUM.
      *----------------------------------------------------------------
       2800-PRINT-RECONCILIATION.
           MOVE SPACES TO WS-S-TEXT
           WRITE TAX-REPORT-LINE FROM WS-SECTION-LINE
           MOVE "RECONCILIATION TO EODSUM PAYROLL TOTALS" TO WS-S-TEXT
           WRITE TAX-REPORT-LINE FROM WS-SECTION-LINE

           MOVE "PAYHIST NET PAY FOR THE QUARTER" TO WS-R-CAPTION
           MOVE WS-HISTORY-NET TO WS-R-AMOUNT
           WRITE TAX-REPORT-LINE FROM WS-RECON-LINE
           MOVE "EODSUM PAYROLL - SalaryCalc" TO WS-R-CAPTION
           MOVE WS-EOD-REGULAR TO WS-R-AMOUNT
           WRITE TAX-REPORT-LINE FROM WS-RECON-LINE
           MOVE "EODSUM PAYROLL - SupplementalPay" TO WS-R-CAPTION
           MOVE WS-EOD-SUPPLEMENTAL TO WS-R-AMOUNT
           WRITE TAX-REPORT-LINE FROM WS-RECON-LINE
           MOVE "EODSUM PAYROLL - RetroPay" TO WS-R-CAPTION
           MOVE WS-EOD-RETRO TO WS-R-AMOUNT
           WRITE TAX-REPORT-LINE FROM WS-RECON-LINE
           MOVE "EODSUM PAYROLL TOTAL" TO WS-R-CAPTION
           MOVE WS-EOD-TOTAL TO WS-R-AMOUNT
           WRITE TAX-REPORT-LINE FROM WS-RECON-LINE
           MOVE "DIFFERENCE" TO WS-R-CAPTION
           MOVE WS-RECON-DIFFERENCE TO WS-R-AMOUNT
           WRITE TAX-REPORT-LINE FROM WS-RECON-LINE

           IF WS-RECON-DIFFERENCE = 0
               MOVE "PAYHIST AND EODSUM IN BALANCE" TO WS-S-TEXT
           ELSE
               MOVE "*** PAYHIST AND EODSUM OUT OF BALANCE ***"
                   TO WS-S-TEXT
           END-IF
           WRITE TAX-REPORT-LINE FROM WS-SECTION-LINE.

      *----------------------------------------------------------------
      * 3000-TERMINATE - run counts; out of balance ends RC 8.
      *----------------------------------------------------------------
       3000-TERMINATE.
           MOVE WS-ENTRY-COUNT         TO WS-F-ENTRIES
           MOVE WS-QUARTER-ENTRY-COUNT TO WS-F-QTR-ENTRIES
           MOVE WS-PAID-EMPLOYEES      TO WS-F-EMPLOYEES
           MOVE SPACES TO WS-S-TEXT
           WRITE TAX-REPORT-LINE FROM WS-SECTION-LINE
           WRITE TAX-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE TAX-REPORT-FILE

           DISPLAY "QUARTER " WS-QTR-YEAR "Q" WS-QTR-NUMBER
                   " TOTAL TAXES: " WS-TOTAL-TAXES

           MOVE 'E' TO RLOG-ACTION
           MOVE WS-ENTRY-COUNT    TO RLOG-RECORDS-READ
           MOVE WS-PAID-EMPLOYEES TO RLOG-RECORDS-WRITTEN
           IF WS-RECON-DIFFERENCE = 0
               MOVE "OK  " TO RLOG-FINAL-STATUS
           ELSE
               DISPLAY "*** PAYHIST OUT OF BALANCE WITH EODSUM BY "
                       WS-RECON-DIFFERENCE " ***"
               MOVE "RC08" TO RLOG-FINAL-STATUS
           END-IF
           CALL "RunLog" USING RUN-LOG-PARMS
           IF WS-RECON-DIFFERENCE NOT = 0
               MOVE 8 TO RETURN-CODE
           END-IF.
