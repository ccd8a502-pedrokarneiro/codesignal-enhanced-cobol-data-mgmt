       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudgetActual.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - MONTHLY BUDGET-VERSUS-ACTUAL
      *                  REPORT BY DEPARTMENT.  THE ANNUAL BUDGET FILE
      *                  (ONE RECORD PER YEAR, DEPARTMENT AND CATEGORY)
      *                  IS SPREAD EVENLY OVER TWELVE MONTHS AND SET
      *                  AGAINST THE RENT, UTILITIES AND FOOD ON
      *                  EXPHIST (THE MONTH'S LAST POSTED FIGURES WIN,
      *                  AS IN ExpenseTrend) AND THE PAYROLL COST
      *                  DepartmentPayroll APPENDS TO DEPTCOST (EVERY
      *                  RUN IN THE MONTH COUNTS).  EACH CATEGORY
      *                  PRINTS THE MONTH AND YEAR-TO-DATE ACTUAL,
      *                  BUDGET, VARIANCE AND PERCENT, AND A
      *                  DEPARTMENT OVER BUDGET BY MORE THAN THE SYSIN
      *                  TOLERANCE IS FLAGGED.  SYSIN IS YYYYMM AND
      *                  THE TOLERANCE PERCENT; A ZERO MONTH TAKES THE
      *                  BUSINESS-DATE MONTH.  READ-ONLY.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "BUDGET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT EXPENSE-HISTORY-FILE ASSIGN TO "EXPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT DEPT-COST-FILE ASSIGN TO "DEPTCOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTCOST-STATUS.

           SELECT BUDGET-REPORT-FILE ASSIGN TO "BUDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       COPY BUDGET.

       FD  EXPENSE-HISTORY-FILE.
       COPY EXPHIST.

       FD  DEPT-COST-FILE.
       COPY DEPTCOST.

       FD  BUDGET-REPORT-FILE.
       01  BUDGET-REPORT-LINE            PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-BUDGET-EOF-SWITCH      PIC X VALUE 'N'.
           88  WS-BUDGET-END-OF-FILE VALUE 'Y'.
       01  WS-HIST-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-HIST-END-OF-FILE   VALUE 'Y'.
       01  WS-COST-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-COST-END-OF-FILE   VALUE 'Y'.

       01  WS-BUDGET-STATUS          PIC X(2).
       01  WS-HISTORY-STATUS         PIC X(2).
       01  WS-DEPTCOST-STATUS        PIC X(2).
       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

      *----------------------------------------------------------------
      * WS-CONTROL-CARD - SYSIN: the report month as YYYYMM in
      * columns 1-6 (zero or blank for the business-date month) and
      * the over-budget tolerance percent in columns 8-10 (blank for
      * 5).
      *----------------------------------------------------------------
       01  WS-CONTROL-CARD.
           05  WS-CARD-MONTH         PIC 9(6).
           05  FILLER                PIC X.
           05  WS-CARD-TOLERANCE     PIC 9(3).
           05  FILLER                PIC X(70).
       01  WS-REPORT-MONTH           PIC 9(6) VALUE 0.
       01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05  WS-RPT-YEAR           PIC 9(4).
           05  WS-RPT-MONTH          PIC 9(2).
       01  WS-TOLERANCE-PERCENT      PIC 9(3) VALUE 5.
       01  WS-ENTRY-YEAR             PIC 9(4) VALUE 0.
       01  WS-ENTRY-MONTH            PIC 9(2) VALUE 0.

       01  WS-BUDGET-READ            PIC 9(5) COMP VALUE 0.
       01  WS-BUDGET-REJECTED        PIC 9(5) COMP VALUE 0.
       01  WS-HISTORY-READ           PIC 9(7) COMP VALUE 0.
       01  WS-COST-READ              PIC 9(7) COMP VALUE 0.
       01  WS-OVER-COUNT             PIC 9(5) COMP VALUE 0.

      *----------------------------------------------------------------
      * The four budget categories, in report order.  The first three
      * are the EXPPARM/EXPHIST figures, the last the DEPTCOST
      * payroll cost.
      *----------------------------------------------------------------
       01  WS-CATEGORY-NAMES         PIC X(20)
                                     VALUE "RENT UTIL FOOD PAYRL".
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-NAMES.
           05  WS-CAT-NAME           PIC X(5) OCCURS 4 TIMES.
       01  WS-CAT-IDX                PIC 9(2) COMP VALUE 0.
       01  WS-CAT-FOUND-IDX          PIC 9(2) COMP VALUE 0.
       01  WS-MONTH-IDX              PIC 9(2) COMP VALUE 0.

      *----------------------------------------------------------------
      * WS-DEPT-TABLE - one entry per department seen on any of the
      * three files.  The EXPHIST figures are kept by month, since
      * each month's last posting replaces the earlier ones, and
      * totalled into the month and year-to-date actuals once the
      * whole history has been read.
      *----------------------------------------------------------------
       01  WS-DEPT-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-FOUND-SWITCH           PIC X VALUE 'N'.
           88  WS-DEPT-FOUND         VALUE 'Y'.
       01  WS-FOUND-IDX              PIC 9(3) COMP VALUE 0.
       01  WS-LOOKUP-DEPARTMENT      PIC X(4) VALUE SPACES.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY WS-DEPT-IDX.
               10  WS-T-DEPARTMENT-CODE  PIC X(4).
               10  WS-T-CATEGORY OCCURS 4 TIMES.
                   15  WS-T-ANNUAL-BUDGET PIC 9(8)V99.
                   15  WS-T-MONTH-ACTUAL  PIC S9(8)V99.
                   15  WS-T-YTD-ACTUAL    PIC S9(9)V99.
               10  WS-T-EXPENSE-MONTH OCCURS 12 TIMES.
                   15  WS-T-EXP-RENT      PIC 9(5)V99.
                   15  WS-T-EXP-UTILITIES PIC 9(4)V99.
                   15  WS-T-EXP-FOOD      PIC 9(4)V99.

      *----------------------------------------------------------------
      * One report line's figures, the department's running totals
      * across its categories, and the company-wide totals.
      *----------------------------------------------------------------
       01  WS-LINE-FIGURES.
           05  WS-L-MONTH-ACTUAL     PIC S9(9)V99.
           05  WS-L-MONTH-BUDGET     PIC S9(9)V99.
           05  WS-L-YTD-ACTUAL       PIC S9(9)V99.
           05  WS-L-YTD-BUDGET       PIC S9(9)V99.
       01  WS-DEPT-FIGURES.
           05  WS-DT-MONTH-ACTUAL    PIC S9(9)V99.
           05  WS-DT-MONTH-BUDGET    PIC S9(9)V99.
           05  WS-DT-YTD-ACTUAL      PIC S9(9)V99.
           05  WS-DT-YTD-BUDGET      PIC S9(9)V99.
       01  WS-GRAND-FIGURES.
           05  WS-GT-MONTH-ACTUAL    PIC S9(9)V99.
           05  WS-GT-MONTH-BUDGET    PIC S9(9)V99.
           05  WS-GT-YTD-ACTUAL      PIC S9(9)V99.
           05  WS-GT-YTD-BUDGET      PIC S9(9)V99.

       01  WS-VARIANCE               PIC S9(9)V99 VALUE 0.
       01  WS-PCT-BUDGET             PIC S9(9)V99 VALUE 0.
       01  WS-PCT-VARIANCE           PIC S9(9)V99 VALUE 0.
       01  WS-PCT-RESULT             PIC S9(5)V9 VALUE 0.
       01  WS-PCT-OVER-SWITCH        PIC X VALUE 'N'.
           88  WS-PCT-OVER           VALUE 'Y'.
       01  WS-MONTH-OVER-SWITCH      PIC X VALUE 'N'.
           88  WS-MONTH-OVER         VALUE 'Y'.
       01  WS-YTD-OVER-SWITCH        PIC X VALUE 'N'.
           88  WS-YTD-OVER           VALUE 'Y'.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(36)
               VALUE "BUDGET VERSUS ACTUAL BY DEPARTMENT".
           05  FILLER PIC X(7)  VALUE "MONTH ".
           05  WS-H-MONTH         PIC 9(6).
           05  FILLER PIC X(14) VALUE "   TOLERANCE ".
           05  WS-H-TOLERANCE     PIC ZZ9.
           05  FILLER PIC X(12) VALUE " PERCENT".
           05  FILLER PIC X(9)  VALUE "RUN DATE ".
           05  WS-H-RUN-DATE      PIC 9(8).

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(13) VALUE SPACES.
           05  FILLER PIC X(3)  VALUE SPACES.
           05  FILLER PIC X(21) VALUE ALL "-".
           05  FILLER PIC X(7)  VALUE " MONTH ".
           05  FILLER PIC X(22) VALUE ALL "-".
           05  FILLER PIC X(3)  VALUE SPACES.
           05  FILLER PIC X(19) VALUE ALL "-".
           05  FILLER PIC X(14) VALUE " YEAR TO DATE ".
           05  FILLER PIC X(19) VALUE ALL "-".

       01  WS-REPORT-HEADING-3.
           05  FILLER PIC X(13) VALUE "DEPT  CAT".
           05  FILLER PIC X(14) VALUE "       ACTUAL".
           05  FILLER PIC X(14) VALUE "       BUDGET".
           05  FILLER PIC X(14) VALUE "     VARIANCE".
           05  FILLER PIC X(11) VALUE "     PCT".
           05  FILLER PIC X(15) VALUE "        ACTUAL".
           05  FILLER PIC X(15) VALUE "        BUDGET".
           05  FILLER PIC X(15) VALUE "      VARIANCE".
           05  FILLER PIC X(10) VALUE "     PCT".
           05  FILLER PIC X(4)  VALUE "FLAG".

       01  WS-DETAIL-LINE.
           05  WS-D-DEPARTMENT    PIC X(4).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-CATEGORY      PIC X(5).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-MONTH-ACTUAL  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X VALUE SPACE.
           05  WS-D-MONTH-BUDGET  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X VALUE SPACE.
           05  WS-D-MONTH-VAR     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X VALUE SPACE.
           05  WS-D-MONTH-PCT     PIC ZZZZ9.9- BLANK WHEN ZERO.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-D-YTD-ACTUAL    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X VALUE SPACE.
           05  WS-D-YTD-BUDGET    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X VALUE SPACE.
           05  WS-D-YTD-VAR       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X VALUE SPACE.
           05  WS-D-YTD-PCT       PIC ZZZZ9.9- BLANK WHEN ZERO.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-FLAG          PIC X(27).

       01  WS-BLANK-LINE             PIC X(150) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(36)
               VALUE "DEPARTMENTS OVER BUDGET TOLERANCE: ".
           05  WS-F-OVER-COUNT    PIC ZZZZ9.
           05  FILLER PIC X(18) VALUE "   OF DEPARTMENTS ".
           05  WS-F-DEPT-COUNT    PIC ZZZZ9.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "BudgetActual" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           PERFORM 0500-SET-REPORT-MONTH
           INITIALIZE WS-DEPT-TABLE
           INITIALIZE WS-GRAND-FIGURES

           PERFORM 1000-LOAD-BUDGET
           PERFORM 1300-LOAD-EXPENSE-HISTORY
           PERFORM 1600-LOAD-PAYROLL-COST
           PERFORM 1900-TOTAL-EXPENSE-MONTHS

           OPEN OUTPUT BUDGET-REPORT-FILE
           PERFORM 2000-PRINT-REPORT
           PERFORM 3000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------
      * 0500-SET-REPORT-MONTH - SYSIN YYYYMM, zero or blank for the
      * business-date month, and the tolerance percent.  A month
      * outside 01-12 takes the business-date month of the year
      * given.
      *----------------------------------------------------------------
       0500-SET-REPORT-MONTH.
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           IF WS-CARD-MONTH NUMERIC
               MOVE WS-CARD-MONTH TO WS-REPORT-MONTH
           END-IF
           IF WS-RPT-YEAR = 0
               MOVE WS-RUN-DATE(1:4) TO WS-RPT-YEAR
               MOVE 0 TO WS-RPT-MONTH
           END-IF
           IF WS-RPT-MONTH < 1 OR WS-RPT-MONTH > 12
               MOVE WS-RUN-DATE(5:2) TO WS-RPT-MONTH
           END-IF
           IF WS-CARD-TOLERANCE NUMERIC
               MOVE WS-CARD-TOLERANCE TO WS-TOLERANCE-PERCENT
           END-IF
           DISPLAY "Report month: " WS-REPORT-MONTH
                   "  tolerance percent: " WS-TOLERANCE-PERCENT.

      *----------------------------------------------------------------
      * 1000-LOAD-BUDGET - the report year's budget records.  Other
      * years are passed over; an unknown category is rejected.
      *----------------------------------------------------------------
       1000-LOAD-BUDGET.
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS = "35"
               DISPLAY "NO BUDGET FILE - EVERY BUDGET TAKEN AS ZERO"
           ELSE
               PERFORM 1050-READ-BUDGET
               PERFORM UNTIL WS-BUDGET-END-OF-FILE
                   ADD 1 TO WS-BUDGET-READ
                   IF BUDG-FISCAL-YEAR = WS-RPT-YEAR
                       PERFORM 1100-TABLE-BUDGET
                   END-IF
                   PERFORM 1050-READ-BUDGET
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF
           DISPLAY "BUDGET RECORDS READ: " WS-BUDGET-READ
                   "  REJECTED: " WS-BUDGET-REJECTED.

      *----------------------------------------------------------------
      * 1050-READ-BUDGET
      *----------------------------------------------------------------
       1050-READ-BUDGET.
           READ BUDGET-FILE
               AT END
                   MOVE 'Y' TO WS-BUDGET-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1100-TABLE-BUDGET
      *----------------------------------------------------------------
       1100-TABLE-BUDGET.
           MOVE 0 TO WS-CAT-FOUND-IDX
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 4
                      OR WS-CAT-FOUND-IDX > 0
               IF WS-CAT-NAME (WS-CAT-IDX) = BUDG-CATEGORY
                   MOVE WS-CAT-IDX TO WS-CAT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-CAT-FOUND-IDX = 0
              OR BUDG-ANNUAL-AMOUNT NOT NUMERIC
               ADD 1 TO WS-BUDGET-REJECTED
               DISPLAY "*** BUDGET RECORD REJECTED - "
                       BUDG-DEPARTMENT-CODE " " BUDG-CATEGORY " ***"
           ELSE
               MOVE BUDG-DEPARTMENT-CODE TO WS-LOOKUP-DEPARTMENT
               PERFORM 1200-FIND-DEPARTMENT
               IF WS-DEPT-FOUND
                   MOVE BUDG-ANNUAL-AMOUNT TO
                       WS-T-ANNUAL-BUDGET (WS-FOUND-IDX,
                                           WS-CAT-FOUND-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 1200-FIND-DEPARTMENT - locate WS-LOOKUP-DEPARTMENT's entry,
      * adding one if it is new.  A full table leaves
      * WS-DEPT-FOUND off and the figure is dropped.
      *----------------------------------------------------------------
       1200-FIND-DEPARTMENT.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 0   TO WS-FOUND-IDX
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                      OR WS-DEPT-FOUND
               IF WS-T-DEPARTMENT-CODE (WS-DEPT-IDX)
                      = WS-LOOKUP-DEPARTMENT
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SET WS-FOUND-IDX TO WS-DEPT-IDX
               END-IF
           END-PERFORM
           IF NOT WS-DEPT-FOUND
               IF WS-DEPT-COUNT >= 50
                   DISPLAY "*** DEPARTMENT TABLE FULL - "
                           WS-LOOKUP-DEPARTMENT " DROPPED ***"
               ELSE
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-LOOKUP-DEPARTMENT
                       TO WS-T-DEPARTMENT-CODE (WS-DEPT-COUNT)
                   MOVE WS-DEPT-COUNT TO WS-FOUND-IDX
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 1300-LOAD-EXPENSE-HISTORY - the report year's EXPHIST entries
      * up to the report month.  History is appended in run order,
      * so a later run in a month replaces the earlier figures.
      *----------------------------------------------------------------
       1300-LOAD-EXPENSE-HISTORY.
           OPEN INPUT EXPENSE-HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               DISPLAY "NO EXPHIST FILE - EXPENSE ACTUALS LEFT ZERO"
           ELSE
               PERFORM 1350-READ-EXPENSE-HISTORY
               PERFORM UNTIL WS-HIST-END-OF-FILE
                   ADD 1 TO WS-HISTORY-READ
                   MOVE EXPH-RUN-DATE(1:4) TO WS-ENTRY-YEAR
                   MOVE EXPH-RUN-DATE(5:2) TO WS-ENTRY-MONTH
                   IF WS-ENTRY-YEAR = WS-RPT-YEAR
                      AND WS-ENTRY-MONTH >= 1
                      AND WS-ENTRY-MONTH <= WS-RPT-MONTH
                       MOVE EXPH-DEPARTMENT-CODE
                           TO WS-LOOKUP-DEPARTMENT
                       PERFORM 1200-FIND-DEPARTMENT
                       IF WS-DEPT-FOUND
                           MOVE EXPH-RENT TO WS-T-EXP-RENT
                               (WS-FOUND-IDX, WS-ENTRY-MONTH)
                           MOVE EXPH-UTILITIES TO WS-T-EXP-UTILITIES
                               (WS-FOUND-IDX, WS-ENTRY-MONTH)
                           MOVE EXPH-FOOD TO WS-T-EXP-FOOD
                               (WS-FOUND-IDX, WS-ENTRY-MONTH)
                       END-IF
                   END-IF
                   PERFORM 1350-READ-EXPENSE-HISTORY
               END-PERFORM
               CLOSE EXPENSE-HISTORY-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1350-READ-EXPENSE-HISTORY
      *----------------------------------------------------------------
       1350-READ-EXPENSE-HISTORY.
           READ EXPENSE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1600-LOAD-PAYROLL-COST - every DEPTCOST entry in the report
      * year up to the report month; each payroll run adds to its
      * month.
      *----------------------------------------------------------------
       1600-LOAD-PAYROLL-COST.
           OPEN INPUT DEPT-COST-FILE
           IF WS-DEPTCOST-STATUS = "35"
               DISPLAY "NO DEPTCOST FILE - PAYROLL ACTUALS LEFT ZERO"
           ELSE
               PERFORM 1650-READ-PAYROLL-COST
               PERFORM UNTIL WS-COST-END-OF-FILE
                   ADD 1 TO WS-COST-READ
                   MOVE DCST-RUN-DATE(1:4) TO WS-ENTRY-YEAR
                   MOVE DCST-RUN-DATE(5:2) TO WS-ENTRY-MONTH
                   IF WS-ENTRY-YEAR = WS-RPT-YEAR
                      AND WS-ENTRY-MONTH <= WS-RPT-MONTH
                       MOVE DCST-DEPARTMENT-CODE
                           TO WS-LOOKUP-DEPARTMENT
                       PERFORM 1200-FIND-DEPARTMENT
                       IF WS-DEPT-FOUND
                           PERFORM 1700-ADD-PAYROLL-COST
                       END-IF
                   END-IF
                   PERFORM 1650-READ-PAYROLL-COST
               END-PERFORM
               CLOSE DEPT-COST-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1650-READ-PAYROLL-COST
      *----------------------------------------------------------------
       1650-READ-PAYROLL-COST.
           READ DEPT-COST-FILE
               AT END
                   MOVE 'Y' TO WS-COST-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1700-ADD-PAYROLL-COST - labor gross plus the employer benefit
      * is what the department's payroll cost the company.
      *----------------------------------------------------------------
       1700-ADD-PAYROLL-COST.
           ADD DCST-LABOR-GROSS DCST-LABOR-BENEFIT
               TO WS-T-YTD-ACTUAL (WS-FOUND-IDX, 4)
           IF WS-ENTRY-MONTH = WS-RPT-MONTH
               ADD DCST-LABOR-GROSS DCST-LABOR-BENEFIT
                   TO WS-T-MONTH-ACTUAL (WS-FOUND-IDX, 4)
           END-IF.

      *----------------------------------------------------------------
      * 1900-TOTAL-EXPENSE-MONTHS - each department's month-by-month
      * EXPHIST figures into its rent, utilities and food actuals.
      *----------------------------------------------------------------
       1900-TOTAL-EXPENSE-MONTHS.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > WS-RPT-MONTH
                   ADD WS-T-EXP-RENT (WS-DEPT-IDX, WS-MONTH-IDX)
                       TO WS-T-YTD-ACTUAL (WS-DEPT-IDX, 1)
                   ADD WS-T-EXP-UTILITIES (WS-DEPT-IDX, WS-MONTH-IDX)
                       TO WS-T-YTD-ACTUAL (WS-DEPT-IDX, 2)
                   ADD WS-T-EXP-FOOD (WS-DEPT-IDX, WS-MONTH-IDX)
                       TO WS-T-YTD-ACTUAL (WS-DEPT-IDX, 3)
               END-PERFORM
               MOVE WS-T-EXP-RENT (WS-DEPT-IDX, WS-RPT-MONTH)
                   TO WS-T-MONTH-ACTUAL (WS-DEPT-IDX, 1)
               MOVE WS-T-EXP-UTILITIES (WS-DEPT-IDX, WS-RPT-MONTH)
                   TO WS-T-MONTH-ACTUAL (WS-DEPT-IDX, 2)
               MOVE WS-T-EXP-FOOD (WS-DEPT-IDX, WS-RPT-MONTH)
                   TO WS-T-MONTH-ACTUAL (WS-DEPT-IDX, 3)
           END-PERFORM.

      *----------------------------------------------------------------
      * 2000-PRINT-REPORT - four category lines and a total line per
      * department, then the company-wide total.
      *----------------------------------------------------------------
       2000-PRINT-REPORT.
           MOVE WS-REPORT-MONTH      TO WS-H-MONTH
           MOVE WS-TOLERANCE-PERCENT TO WS-H-TOLERANCE
           MOVE WS-RUN-DATE          TO WS-H-RUN-DATE
           WRITE BUDGET-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE BUDGET-REPORT-LINE FROM WS-BLANK-LINE
           WRITE BUDGET-REPORT-LINE FROM WS-REPORT-HEADING-2
           WRITE BUDGET-REPORT-LINE FROM WS-REPORT-HEADING-3

           IF WS-DEPT-COUNT = 0
               MOVE "*** NO BUDGET OR ACTUALS FOR THE REPORT YEAR ***"
                   TO BUDGET-REPORT-LINE
               WRITE BUDGET-REPORT-LINE
           END-IF

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM 2100-PRINT-DEPARTMENT
           END-PERFORM

           MOVE "ALL"   TO WS-D-DEPARTMENT
           MOVE "TOTAL" TO WS-D-CATEGORY
           MOVE WS-GRAND-FIGURES TO WS-LINE-FIGURES
           PERFORM 2300-FORMAT-LINE
           MOVE SPACES TO WS-D-FLAG
           WRITE BUDGET-REPORT-LINE FROM WS-DETAIL-LINE

           WRITE BUDGET-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-OVER-COUNT TO WS-F-OVER-COUNT
           MOVE WS-DEPT-COUNT TO WS-F-DEPT-COUNT
           WRITE BUDGET-REPORT-LINE FROM WS-REPORT-FOOTER.

      *----------------------------------------------------------------
      * 2100-PRINT-DEPARTMENT - the budget spreads evenly: one twelfth
      * a month, and the elapsed twelfths year to date.  Only the
      * department total decides the over-budget flag; the category
      * lines show where the money went.
      *----------------------------------------------------------------
       2100-PRINT-DEPARTMENT.
           INITIALIZE WS-DEPT-FIGURES
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 4
               MOVE WS-T-MONTH-ACTUAL (WS-DEPT-IDX, WS-CAT-IDX)
                   TO WS-L-MONTH-ACTUAL
               MOVE WS-T-YTD-ACTUAL (WS-DEPT-IDX, WS-CAT-IDX)
                   TO WS-L-YTD-ACTUAL
               COMPUTE WS-L-MONTH-BUDGET ROUNDED =
                   WS-T-ANNUAL-BUDGET (WS-DEPT-IDX, WS-CAT-IDX) / 12
               COMPUTE WS-L-YTD-BUDGET ROUNDED =
                   WS-T-ANNUAL-BUDGET (WS-DEPT-IDX, WS-CAT-IDX)
                   * WS-RPT-MONTH / 12
               ADD WS-L-MONTH-ACTUAL TO WS-DT-MONTH-ACTUAL
               ADD WS-L-MONTH-BUDGET TO WS-DT-MONTH-BUDGET
               ADD WS-L-YTD-ACTUAL   TO WS-DT-YTD-ACTUAL
               ADD WS-L-YTD-BUDGET   TO WS-DT-YTD-BUDGET
               MOVE WS-T-DEPARTMENT-CODE (WS-DEPT-IDX)
                   TO WS-D-DEPARTMENT
               MOVE WS-CAT-NAME (WS-CAT-IDX) TO WS-D-CATEGORY
               PERFORM 2300-FORMAT-LINE
               MOVE SPACES TO WS-D-FLAG
               WRITE BUDGET-REPORT-LINE FROM WS-DETAIL-LINE
           END-PERFORM

           MOVE WS-DEPT-FIGURES TO WS-LINE-FIGURES
           MOVE "TOTAL" TO WS-D-CATEGORY
           PERFORM 2300-FORMAT-LINE
           EVALUATE TRUE
               WHEN WS-MONTH-OVER AND WS-YTD-OVER
                   MOVE "*** OVER BUDGET MONTH/YTD" TO WS-D-FLAG
               WHEN WS-MONTH-OVER
                   MOVE "*** OVER BUDGET MONTH" TO WS-D-FLAG
               WHEN WS-YTD-OVER
                   MOVE "*** OVER BUDGET YTD" TO WS-D-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-D-FLAG
           END-EVALUATE
           IF WS-MONTH-OVER OR WS-YTD-OVER
               ADD 1 TO WS-OVER-COUNT
           END-IF
           WRITE BUDGET-REPORT-LINE FROM WS-DETAIL-LINE
           WRITE BUDGET-REPORT-LINE FROM WS-BLANK-LINE

           ADD WS-DT-MONTH-ACTUAL TO WS-GT-MONTH-ACTUAL
           ADD WS-DT-MONTH-BUDGET TO WS-GT-MONTH-BUDGET
           ADD WS-DT-YTD-ACTUAL   TO WS-GT-YTD-ACTUAL
           ADD WS-DT-YTD-BUDGET   TO WS-GT-YTD-BUDGET.

      *----------------------------------------------------------------
      * 2300-FORMAT-LINE - variance is actual less budget, so a
      * positive figure is spending over budget.  Sets the month and
      * year-to-date over-tolerance switches for the caller.
      *----------------------------------------------------------------
       2300-FORMAT-LINE.
           MOVE WS-L-MONTH-ACTUAL TO WS-D-MONTH-ACTUAL
           MOVE WS-L-MONTH-BUDGET TO WS-D-MONTH-BUDGET
           COMPUTE WS-VARIANCE = WS-L-MONTH-ACTUAL - WS-L-MONTH-BUDGET
           MOVE WS-VARIANCE TO WS-D-MONTH-VAR
           MOVE WS-VARIANCE TO WS-PCT-VARIANCE
           MOVE WS-L-MONTH-BUDGET TO WS-PCT-BUDGET
           PERFORM 2400-COMPUTE-PERCENT
           MOVE WS-PCT-RESULT TO WS-D-MONTH-PCT
           MOVE WS-PCT-OVER-SWITCH TO WS-MONTH-OVER-SWITCH

           MOVE WS-L-YTD-ACTUAL TO WS-D-YTD-ACTUAL
           MOVE WS-L-YTD-BUDGET TO WS-D-YTD-BUDGET
           COMPUTE WS-VARIANCE = WS-L-YTD-ACTUAL - WS-L-YTD-BUDGET
           MOVE WS-VARIANCE TO WS-D-YTD-VAR
           MOVE WS-VARIANCE TO WS-PCT-VARIANCE
           MOVE WS-L-YTD-BUDGET TO WS-PCT-BUDGET
           PERFORM 2400-COMPUTE-PERCENT
           MOVE WS-PCT-RESULT TO WS-D-YTD-PCT
           MOVE WS-PCT-OVER-SWITCH TO WS-YTD-OVER-SWITCH.

      *----------------------------------------------------------------
      * 2400-COMPUTE-PERCENT - variance as a percent of budget.
      * Spending against no budget at all has no percent but is
      * always over.
      *----------------------------------------------------------------
       2400-COMPUTE-PERCENT.
           MOVE 0   TO WS-PCT-RESULT
           MOVE 'N' TO WS-PCT-OVER-SWITCH
           IF WS-PCT-BUDGET = 0
               IF WS-PCT-VARIANCE > 0
                   MOVE 'Y' TO WS-PCT-OVER-SWITCH
               END-IF
           ELSE
               COMPUTE WS-PCT-RESULT ROUNDED =
                   WS-PCT-VARIANCE * 100 / WS-PCT-BUDGET
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PCT-RESULT
               END-COMPUTE
               IF WS-PCT-RESULT > WS-TOLERANCE-PERCENT
                   MOVE 'Y' TO WS-PCT-OVER-SWITCH
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3000-TERMINATE
      *----------------------------------------------------------------
       3000-TERMINATE.
           CLOSE BUDGET-REPORT-FILE
           DISPLAY "DEPARTMENTS REPORTED: " WS-DEPT-COUNT
                   "  OVER TOLERANCE: " WS-OVER-COUNT
           MOVE 'E' TO RLOG-ACTION
           COMPUTE RLOG-RECORDS-READ = WS-BUDGET-READ
                                     + WS-HISTORY-READ
                                     + WS-COST-READ
           MOVE WS-DEPT-COUNT TO RLOG-RECORDS-WRITTEN
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS.
