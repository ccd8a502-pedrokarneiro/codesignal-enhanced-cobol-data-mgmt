      *                  RUN'S RECORD COUNTS AND FINAL STATUS, AND AN
      *                  ABEND LEAVES NO END RECORD, WHICH IS HOW THE
      *                  MORNING OPERATIONS REPORT SPOTS IT.
      * 2026-10-15  DLH  ADDS THE LABOR COST WHERE THE WORK WAS DONE -
      *                  SalaryCalc'S LABDIST DISTRIBUTION IS TOTALLED
      *                  BY THE DEPARTMENT CHARGED INTO NEW LABOR
      *                  GROSS AND LABOR BENEFIT COLUMNS BESIDE THE
      *                  HOME-DEPARTMENT FIGURES.  A DEPARTMENT THAT
      *                  ONLY HAD HOURS CHARGED TO IT SHOWS WITH NO
      *                  EMPLOYEES.  NO LABDIST FILE LEAVES THE LABOR
      *                  COLUMNS ZERO.
      * 2026-10-15  DLH  APPENDS EACH DEPARTMENT'S LABOR GROSS AND
      *                  LABOR BENEFIT TO THE NEW DEPTCOST HISTORY,
      *                  STAMPED WITH THE BUSINESS DATE, SO THE MONTHLY
      *                  BUDGET-VERSUS-ACTUAL REPORT HAS A PAYROLL
      *                  COST BY DEPARTMENT AFTER THIS RUN'S LABDIST
      *                  IS GONE.  NO LABDIST FILE WRITES NOTHING.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DEPARTMENT-REPORT-FILE ASSIGN TO "DEPTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LABOR-DIST-FILE ASSIGN TO "LABDIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABDIST-STATUS.

           SELECT DEPT-COST-FILE ASSIGN TO "DEPTCOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTCOST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  DEPARTMENT-REPORT-FILE.
       01  DEPARTMENT-REPORT-LINE        PIC X(110).

       FD  LABOR-DIST-FILE.
       COPY LABDIST.

       FD  DEPT-COST-FILE.
       COPY DEPTCOST.

       WORKING-STORAGE SECTION.
       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.
       01  WS-RUN-DATE               PIC 9(8).

       01  WS-RUN-FREQUENCY          PIC X VALUE SPACE.
           88  WS-ALL-FREQUENCIES    VALUE ' ' '*'.
       01  WS-PAY-DUE-SWITCH         PIC X VALUE 'N'.
           88  WS-PAY-DUE            VALUE 'Y'.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.
       01  WS-LABDIST-STATUS         PIC X(2).
       01  WS-LAB-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-LAB-END-OF-FILE    VALUE 'Y'.
       01  WS-LABOR-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-DEPTCOST-STATUS        PIC X(2).
       01  WS-COST-COUNT             PIC 9(5) COMP VALUE 0.

       01  WS-EMPLOYEE-COUNT         PIC 9(5) COMP VALUE 0.

               10  WS-D-EMPLOYEE-COUNT   PIC 9(5) COMP.
               10  WS-D-TOTAL-SALARY     PIC S9(8)V99.
               10  WS-D-TOTAL-NET-PAY    PIC S9(8)V99.
               10  WS-D-LABOR-GROSS      PIC S9(8)V99.
               10  WS-D-LABOR-BENEFIT    PIC S9(8)V99.

       01  WS-FOUND-SWITCH            PIC X VALUE 'N'.
           88  WS-DEPT-FOUND          VALUE 'Y'.

       01  WS-GRAND-SALARY           PIC S9(9)V99 VALUE 0.
       01  WS-GRAND-NET-PAY          PIC S9(9)V99 VALUE 0.
       01  WS-GRAND-LABOR-GROSS      PIC S9(9)V99 VALUE 0.
       01  WS-GRAND-LABOR-BENEFIT    PIC S9(9)V99 VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(28) VALUE "DEPARTMENTAL PAYROLL SUMMARY".
           05  FILLER PIC X(82) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(8)  VALUE "DEPT".
           05  FILLER PIC X(12) VALUE "EMPLOYEES".
           05  FILLER PIC X(16) VALUE "TOTAL SALARY".
           05  FILLER PIC X(16) VALUE "TOTAL NET PAY".
           05  FILLER PIC X(16) VALUE "LABOR GROSS".
           05  FILLER PIC X(16) VALUE "LABOR BENEFIT".
           05  FILLER PIC X(26) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-D-CODE          PIC X(4).
           05  WS-D-SALARY        PIC ZZZ,ZZZ.99-.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-NET-PAY       PIC ZZZ,ZZZ.99-.
           05  FILLER             PIC X(5) VALUE SPACES.
           05  WS-D-LABOR-GROSS-O PIC ZZZ,ZZZ.99-.
           05  FILLER             PIC X(5) VALUE SPACES.
           05  WS-D-LABOR-BEN-O   PIC ZZZ,ZZZ.99-.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER             PIC X(11) VALUE "GRAND TOTAL".
           05  WS-G-SALARY        PIC ZZZZ,ZZZ.99-.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-G-NET-PAY       PIC ZZZZ,ZZZ.99-.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-G-LABOR-GROSS   PIC ZZZZ,ZZZ.99-.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-G-LABOR-BENEFIT PIC ZZZZ,ZZZ.99-.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY "Run Date: " WS-RUN-DATE
           ACCEPT WS-RUN-FREQUENCY FROM SYSIN
           DISPLAY "Pay-period frequency this run: " WS-RUN-FREQUENCY
           MOVE "DepartmentPayroll" TO RLOG-PROGRAM-ID
               UNTIL WS-END-OF-FILE
           CLOSE EMPLOYEE-MASTER-FILE

           PERFORM 1500-LOAD-LABOR-DISTRIBUTION

           OPEN OUTPUT DEPARTMENT-REPORT-FILE
           WRITE DEPARTMENT-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE DEPARTMENT-REPORT-LINE FROM WS-REPORT-HEADING-2

           MOVE WS-GRAND-SALARY  TO WS-G-SALARY
           MOVE WS-GRAND-NET-PAY TO WS-G-NET-PAY
           MOVE WS-GRAND-LABOR-GROSS   TO WS-G-LABOR-GROSS
           MOVE WS-GRAND-LABOR-BENEFIT TO WS-G-LABOR-BENEFIT
           WRITE DEPARTMENT-REPORT-LINE FROM WS-GRAND-TOTAL-LINE

           PERFORM 2500-WRITE-DEPT-COST

           PERFORM 3000-TERMINATE.

      *----------------------------------------------------------------
               MOVE 0 TO WS-D-EMPLOYEE-COUNT (WS-DEPT-COUNT)
               MOVE 0 TO WS-D-TOTAL-SALARY (WS-DEPT-COUNT)
               MOVE 0 TO WS-D-TOTAL-NET-PAY (WS-DEPT-COUNT)
               MOVE 0 TO WS-D-LABOR-GROSS (WS-DEPT-COUNT)
               MOVE 0 TO WS-D-LABOR-BENEFIT (WS-DEPT-COUNT)
               MOVE WS-DEPT-COUNT TO WS-FOUND-IDX
           END-IF

               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 1500-LOAD-LABOR-DISTRIBUTION - the payroll run's labor cost by
      * the department charged, which for staff who worked elsewhere
      * is not their home department.
      *----------------------------------------------------------------
       1500-LOAD-LABOR-DISTRIBUTION.
           OPEN INPUT LABOR-DIST-FILE
           IF WS-LABDIST-STATUS = "35"
               DISPLAY "NO LABDIST FILE - LABOR COLUMNS LEFT ZERO"
           ELSE
               PERFORM 1550-READ-LABOR-DIST
               PERFORM UNTIL WS-LAB-END-OF-FILE
                   PERFORM 1570-FOLD-IN-LABOR-COST
                   PERFORM 1550-READ-LABOR-DIST
               END-PERFORM
               CLOSE LABOR-DIST-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1550-READ-LABOR-DIST
      *----------------------------------------------------------------
       1550-READ-LABOR-DIST.
           READ LABOR-DIST-FILE
               AT END
                   MOVE 'Y' TO WS-LAB-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1570-FOLD-IN-LABOR-COST
      *----------------------------------------------------------------
       1570-FOLD-IN-LABOR-COST.
           ADD 1 TO WS-LABOR-COUNT
           PERFORM 1600-FIND-CHARGE-DEPARTMENT
           IF NOT WS-DEPT-FOUND
               IF WS-DEPT-COUNT >= 100
                   DISPLAY "*** DEPARTMENT TABLE FULL - LABOR FOR "
                           LABDIST-CHARGE-DEPARTMENT " DROPPED ***"
               ELSE
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE LABDIST-CHARGE-DEPARTMENT
                       TO WS-D-DEPARTMENT-CODE (WS-DEPT-COUNT)
                   MOVE 0 TO WS-D-EMPLOYEE-COUNT (WS-DEPT-COUNT)
                   MOVE 0 TO WS-D-TOTAL-SALARY (WS-DEPT-COUNT)
                   MOVE 0 TO WS-D-TOTAL-NET-PAY (WS-DEPT-COUNT)
                   MOVE 0 TO WS-D-LABOR-GROSS (WS-DEPT-COUNT)
                   MOVE 0 TO WS-D-LABOR-BENEFIT (WS-DEPT-COUNT)
                   MOVE WS-DEPT-COUNT TO WS-FOUND-IDX
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-IF
           IF WS-DEPT-FOUND
               ADD LABDIST-GROSS-AMOUNT
                   TO WS-D-LABOR-GROSS (WS-FOUND-IDX)
               ADD LABDIST-BENEFIT-AMOUNT
                   TO WS-D-LABOR-BENEFIT (WS-FOUND-IDX)
               ADD LABDIST-GROSS-AMOUNT   TO WS-GRAND-LABOR-GROSS
               ADD LABDIST-BENEFIT-AMOUNT TO WS-GRAND-LABOR-BENEFIT
           END-IF.

      *----------------------------------------------------------------
      * 1600-FIND-CHARGE-DEPARTMENT
      *----------------------------------------------------------------
       1600-FIND-CHARGE-DEPARTMENT.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 0   TO WS-FOUND-IDX
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                      OR WS-DEPT-FOUND
               IF WS-D-DEPARTMENT-CODE (WS-DEPT-IDX)
                      = LABDIST-CHARGE-DEPARTMENT
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE WS-DEPT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2000-PRINT-DEPARTMENT - print one line per department total.
      *----------------------------------------------------------------
           MOVE WS-D-EMPLOYEE-COUNT (WS-DEPT-IDX)  TO WS-D-COUNT
           MOVE WS-D-TOTAL-SALARY (WS-DEPT-IDX)    TO WS-D-SALARY
           MOVE WS-D-TOTAL-NET-PAY (WS-DEPT-IDX)   TO WS-D-NET-PAY
           MOVE WS-D-LABOR-GROSS (WS-DEPT-IDX)     TO WS-D-LABOR-GROSS-O
           MOVE WS-D-LABOR-BENEFIT (WS-DEPT-IDX)   TO WS-D-LABOR-BEN-O
           WRITE DEPARTMENT-REPORT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------
      * 2500-WRITE-DEPT-COST - this run's payroll cost by department
      * charged, appended for the budget comparison.  Only LABDIST
      * carries what the run actually cost, so with no distribution
      * there is nothing to record.
      *----------------------------------------------------------------
       2500-WRITE-DEPT-COST.
           IF WS-LABOR-COUNT = 0
               DISPLAY "NO LABOR DISTRIBUTION - NO DEPTCOST ENTRIES"
           ELSE
               OPEN EXTEND DEPT-COST-FILE
               IF WS-DEPTCOST-STATUS = "35"
                   OPEN OUTPUT DEPT-COST-FILE
               END-IF
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                       UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   IF WS-D-LABOR-GROSS (WS-DEPT-IDX) NOT = 0
                      OR WS-D-LABOR-BENEFIT (WS-DEPT-IDX) NOT = 0
                       MOVE WS-RUN-DATE TO DCST-RUN-DATE
                       MOVE WS-D-DEPARTMENT-CODE (WS-DEPT-IDX)
                           TO DCST-DEPARTMENT-CODE
                       MOVE WS-D-LABOR-GROSS (WS-DEPT-IDX)
                           TO DCST-LABOR-GROSS
                       MOVE WS-D-LABOR-BENEFIT (WS-DEPT-IDX)
                           TO DCST-LABOR-BENEFIT
                       WRITE DEPT-COST-RECORD
                       ADD 1 TO WS-COST-COUNT
                   END-IF
               END-PERFORM
               CLOSE DEPT-COST-FILE
               DISPLAY "DEPTCOST ENTRIES WRITTEN: " WS-COST-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 2100-READ-EMPLOYEE
      *----------------------------------------------------------------
           CLOSE DEPARTMENT-REPORT-FILE
           DISPLAY "EMPLOYEES SUMMARIZED: " WS-EMPLOYEE-COUNT
           MOVE 'E' TO RLOG-ACTION
           COMPUTE RLOG-RECORDS-READ = WS-EMPLOYEE-COUNT
                                     + WS-LABOR-COUNT
           COMPUTE RLOG-RECORDS-WRITTEN = WS-EMPLOYEE-COUNT
                                        + WS-COST-COUNT
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS
           STOP RUN.
