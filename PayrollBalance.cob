      *                  RUN'S RECORD COUNTS AND FINAL STATUS, AND AN
      *                  ABEND LEAVES NO END RECORD, WHICH IS HOW THE
      *                  MORNING OPERATIONS REPORT SPOTS IT.
      * 2026-10-15  DLH  SalaryCalc NOW POSTS ON-US DIRECT DEPOSITS
      *                  STRAIGHT INTO ACCTMAST AND EXTRACTS ONLY
      *                  OFF-US ITEMS, SO THE RECOMPUTED BANK-PAID NET
      *                  IS SPLIT BY OUR OWN ROUTING NUMBER AND DDEXTR
      *                  IS PROVED AGAINST THE OFF-US SHARE ALONE.  THE
      *                  ON-US SHARE IS SHOWN FOR TIE-OUT BESIDE THE
      *                  PAPER-CHECK REMAINDER.
      * 2026-10-15  DLH  THE HOURLY RECOMPUTE PAYS THE NEW TIMESHT
      *                  VACATION AND SICK HOURS AT THE STRAIGHT RATE,
      *                  OUTSIDE THE OVERTIME COUNT, AS SalaryCalc NOW
      *                  DOES.
      * 2026-10-15  DLH  OVERTIME IS NOW COUNTED PER WEEK ACROSS ALL OF
      *                  AN EMPLOYEE'S TIMESHT SHEETS FOR THE WEEK, NOT
      *                  PER SHEET, NOW THAT A WEEK SPLIT ACROSS
      *                  DEPARTMENTS COMES IN AS ONE SHEET PER
      *                  DEPARTMENT - THE SAME FOLD THE PAYROLL RUN
      *                  PERFORMS.
      * 2026-10-15  DLH  AN EMPLOYEE WITH GARNISHMENT ORDERS ON THE
      *                  GARNORD FILE IS NOW GARNISHED BY ORDER, SO THE
      *                  RECOMPUTED NET TAKES THAT EMPLOYEE'S GARNREM
      *                  REMITTANCE FOR THE RUN INSTEAD OF THE FLAT
      *                  EMP-GARNISHMENT-AMOUNT.
      * 2026-10-15  DLH  THE RECOMPUTE TAKES EACH EMPLOYEE'S 401(K)
      *                  DEFERRAL FROM THE RUN'S RETREM REMITTANCE -
      *                  THE ANNUAL LIMIT CUT DEPENDS ON EMPYTD AS IT
      *                  STOOD BEFORE THE RUN - AND, AS SalaryCalc NOW
      *                  DOES, WITHHOLDS ON GROSS LESS THE DEFERRAL AND
      *                  TAKES THE DEFERRAL OUT OF NET.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMESHEET-STATUS.

           SELECT GARNISHMENT-ORDER-FILE ASSIGN TO "GARNORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARNORD-STATUS.

           SELECT GARNISHMENT-REMIT-FILE ASSIGN TO "GARNREM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARNREM-STATUS.

           SELECT RETIREMENT-REMIT-FILE ASSIGN TO "RETREM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETREM-STATUS.

           SELECT DIRECT-DEPOSIT-FILE ASSIGN TO "DDEXTR"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  TIMESHEET-FILE.
       COPY TIMESHT.

       FD  GARNISHMENT-ORDER-FILE.
       COPY GARNORD.

       FD  GARNISHMENT-REMIT-FILE.
       COPY GARNREM.

       FD  RETIREMENT-REMIT-FILE.
       COPY RETREM.

       FD  DIRECT-DEPOSIT-FILE.
       01  DD-EXTRACT-RECORD.
           05  DD-BANK-ROUTING-NUMBER PIC 9(9).

       01  WS-RECOMP-TOTAL-NET       PIC S9(9)V99 VALUE 0.
       01  WS-RECOMP-BANK-NET        PIC S9(9)V99 VALUE 0.
       01  WS-RECOMP-ONUS-NET        PIC S9(9)V99 VALUE 0.
       01  WS-RECOMP-OFFUS-NET       PIC S9(9)V99 VALUE 0.
       01  BANK-IDENTITY.
           COPY BANKID.
       01  WS-RECOMP-CHECK-NET       PIC S9(9)V99 VALUE 0.
       01  WS-DDEXTR-TOTAL           PIC S9(9)V99 VALUE 0.
       01  WS-EODSUM-PAYROLL         PIC S9(9)V99 VALUE 0.
               10  WS-TS-EMPLOYEE     PIC 9(6).
               10  WS-TS-REG-HOURS    PIC 9(3)V99.
               10  WS-TS-OT-HOURS     PIC 9(3)V99.
               10  WS-TS-LEAVE-HOURS  PIC 9(3)V99.

      *----------------------------------------------------------------
      * WS-WEEK-TABLE - hours worked so far per employee per week.
      * An employee who charges a week to several departments sends
      * one sheet per department, and the forty straight-time hours
      * are a week's, not a sheet's.
      *----------------------------------------------------------------
       01  WS-WEEK-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-WK-IDX                 PIC 9(3) COMP VALUE 0.
       01  WS-WK-FOUND-IDX           PIC 9(3) COMP VALUE 0.
       01  WS-WK-STRAIGHT-LEFT       PIC 9(3)V99 VALUE 0.
       01  WS-WEEK-TABLE.
           05  WS-WK-ENTRY OCCURS 500 TIMES.
               10  WS-WK-EMPLOYEE     PIC 9(6).
               10  WS-WK-ENDING       PIC 9(8).
               10  WS-WK-HOURS        PIC 9(3)V99.

      *----------------------------------------------------------------
      * WS-GARNISHEE-TABLE - employees garnished by order this run
      * and what the run remitted for each.  SalaryCalc has already
      * rewritten GARNORD with the run's payments, so the remittance
      * it wrote is taken as the amount withheld.
      *----------------------------------------------------------------
       01  WS-GARNORD-STATUS         PIC X(2).
       01  WS-GARNREM-STATUS         PIC X(2).
       01  WS-GARNISHEE-COUNT        PIC 9(3) COMP VALUE 0.
       01  WS-GE-IDX                 PIC 9(3) COMP VALUE 0.
       01  WS-GE-FOUND-IDX           PIC 9(3) COMP VALUE 0.
       01  WS-GE-EMPLOYEE-KEY        PIC 9(6) VALUE 0.
       01  WS-GARNISHMENT            PIC S9(7)V99 VALUE 0.
       01  WS-GARNISHEE-TABLE.
           05  WS-GE-ENTRY OCCURS 200 TIMES.
               10  WS-GE-EMPLOYEE     PIC 9(6).
               10  WS-GE-REMITTED     PIC 9(7)V99.

      *----------------------------------------------------------------
      * WS-DEFERRAL-TABLE - each employee's 401(k) deferral as the
      * run remitted it.
      *----------------------------------------------------------------
       01  WS-RETREM-STATUS          PIC X(2).
       01  WS-DEFERRAL-COUNT         PIC 9(3) COMP VALUE 0.
       01  WS-DF-IDX                 PIC 9(3) COMP VALUE 0.
       01  WS-DEFERRAL               PIC S9(7)V99 VALUE 0.
       01  WS-TAXABLE-WAGES          PIC S9(7)V99 VALUE 0.
       01  WS-DEFERRAL-TABLE.
           05  WS-DF-ENTRY OCCURS 200 TIMES.
               10  WS-DF-EMPLOYEE     PIC 9(6).
               10  WS-DF-AMOUNT       PIC 9(5)V99.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(32)
           PERFORM 1000-LOAD-TAX-TABLE
           PERFORM 1100-LOAD-PLAN-TABLE
           PERFORM 1200-LOAD-TIMESHEETS
           PERFORM 1300-LOAD-GARNISHEES
           PERFORM 1400-LOAD-DEFERRALS

           PERFORM 2000-RECOMPUTE-FROM-MASTER
           PERFORM 2500-TOTAL-DD-EXTRACT
                   TO WS-TS-EMPLOYEE (WS-TIMESHEET-COUNT)
               MOVE 0 TO WS-TS-REG-HOURS (WS-TIMESHEET-COUNT)
               MOVE 0 TO WS-TS-OT-HOURS (WS-TIMESHEET-COUNT)
               MOVE 0 TO WS-TS-LEAVE-HOURS (WS-TIMESHEET-COUNT)
               MOVE WS-TIMESHEET-COUNT TO WS-TS-FOUND-IDX
               MOVE 'Y' TO WS-TS-FOUND-SWITCH
           END-IF
           IF WS-TIMESHEET-FOUND
               PERFORM 1275-FIND-TIMESHEET-WEEK
               IF TIMESHT-HOURS-WORKED > WS-WK-STRAIGHT-LEFT
                   ADD WS-WK-STRAIGHT-LEFT
                       TO WS-TS-REG-HOURS (WS-TS-FOUND-IDX)
                   SUBTRACT WS-WK-STRAIGHT-LEFT
                       FROM TIMESHT-HOURS-WORKED
                       GIVING WS-TS-OT-WORK
                   ADD WS-TS-OT-WORK
                       TO WS-TS-OT-HOURS (WS-TS-FOUND-IDX)
                   ADD TIMESHT-HOURS-WORKED
                       TO WS-TS-REG-HOURS (WS-TS-FOUND-IDX)
               END-IF
               ADD TIMESHT-VACATION-HOURS TIMESHT-SICK-HOURS
                   TO WS-TS-LEAVE-HOURS (WS-TS-FOUND-IDX)
           END-IF.

      *----------------------------------------------------------------
      * 1275-FIND-TIMESHEET-WEEK - the straight time still open in
      * this sheet's week, before the sheet's own hours go in.
      *----------------------------------------------------------------
       1275-FIND-TIMESHEET-WEEK.
           MOVE 0 TO WS-WK-FOUND-IDX
           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                   UNTIL WS-WK-IDX > WS-WEEK-COUNT
                      OR WS-WK-FOUND-IDX > 0
               IF WS-WK-EMPLOYEE (WS-WK-IDX) = TIMESHT-EMPLOYEE-NUMBER
                  AND WS-WK-ENDING (WS-WK-IDX) = TIMESHT-WEEK-ENDING
                   MOVE WS-WK-IDX TO WS-WK-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-WK-FOUND-IDX = 0
              AND WS-WEEK-COUNT < 500
               ADD 1 TO WS-WEEK-COUNT
               MOVE TIMESHT-EMPLOYEE-NUMBER
                   TO WS-WK-EMPLOYEE (WS-WEEK-COUNT)
               MOVE TIMESHT-WEEK-ENDING TO WS-WK-ENDING (WS-WEEK-COUNT)
               MOVE 0 TO WS-WK-HOURS (WS-WEEK-COUNT)
               MOVE WS-WEEK-COUNT TO WS-WK-FOUND-IDX
           END-IF
           MOVE 40 TO WS-WK-STRAIGHT-LEFT
           IF WS-WK-FOUND-IDX > 0
               IF WS-WK-HOURS (WS-WK-FOUND-IDX) >= 40
                   MOVE 0 TO WS-WK-STRAIGHT-LEFT
               ELSE
                   SUBTRACT WS-WK-HOURS (WS-WK-FOUND-IDX)
                       FROM WS-WK-STRAIGHT-LEFT
               END-IF
               ADD TIMESHT-HOURS-WORKED TO WS-WK-HOURS (WS-WK-FOUND-IDX)
           END-IF.

      *----------------------------------------------------------------
      * 1300-LOAD-GARNISHEES - who is on orders, then what the run
      * remitted for each of them.
      *----------------------------------------------------------------
       1300-LOAD-GARNISHEES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT GARNISHMENT-ORDER-FILE
           IF WS-GARNORD-STATUS NOT = "35"
               PERFORM 1320-READ-GARNISHMENT-ORDER
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE GARN-EMPLOYEE-NUMBER TO WS-GE-EMPLOYEE-KEY
                   PERFORM 1350-FIND-GARNISHEE
                   PERFORM 1320-READ-GARNISHMENT-ORDER
               END-PERFORM
               CLOSE GARNISHMENT-ORDER-FILE
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT GARNISHMENT-REMIT-FILE
           IF WS-GARNREM-STATUS NOT = "35"
               PERFORM 1330-READ-GARNISHMENT-REMIT
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE GARNREM-EMPLOYEE-NUMBER TO WS-GE-EMPLOYEE-KEY
                   PERFORM 1350-FIND-GARNISHEE
                   IF WS-GE-FOUND-IDX > 0
                       ADD GARNREM-AMOUNT
                           TO WS-GE-REMITTED (WS-GE-FOUND-IDX)
                   END-IF
                   PERFORM 1330-READ-GARNISHMENT-REMIT
               END-PERFORM
               CLOSE GARNISHMENT-REMIT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

      *----------------------------------------------------------------
      * 1320-READ-GARNISHMENT-ORDER
      *----------------------------------------------------------------
       1320-READ-GARNISHMENT-ORDER.
           READ GARNISHMENT-ORDER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1330-READ-GARNISHMENT-REMIT
      *----------------------------------------------------------------
       1330-READ-GARNISHMENT-REMIT.
           READ GARNISHMENT-REMIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1350-FIND-GARNISHEE - the entry for WS-GE-EMPLOYEE-KEY, added
      * if the employee is new to the table.  WS-GE-FOUND-IDX is left
      * at 0 only when the table is full.
      *----------------------------------------------------------------
       1350-FIND-GARNISHEE.
           MOVE 0 TO WS-GE-FOUND-IDX
           PERFORM VARYING WS-GE-IDX FROM 1 BY 1
                   UNTIL WS-GE-IDX > WS-GARNISHEE-COUNT
                      OR WS-GE-FOUND-IDX > 0
               IF WS-GE-EMPLOYEE (WS-GE-IDX) = WS-GE-EMPLOYEE-KEY
                   MOVE WS-GE-IDX TO WS-GE-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-GE-FOUND-IDX = 0
              AND WS-GARNISHEE-COUNT < 200
               ADD 1 TO WS-GARNISHEE-COUNT
               MOVE WS-GE-EMPLOYEE-KEY
                   TO WS-GE-EMPLOYEE (WS-GARNISHEE-COUNT)
               MOVE 0 TO WS-GE-REMITTED (WS-GARNISHEE-COUNT)
               MOVE WS-GARNISHEE-COUNT TO WS-GE-FOUND-IDX
           END-IF.

      *----------------------------------------------------------------
      * 1400-LOAD-DEFERRALS - the run's RETREM, one entry per paid
      * employee with a deferral or match.
      *----------------------------------------------------------------
       1400-LOAD-DEFERRALS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RETIREMENT-REMIT-FILE
           IF WS-RETREM-STATUS NOT = "35"
               PERFORM 1450-READ-RETIREMENT-REMIT
               PERFORM UNTIL WS-END-OF-FILE
                   IF WS-DEFERRAL-COUNT < 200
                       ADD 1 TO WS-DEFERRAL-COUNT
                       MOVE RETREM-EMPLOYEE-NUMBER
                           TO WS-DF-EMPLOYEE (WS-DEFERRAL-COUNT)
                       MOVE RETREM-DEFERRAL-AMOUNT
                           TO WS-DF-AMOUNT (WS-DEFERRAL-COUNT)
                   END-IF
                   PERFORM 1450-READ-RETIREMENT-REMIT
               END-PERFORM
               CLOSE RETIREMENT-REMIT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

      *----------------------------------------------------------------
      * 1450-READ-RETIREMENT-REMIT
      *----------------------------------------------------------------
       1450-READ-RETIREMENT-REMIT.
           READ RETIREMENT-REMIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2000-RECOMPUTE-FROM-MASTER - one pass of EMPMAST applying the
      * same who-gets-paid and how-much rules as the payroll run.
                   ADD WS-NET TO WS-RECOMP-TOTAL-NET
                   IF EMP-BANK-ROUTING-NUMBER > 0
                       ADD WS-NET TO WS-RECOMP-BANK-NET
                       IF EMP-BANK-ROUTING-NUMBER
                              = BANKID-ROUTING-NUMBER
                           ADD WS-NET TO WS-RECOMP-ONUS-NET
                       ELSE
                           ADD WS-NET TO WS-RECOMP-OFFUS-NET
                       END-IF
                   ELSE
                       ADD WS-NET TO WS-RECOMP-CHECK-NET
                   END-IF

      *----------------------------------------------------------------
      * 2300-COMPUTE-GROSS - salaried from the stored period amount,
      * hourly from the timesheet totals, leave hours at the straight
      * rate; an hourly employee with no sheet was not paid, so
      * nothing accrues here either.
      *----------------------------------------------------------------
       2300-COMPUTE-GROSS.
           IF EMP-HOURLY
                   COMPUTE WS-GROSS ROUNDED =
                       EMP-CURRENT-SALARY
                         * (WS-TS-REG-HOURS (WS-TS-FOUND-IDX)
                            + 1.5 * WS-TS-OT-HOURS (WS-TS-FOUND-IDX)
                            + WS-TS-LEAVE-HOURS (WS-TS-FOUND-IDX))
                       + EMP-BONUS
               ELSE
                   MOVE 'N' TO WS-PAY-DUE-SWITCH
      * deduction share, the same rules the payroll run applies.
      *----------------------------------------------------------------
       2350-COMPUTE-NET.
           MOVE 0 TO WS-DEFERRAL
           PERFORM VARYING WS-DF-IDX FROM 1 BY 1
                   UNTIL WS-DF-IDX > WS-DEFERRAL-COUNT
               IF WS-DF-EMPLOYEE (WS-DF-IDX) = EMP-EMPLOYEE-NUMBER
                   MOVE WS-DF-AMOUNT (WS-DF-IDX) TO WS-DEFERRAL
               END-IF
           END-PERFORM
           COMPUTE WS-TAXABLE-WAGES = WS-GROSS - WS-DEFERRAL

           MOVE 0 TO WS-TAX-RATE
           IF WS-TAX-BAND-COUNT > 0
               MOVE SC-TAX-RATE (WS-TAX-BAND-COUNT) TO WS-TAX-RATE
                       CONTINUE
                   WHEN SC-TAX-IDX > WS-TAX-BAND-COUNT
                       CONTINUE
                   WHEN WS-TAXABLE-WAGES
                          <= SC-TAX-UPPER-LIMIT (SC-TAX-IDX)
                       MOVE SC-TAX-RATE (SC-TAX-IDX) TO WS-TAX-RATE
               END-SEARCH
           END-IF
           COMPUTE WS-TAX ROUNDED = WS-TAXABLE-WAGES * WS-TAX-RATE

           MOVE EMP-DEDUCTION-AMOUNT TO WS-EFFECTIVE-DEDUCTION
           IF EMP-BENEFIT-PLAN-CODE NOT = SPACES
               END-IF
           END-IF

           MOVE EMP-GARNISHMENT-AMOUNT TO WS-GARNISHMENT
           PERFORM VARYING WS-GE-IDX FROM 1 BY 1
                   UNTIL WS-GE-IDX > WS-GARNISHEE-COUNT
               IF WS-GE-EMPLOYEE (WS-GE-IDX) = EMP-EMPLOYEE-NUMBER
                   MOVE WS-GE-REMITTED (WS-GE-IDX) TO WS-GARNISHMENT
               END-IF
           END-PERFORM

           COMPUTE WS-NET = WS-GROSS
                          - WS-TAX
                          - WS-EFFECTIVE-DEDUCTION
                          - WS-DEFERRAL
                          - WS-GARNISHMENT.

      *----------------------------------------------------------------
      * 2500-TOTAL-DD-EXTRACT
           MOVE "RECOMPUTED BANK-PAID NET:" TO WS-T-CAPTION
           MOVE WS-RECOMP-BANK-NET TO WS-T-AMOUNT
           WRITE BALANCE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "  ON-US (POSTED TO ACCTMAST):" TO WS-T-CAPTION
           MOVE WS-RECOMP-ONUS-NET TO WS-T-AMOUNT
           WRITE BALANCE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "  OFF-US (BANK FILE):" TO WS-T-CAPTION
           MOVE WS-RECOMP-OFFUS-NET TO WS-T-AMOUNT
           WRITE BALANCE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "PAPER-CHECK REMAINDER:" TO WS-T-CAPTION
           MOVE WS-RECOMP-CHECK-NET TO WS-T-AMOUNT
           WRITE BALANCE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE WS-EODSUM-PAYROLL TO WS-T-AMOUNT
           WRITE BALANCE-REPORT-LINE FROM WS-TOTAL-LINE

           IF WS-DDEXTR-TOTAL NOT = WS-RECOMP-OFFUS-NET
               MOVE "DDEXTR DOES NOT MATCH RECOMPUTED OFF-US NET"
                   TO WS-DISC-TEXT
               PERFORM 3100-LOG-DISCREPANCY
           END-IF
