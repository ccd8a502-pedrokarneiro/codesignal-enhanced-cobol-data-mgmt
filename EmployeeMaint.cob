      *                  RUN'S RECORD COUNTS AND FINAL STATUS, AND AN
      *                  ABEND LEAVES NO END RECORD, WHICH IS HOW THE
      *                  MORNING OPERATIONS REPORT SPOTS IT.
      * 2026-10-15  DLH  CARRIES THE NEW EMP-HIRE-DATE, THE SERVICE
      *                  DATE THAT PICKS THE LEAVE ACCRUAL TIER - ZERO
      *                  ON AN ADD MEANS HIRED ON THE BUSINESS DATE,
      *                  ZERO ON A CHANGE LEAVES IT ALONE, AND A DATE
      *                  THAT IS NOT A DATE IS REJECTED.  AN ADD ALSO
      *                  APPENDS THE EMPLOYEE'S ZEROED, KEYED PTOBAL
      *                  LEAVE-BALANCE ENTRY, THE SAME WAY IT DOES THE
      *                  EMPYTD ENTRY.
      * 2026-10-15  DLH  CARRIES THE NEW EMP-401K-DEFERRAL-PERCENT,
      *                  APPLIED IN FULL ON AN ADD OR CHANGE LIKE THE
      *                  OTHER PAY FIELDS; A PERCENT THAT IS NOT
      *                  NUMERIC OR IS OVER THE PLAN MAXIMUM IS
      *                  REJECTED.  THE NEW EMPLOYEE'S EMPYTD ENTRY
      *                  STARTS THE 401(K) ACCUMULATORS AT ZERO.
      * 2026-10-15  DLH  THE SHRD SHARED-COST RECORD ON EXPPARM IS NOT
      *                  A DEPARTMENT, SO IT IS LEFT OUT OF THE TABLE OF
      *                  VALID DEPARTMENT CODES.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.

           SELECT PTO-BALANCE-FILE ASSIGN TO "PTOBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTO-STATUS.

           SELECT EXPENSE-PARM-FILE ASSIGN TO "EXPPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  YTD-FILE.
       COPY EMPYTD.

       FD  PTO-BALANCE-FILE.
       COPY PTOBAL.

       FD  EXPENSE-PARM-FILE.
       COPY EXPPARM.


       01  WS-EXCP-STATUS            PIC X(2).
       01  WS-YTD-STATUS             PIC X(2).
       01  WS-PTO-STATUS             PIC X(2).

       01  WS-EMPLOYEE-COUNT         PIC 9(3) COMP VALUE 0.
       01  WS-FOUND-IDX              PIC 9(3) COMP VALUE 0.
           88  WS-FREQUENCY-IS-VALID VALUE 'W' 'B' 'S' 'M'.
       01  WS-PAY-TYPE-WORK          PIC X.
           88  WS-PAY-TYPE-IS-VALID  VALUE 'S' 'H'.
       01  WS-HIRE-DATE-WORK         PIC 9(8) VALUE 0.
       01  WS-HIRE-DATE-PARTS REDEFINES WS-HIRE-DATE-WORK.
           05  WS-HIRE-YEAR          PIC 9(4).
           05  WS-HIRE-MONTH         PIC 9(2).
               88  WS-HIRE-MONTH-VALID VALUE 1 THRU 12.
           05  WS-HIRE-DAY           PIC 9(2).
               88  WS-HIRE-DAY-VALID VALUE 1 THRU 31.
      * The most of a period's gross an employee may defer; the plan
      * document caps elections at seventy-five percent.
       01  WS-MAX-401K-PERCENT       PIC 9(2)V99 VALUE 75.00.

      *----------------------------------------------------------------
      * WS-PLAN-TABLE - the plan codes on the BENPLAN rate file, for
      * place and rewritten, the read-table/rewrite-file shape
      * AccountMaint used before the VSAM conversion; EMPMAST is
      * still a small flat file.  WS-E-YTD-NEW marks an added
      * employee whose zeroed, keyed EMPYTD and PTOBAL entries must be
      * appended when the master is rewritten, so the keyed matching
      * in SalaryCalc and EmployeeW2 finds every employee.
      *----------------------------------------------------------------
       01  WS-EMPLOYEE-TABLE.
           05  WS-EMP-ENTRY OCCURS 1 TO 100 TIMES
               10  WS-E-PAY-FREQUENCY     PIC X.
               10  WS-E-PAY-TYPE          PIC X.
               10  WS-E-BENEFIT-PLAN      PIC X(3).
               10  WS-E-HIRE-DATE         PIC 9(8).
               10  WS-E-401K-PERCENT      PIC 9(2)V99.
               10  WS-E-YTD-NEW           PIC X.

       01  OPERATOR-AUTH-PARMS.

           PERFORM 3000-REWRITE-EMPLOYEE-MASTER
           PERFORM 3500-APPEND-NEW-YTD-ENTRIES
           PERFORM 3600-APPEND-NEW-PTO-ENTRIES
           PERFORM 4000-PRINT-FOOTER
           CLOSE EXCEPTION-REPORT-FILE
           MOVE 'E' TO RLOG-ACTION
      *----------------------------------------------------------------
      * 0950-LOAD-DEPARTMENT-TABLE - the EXPPARM file carries one
      * record per department, so it doubles as the list of
      * departments that exist.  The SHRD shared-cost record is not a
      * department and is skipped.
      *----------------------------------------------------------------
       0950-LOAD-DEPARTMENT-TABLE.
           OPEN INPUT EXPENSE-PARM-FILE
           PERFORM 0960-READ-PARAMETER
           PERFORM UNTIL WS-PARM-END-OF-FILE
                   OR WS-DEPT-COUNT >= 20
               IF NOT PARM-SHARED-COSTS
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE PARM-DEPARTMENT-CODE
                       TO WS-DEPT-ENTRY (WS-DEPT-COUNT)
               END-IF
               PERFORM 0960-READ-PARAMETER
           END-PERFORM
           CLOSE EXPENSE-PARM-FILE.
                   TO WS-E-PAY-TYPE (WS-EMPLOYEE-COUNT)
               MOVE EMP-BENEFIT-PLAN-CODE
                   TO WS-E-BENEFIT-PLAN (WS-EMPLOYEE-COUNT)
               MOVE EMP-HIRE-DATE
                   TO WS-E-HIRE-DATE (WS-EMPLOYEE-COUNT)
               MOVE EMP-401K-DEFERRAL-PERCENT
                   TO WS-E-401K-PERCENT (WS-EMPLOYEE-COUNT)
               MOVE 'N' TO WS-E-YTD-NEW (WS-EMPLOYEE-COUNT)
               PERFORM 1100-READ-EMPLOYEE
           END-PERFORM
           END-READ.

      *----------------------------------------------------------------
      * 2300-VALIDATE-REQUEST-FIELDS - department, frequency, hire
      * date and routing number, checked before anything lands on the
      * master.  A failed edit leaves WS-D-RESULT set and the request
      * rejected.
      *----------------------------------------------------------------
       2300-VALIDATE-REQUEST-FIELDS.
               END-IF
           END-IF

           IF WS-D-RESULT = SPACES
              AND EMPMNT-HIRE-DATE NOT NUMERIC
               MOVE "*** REJECTED - INVALID HIRE DATE ***"
                   TO WS-D-RESULT
           END-IF
           IF WS-D-RESULT = SPACES
              AND EMPMNT-HIRE-DATE NOT = 0
               MOVE EMPMNT-HIRE-DATE TO WS-HIRE-DATE-WORK
               IF NOT WS-HIRE-MONTH-VALID
                  OR NOT WS-HIRE-DAY-VALID
                   MOVE "*** REJECTED - INVALID HIRE DATE ***"
                       TO WS-D-RESULT
               END-IF
           END-IF

           IF WS-D-RESULT = SPACES
              AND (EMPMNT-401K-DEFERRAL-PERCENT NOT NUMERIC
                   OR EMPMNT-401K-DEFERRAL-PERCENT
                          > WS-MAX-401K-PERCENT)
               MOVE "*** REJECTED - INVALID 401K PERCENT ***"
                   TO WS-D-RESULT
           END-IF

           IF WS-D-RESULT = SPACES
               PERFORM 2400-CHECK-ROUTING-NUMBER
               IF NOT WS-ROUTING-OK
                       TO WS-E-PAY-TYPE (WS-EMPLOYEE-COUNT)
                   MOVE EMPMNT-BENEFIT-PLAN-CODE
                       TO WS-E-BENEFIT-PLAN (WS-EMPLOYEE-COUNT)
                   IF EMPMNT-HIRE-DATE = 0
                       MOVE WS-RUN-DATE
                           TO WS-E-HIRE-DATE (WS-EMPLOYEE-COUNT)
                   ELSE
                       MOVE EMPMNT-HIRE-DATE
                           TO WS-E-HIRE-DATE (WS-EMPLOYEE-COUNT)
                   END-IF
                   MOVE EMPMNT-401K-DEFERRAL-PERCENT
                       TO WS-E-401K-PERCENT (WS-EMPLOYEE-COUNT)
                   MOVE 'Y' TO WS-E-YTD-NEW (WS-EMPLOYEE-COUNT)
                   MOVE "EMPLOYEE ADDED" TO WS-D-RESULT
                   ADD 1 TO WS-ADDED-COUNT
                       TO WS-E-PAY-TYPE (WS-FOUND-IDX)
                   MOVE EMPMNT-BENEFIT-PLAN-CODE
                       TO WS-E-BENEFIT-PLAN (WS-FOUND-IDX)
                   IF EMPMNT-HIRE-DATE NOT = 0
                       MOVE EMPMNT-HIRE-DATE
                           TO WS-E-HIRE-DATE (WS-FOUND-IDX)
                   END-IF
                   MOVE EMPMNT-401K-DEFERRAL-PERCENT
                       TO WS-E-401K-PERCENT (WS-FOUND-IDX)
                   MOVE "EMPLOYEE UPDATED" TO WS-D-RESULT
                   ADD 1 TO WS-CHANGED-COUNT
               END-IF
                   TO EMP-PAY-TYPE
               MOVE WS-E-BENEFIT-PLAN (WS-EMP-IDX)
                   TO EMP-BENEFIT-PLAN-CODE
               MOVE WS-E-HIRE-DATE (WS-EMP-IDX)
                   TO EMP-HIRE-DATE
               MOVE WS-E-401K-PERCENT (WS-EMP-IDX)
                   TO EMP-401K-DEFERRAL-PERCENT
               WRITE EMP-RECORD
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE.
                       MOVE 0 TO EMPYTD-GARNISHMENT-AMOUNT
                       MOVE 0 TO EMPYTD-NET-PAY
                       MOVE 0 TO EMPYTD-EMPLOYER-BENEFIT
                       MOVE 0 TO EMPYTD-401K-DEFERRAL
                       MOVE 0 TO EMPYTD-401K-MATCH
                       WRITE EMPYTD-RECORD
                   END-IF
               END-PERFORM
               CLOSE YTD-FILE
           END-IF.

      *----------------------------------------------------------------
      * 3600-APPEND-NEW-PTO-ENTRIES - one zeroed PTOBAL leave-balance
      * record per added employee, the same treatment 3500 gives
      * EMPYTD; the first paid run stamps the accrual tier and caps.
      *----------------------------------------------------------------
       3600-APPEND-NEW-PTO-ENTRIES.
           IF WS-ADDED-COUNT > 0
               OPEN EXTEND PTO-BALANCE-FILE
               IF WS-PTO-STATUS = "35"
                   OPEN OUTPUT PTO-BALANCE-FILE
               END-IF
               PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                       UNTIL WS-EMP-IDX > WS-EMPLOYEE-COUNT
                   IF WS-E-YTD-NEW (WS-EMP-IDX) = 'Y'
                       MOVE WS-E-EMPLOYEE-NUMBER (WS-EMP-IDX)
                           TO PTOBAL-EMPLOYEE-NUMBER
                       MOVE 0 TO PTOBAL-SERVICE-YEARS
                       MOVE 0 TO PTOBAL-VACATION-BALANCE
                       MOVE 0 TO PTOBAL-SICK-BALANCE
                       MOVE 0 TO PTOBAL-VACATION-ACCRUED
                       MOVE 0 TO PTOBAL-VACATION-TAKEN
                       MOVE 0 TO PTOBAL-SICK-ACCRUED
                       MOVE 0 TO PTOBAL-SICK-TAKEN
                       MOVE 0 TO PTOBAL-VACATION-CAP
                       MOVE 0 TO PTOBAL-SICK-CAP
                       WRITE PTOBAL-RECORD
                   END-IF
               END-PERFORM
               CLOSE PTO-BALANCE-FILE
           END-IF.

      *----------------------------------------------------------------
      * 4000-PRINT-FOOTER
      *----------------------------------------------------------------
