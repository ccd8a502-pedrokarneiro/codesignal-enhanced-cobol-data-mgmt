      ******************************************************************
      * RETREM.cpy
      * 401(k) contribution remittance record - one entry per paid
      * employee with a deferral or an employer match this run,
      * written by SalaryCalc for the plan custodian.  The amounts are
      * this period's; RETREM-YTD-DEFERRAL is the year's deferrals
      * including this period, which the custodian uses to watch the
      * same annual limit.  RETREM-LIMIT-FLAG is 'Y' when the annual
      * limit cut this period's deferral short.
      ******************************************************************
       01  RETIREMENT-REMIT-RECORD.
           05  RETREM-PLAN-NUMBER       PIC X(10).
           05  RETREM-EMPLOYEE-NUMBER   PIC 9(6).
           05  RETREM-EMPLOYEE-NAME     PIC X(20).
           05  RETREM-DEFERRAL-PERCENT  PIC 9(2)V99.
           05  RETREM-DEFERRAL-AMOUNT   PIC 9(5)V99.
           05  RETREM-MATCH-AMOUNT      PIC 9(5)V99.
           05  RETREM-YTD-DEFERRAL      PIC 9(6)V99.
           05  RETREM-LIMIT-FLAG        PIC X.
           05  RETREM-RUN-DATE          PIC 9(8).
