      *                  RUN'S RECORD COUNTS AND FINAL STATUS, AND AN
      *                  ABEND LEAVES NO END RECORD, WHICH IS HOW THE
      *                  MORNING OPERATIONS REPORT SPOTS IT.
      * 2026-10-15  DLH  ON-US DIRECT DEPOSITS NOW POST STRAIGHT INTO
      *                  ACCTMAST - AN EMPLOYEE WHOSE ROUTING NUMBER IS
      *                  OUR OWN IS CREDITED BY KEY AS A DEPOSIT, WITH
      *                  ONE BALHIST AND ONE BALAUDIT ENTRY (TYPE 'D'),
      *                  INSTEAD OF GOING OUT ON THE BANK FILE AND
      *                  COMING BACK A DAY LATER.  ONLY OFF-US ITEMS
      *                  ARE WRITTEN TO DDEXTR.  AN ON-US ACCOUNT THAT
      *                  IS NOT NUMERIC, NOT ON FILE OR CLOSED IS NOT
      *                  POSTED OR EXTRACTED - IT GOES TO EXCPRPT TO BE
      *                  PAID BY CHECK.  A DISBURSEMENT RECONCILIATION
      *                  AT THE FOOT OF THE REGISTER PROVES ON-US
      *                  POSTINGS PLUS EXTRACTED ITEMS PLUS CHECKS
      *                  EQUAL THE NET TOTAL WRITTEN TO EODSUM, AND
      *                  FAILS THE RUN RC 8 IF THEY DO NOT.
      * 2026-10-15  DLH  THE PAYGLEX BATCH HEADER NOW CARRIES THE SOURCE
      *                  'PAYROLL', SO THE LEDGER'S POSTED-BATCH LOG
      *                  CAN TELL THIS BATCH FROM ANOTHER FEEDER'S.
      * 2026-10-15  DLH  PAID-TIME-OFF ACCRUAL AND USAGE.  EACH PAID
      *                  EMPLOYEE ACCRUES VACATION AND SICK HOURS AT
      *                  THE NEW PTORATE TIER FOR THEIR COMPLETED YEARS
      *                  OF SERVICE (FROM THE NEW EMP-HIRE-DATE), THE
      *                  ANNUAL ENTITLEMENT SPREAD OVER THEIR PAY
      *                  PERIODS, AND HAS THE LEAVE HOURS REPORTED ON
      *                  TIMESHT DEDUCTED.  BALANCES ARE CARRIED BY KEY
      *                  ON THE NEW PTOBAL FILE, LOADED AND REWRITTEN
      *                  THE WAY EMPYTD IS, AND PRINTED ON THE PAY STUB.
      *                  HOURLY LEAVE HOURS ARE PAID AT THE STRAIGHT
      *                  RATE OUTSIDE THE OVERTIME COUNT; A SALARIED
      *                  EMPLOYEE'S LEAVE-ONLY SHEET (NO HOURS WORKED)
      *                  IS NOW ACCEPTED FOR THE DEDUCTION INSTEAD OF
      *                  REJECTED.  LEAVE TAKEN PAST THE BALANCE IS
      *                  STILL PAID AND FLAGGED TO EXCPRPT.  AN EMPLOYEE
      *                  WITH NO PTOBAL ENTRY STARTS FROM ZERO WITH AN
      *                  EXCPRPT NOTE, AND AN ENTRY MATCHING NOBODY IS
      *                  CARRIED FORWARD UNTOUCHED; A DUPLICATE KEY
      *                  STOPS THE RUN RC 8 BEFORE ANYTHING IS POSTED.
      * 2026-10-15  DLH  THE PAYHIST ENTRY NOW CARRIES ENTRY TYPE 'R',
      *                  THE RATE THE PERIOD WAS PAID AT AND ITS BONUS,
      *                  SO RetroPay CAN RE-PRICE THE PERIOD AFTER A
      *                  LATE RAISE.
      * 2026-10-15  DLH  PAYCHECKS NOW PRINT.  EVERY PAID EMPLOYEE WITH
      *                  NO ROUTING NUMBER, AND EVERY ON-US DEPOSIT THAT
      *                  COULD NOT BE POSTED, GETS A CHECK THROUGH THE
      *                  SHARED CheckIssue SUBPROGRAM - NUMBERED FROM
      *                  THE CHKCTL STOCK CONTROL, ENTERED ON THE CHKREG
      *                  REGISTER, SENT TO THE BANK ON POSPAY AND
      *                  PRINTED ON CHKPRT.  A CHECK THAT CANNOT PRINT
      *                  (STOCK EXHAUSTED) IS LOGGED TO EXCPRPT TO BE
      *                  WRITTEN BY HAND.  THE RECONCILIATION SHOWS
      *                  THE CHECKS PRINTED.
      * 2026-10-15  DLH  LABOR COST DISTRIBUTION.  A TIMESHT SHEET MAY
      *                  NOW CHARGE ITS HOURS TO ANOTHER DEPARTMENT,
      *                  AND AN HOURLY EMPLOYEE'S GROSS AND EMPLOYER
      *                  BENEFIT ARE SPREAD ACROSS THE DEPARTMENTS IN
      *                  PROPORTION TO THE HOURS CHARGED (LEAVE HOURS
      *                  TO THE HOME DEPARTMENT), INSTEAD OF ALL
      *                  LANDING ON EMP-DEPARTMENT-CODE.  PAYGLEX NOW
      *                  CARRIES SALARY AND BENEFIT EXPENSE BY THE
      *                  DEPARTMENT CHARGED; EACH SPLIT IS WRITTEN TO
      *                  THE NEW LABDIST FILE FOR DepartmentPayroll
      *                  AND LISTED ON THE NEW LABRPT DISTRIBUTION
      *                  REPORT.  OVERTIME IS NOW COUNTED PER WEEK
      *                  ACROSS ALL OF THE WEEK'S SHEETS, SINCE A SPLIT
      *                  WEEK ARRIVES AS ONE SHEET PER DEPARTMENT.
      * 2026-10-15  DLH  GARNISHMENT ORDERS.  THE NEW GARNORD FILE
      *                  CARRIES EACH COURT OR AGENCY ORDER - CASE
      *                  NUMBER, PAYEE AGENCY, PRIORITY, AMOUNT PER
      *                  PERIOD, TOTAL OWED AND THE LEGAL LIMIT AS A
      *                  PERCENTAGE OF DISPOSABLE EARNINGS (GROSS LESS
      *                  TAX WITHHELD).  AN EMPLOYEE'S ACTIVE ORDERS
      *                  ARE APPLIED LOWEST PRIORITY NUMBER FIRST, EACH
      *                  CUT TO WHAT ITS LIMIT LEAVES AFTER THE ORDERS
      *                  AHEAD OF IT AND TO WHAT IS STILL OWED; AN
      *                  ORDER PAID UP IS MARKED SATISFIED AND STOPS.
      *                  GARNORD IS REWRITTEN WITH THE PAID-TO-DATE
      *                  FIGURES.  EACH PAYMENT GOES TO THE NEW GARNREM
      *                  REMITTANCE FILE AND THE GARNRPT REPORT, BOTH
      *                  GROUPED BY AGENCY WITH THE CASE NUMBERS.  AN
      *                  EMPLOYEE WITH NO ORDERS ON FILE IS STILL
      *                  GARNISHED THE FLAT EMP-GARNISHMENT-AMOUNT.
      * 2026-10-15  DLH  401(K) DEFERRALS ARE NOW A PERCENTAGE OF EACH
      *                  PERIOD'S GROSS FROM THE NEW EMPMAST FIELD
      *                  EMP-401K-DEFERRAL-PERCENT, TAKEN BEFORE INCOME
      *                  TAX WITHHOLDING, INSTEAD OF A FLAT AMOUNT
      *                  TYPED INTO EMP-DEDUCTION-AMOUNT.  A DEFERRAL
      *                  STOPS AT THE RETPARM ANNUAL LIMIT, HELD AGAINST
      *                  THE NEW EMPYTD-401K-DEFERRAL ACCUMULATOR, AND
      *                  THE EMPLOYER MATCH FOLLOWS THE RETPARM MATCH
      *                  FORMULA AS PART OF THE EMPLOYER BENEFIT.
      *                  EVERY DEFERRAL AND MATCH GOES TO THE NEW RETREM
      *                  REMITTANCE FILE FOR THE PLAN CUSTODIAN, AND
      *                  BOTH ARE CREDITED TO THE 401K PAYABLE ACCOUNT
      *                  ON PAYGLEX.
      * 2026-10-15  DLH  ADDED A PREVIEW RUN - A 'P' ON THE SECOND
      *                  SYSIN LINE COMPUTES THE WHOLE RUN AND PRINTS
      *                  THE REGISTER, STUBS AND REPORTS, BUT PAYS,
      *                  POSTS AND CARRIES FORWARD NOTHING (NO EMPYTD,
      *                  PAYHIST, DDEXTR, CHECKS, GL FEED OR FILE
      *                  REWRITES).  THE NEW PAYVAR REPORT COMPARES
      *                  EACH EMPLOYEE'S GROSS AND NET WITH THEIR LAST
      *                  REGULAR PAYHIST ENTRY AND LISTS ANYONE WHO
      *                  MOVED BY MORE THAN THE CARD'S PERCENTAGE, IS
      *                  NEWLY PAID, OR IS NO LONGER PAID.
      * 2026-10-15  DLH  A LIVE RUN CHECKS IN WITH THE SHARED
      *                  PostingRegister BEFORE OPENING ITS POSTING
      *                  FILES AND REGISTERS THE BUSINESS DATE WHEN IT
      *                  FINISHES.  A RERUN FOR A DATE ALREADY POSTED
      *                  ENDS RC 8 UNLESS A RERUNREQ ENTRY ASKS FOR
      *                  REPLACE MODE, WHICH FIRST CLEARS THE DATE'S
      *                  REGULAR PAYHIST ENTRIES AND THIS PROGRAM'S
      *                  BALHIST, BALAUDIT AND EODSUM ENTRIES.  A
      *                  PREVIEW POSTS NOTHING AND NEITHER CHECKS IN NOR
      *                  REGISTERS.
      * 2026-10-15  DLH  A DIRECT-DEPOSIT EMPLOYEE'S PAY STUB NOW SHOWS
      *                  THE ROUTING AND ACCOUNT NUMBER PAID TO, MASKED
      *                  BY THE SHARED MaskData FOR PAYSTUB'S DISTCLS
      *                  DISTRIBUTION CLASS.  DDEXTR KEEPS THE FULL
      *                  NUMBERS THE BANK NEEDS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PAY-STUB-FILE ASSIGN TO "PAYSTUB"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LABOR-DIST-FILE ASSIGN TO "LABDIST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LABOR-REPORT-FILE ASSIGN TO "LABRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PTO-RATE-FILE ASSIGN TO "PTORATE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PTO-BALANCE-FILE ASSIGN TO "PTOBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTO-STATUS.

           SELECT BENEFIT-PLAN-FILE ASSIGN TO "BENPLAN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETIREMENT-PARM-FILE ASSIGN TO "RETPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETPARM-STATUS.

           SELECT RETIREMENT-REMIT-FILE ASSIGN TO "RETREM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GARNISHMENT-ORDER-FILE ASSIGN TO "GARNORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARNORD-STATUS.

           SELECT GARNISHMENT-REMIT-FILE ASSIGN TO "GARNREM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GARNISHMENT-REPORT-FILE ASSIGN TO "GARNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT PAYROLL-REPORT-FILE ASSIGN TO "PAYRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAY-VARIANCE-FILE ASSIGN TO "PAYVAR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT YTD-FILE ASSIGN TO "EMPYTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.
           SELECT DIRECT-DEPOSIT-FILE ASSIGN TO "DDEXTR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTM-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "BALAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SUMMARY-REPORT-FILE ASSIGN TO "EODSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
       FD  PAY-STUB-FILE.
       01  PAY-STUB-LINE                  PIC X(70).

       FD  LABOR-DIST-FILE.
       COPY LABDIST.

       FD  LABOR-REPORT-FILE.
       01  LABOR-REPORT-LINE              PIC X(100).

       FD  PTO-RATE-FILE.
       COPY PTORATE.

       FD  PTO-BALANCE-FILE.
       COPY PTOBAL.

       FD  BENEFIT-PLAN-FILE.
       COPY BENPLAN.

       FD  RETIREMENT-PARM-FILE.
       COPY RETPARM.

       FD  RETIREMENT-REMIT-FILE.
       COPY RETREM.

       FD  GARNISHMENT-ORDER-FILE.
       COPY GARNORD.

       FD  GARNISHMENT-REMIT-FILE.
       COPY GARNREM.

       FD  GARNISHMENT-REPORT-FILE.
       01  GARNISHMENT-REPORT-LINE        PIC X(100).

       FD  PAY-HISTORY-FILE.
       COPY PAYHIST.

       FD  PAYROLL-REPORT-FILE.
       01  PAYROLL-REPORT-LINE            PIC X(163).

       FD  PAY-VARIANCE-FILE.
       01  PAY-VARIANCE-LINE              PIC X(142).

       FD  YTD-FILE.
       COPY EMPYTD.

      * DD-EXTRACT-RECORD - one line per direct-deposit employee, for
      * the bank's ACH upload.  Employees with no routing number on
      * file do not get a line here; they are assumed to be paid by
      * a manual or paper check instead.  Employees who bank with us
      * (our own routing number) do not get a line either - their
      * pay posts straight into ACCTMAST.
      *----------------------------------------------------------------
       FD  DIRECT-DEPOSIT-FILE.
       01  DD-EXTRACT-RECORD.
           05  DD-EMPLOYEE-NAME       PIC X(20).
           05  DD-DEPOSIT-AMOUNT      PIC 9(7)V99.

       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMAST.

       FD  BALANCE-HISTORY-FILE.
       COPY BALHIST.

       FD  AUDIT-TRAIL-FILE.
       COPY AUDTRL.

       FD  SUMMARY-REPORT-FILE.
       COPY EODSUM.

       WORKING-STORAGE SECTION.
       01  RUN-LOG-PARMS.
           COPY RUNLOGP.
       01  POSTING-REGISTER-PARMS.
           COPY POSTREGP.

       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.
      *----------------------------------------------------------------
       01  WS-RUN-FREQUENCY          PIC X VALUE SPACE.
           88  WS-ALL-FREQUENCIES    VALUE ' ' '*'.
      *----------------------------------------------------------------
      * WS-RUN-MODE-CARD - the second SYSIN line.  'P' in column 1 is
      * a preview: the whole run is computed and the register, stubs
      * and reports are printed, but nothing is paid, posted or
      * carried forward, and PAYVAR compares each employee's pay with
      * their last regular PAYHIST entry.  Columns 3-5 are the
      * percentage change that gets an employee listed (blank or zero
      * is 10).  A missing line, or anything else in column 1, is the
      * live run.
      *----------------------------------------------------------------
       01  WS-RUN-MODE-CARD.
           05  WS-RUN-MODE           PIC X.
               88  WS-PREVIEW-RUN    VALUE 'P'.
           05  FILLER                PIC X.
           05  WS-VARIANCE-PCT-IN    PIC 9(3).
           05  FILLER                PIC X(75).
       01  WS-VARIANCE-PERCENT       PIC 9(3) VALUE 10.
       01  WS-PAY-DUE-SWITCH         PIC X VALUE 'N'.
           88  WS-PAY-DUE            VALUE 'Y'.
       01  WS-SUMMARY-STATUS         PIC X(2).
       01  WS-EXCP-STATUS            PIC X(2).
       01  WS-TOTAL-NET-PAY          PIC S9(8)V99 VALUE 0.

      *----------------------------------------------------------------
      * On-us direct deposit - an employee whose routing number is
      * our own is credited on ACCTMAST by key instead of extracted.
      * The disbursement buckets below are what the reconciliation at
      * the foot of the register proves back to WS-TOTAL-NET-PAY.
      *----------------------------------------------------------------
       01  BANK-IDENTITY.
           COPY BANKID.
       01  WS-MASTER-STATUS          PIC X(2).
       01  WS-HISTORY-STATUS         PIC X(2).
       01  WS-AUDIT-STATUS           PIC X(2).
       01  WS-ONUS-ACCOUNT           PIC 9(10) VALUE 0.
       01  WS-ONUS-NUMBER-SWITCH     PIC X VALUE 'N'.
           88  WS-ONUS-NUMBER-VALID  VALUE 'Y'.
       01  WS-ACCT-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-ACCOUNT-FOUND      VALUE 'Y'.
       01  WS-PRIOR-BALANCE          PIC S9(7)V99 VALUE 0.

       01  WS-ONUS-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-ONUS-TOTAL             PIC S9(8)V99 VALUE 0.
       01  WS-EXTRACT-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-EXTRACT-TOTAL          PIC S9(8)V99 VALUE 0.
       01  WS-CHECK-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-CHECK-TOTAL            PIC S9(8)V99 VALUE 0.
       01  WS-DIVERTED-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-DIVERTED-TOTAL         PIC S9(8)V99 VALUE 0.
       01  WS-DISBURSED-COUNT        PIC 9(5) COMP VALUE 0.
       01  WS-DISBURSED-TOTAL        PIC S9(8)V99 VALUE 0.
       01  WS-RECON-SWITCH           PIC X VALUE 'Y'.
           88  WS-RECON-IN-BALANCE   VALUE 'Y'.

      *----------------------------------------------------------------
      * Paper checks - printed through CheckIssue for the check and
      * diverted buckets above; a check the stock could not cover is
      * counted as one to write by hand.
      *----------------------------------------------------------------
       01  CHECK-ISSUE-PARMS.
           COPY CHKISSP.

       01  MASK-DATA-PARMS.
           COPY MASKPARM.
       01  WS-HAND-CHECK-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-HAND-CHECK-TOTAL       PIC S9(8)V99 VALUE 0.

       01  WS-YTD-STATUS             PIC X(2).
       01  WS-YTD-EXISTS-SWITCH      PIC X VALUE 'N'.
           88  WS-YTD-FILE-EXISTS    VALUE 'Y'.
               10  WS-PY-GARNISHMENT  PIC S9(6)V99.
               10  WS-PY-NET          PIC S9(8)V99.
               10  WS-PY-BENEFIT      PIC S9(7)V99.
               10  WS-PY-401K-DEFERRAL PIC S9(6)V99.
               10  WS-PY-401K-MATCH   PIC S9(6)V99.
               10  WS-PY-MATCHED      PIC X.

       01  WS-EMPLOYEE-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-NO-TIMESHEET-SWITCH    PIC X VALUE 'N'.
           88  WS-NO-TIMESHEET       VALUE 'Y'.

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
      * SC-PLAN-TABLE - the BENPLAN rates, and the effective benefit
      * and deduction figures this period actually uses: the plan's
               10  WS-TS-EMPLOYEE     PIC 9(6).
               10  WS-TS-REG-HOURS    PIC 9(3)V99.
               10  WS-TS-OT-HOURS     PIC 9(3)V99.
               10  WS-TS-VAC-HOURS    PIC 9(3)V99.
               10  WS-TS-SICK-HOURS   PIC 9(3)V99.
               10  WS-TS-STATUS       PIC X.

      *----------------------------------------------------------------
      * WS-CHARGE-TABLE - the period's hours by employee and the
      * department they were charged to, built beside the timesheet
      * totals at startup.  Spaces stand for the home department,
      * which is not known until the employee's master record is
      * read; leave hours always go in as spaces.
      *----------------------------------------------------------------
       01  WS-CHARGE-COUNT           PIC 9(3) COMP VALUE 0.
       01  WS-CH-IDX                 PIC 9(3) COMP VALUE 0.
       01  WS-CH-FOUND-IDX           PIC 9(3) COMP VALUE 0.
       01  WS-CH-DEPARTMENT          PIC X(4) VALUE SPACES.
       01  WS-CH-HOURS               PIC 9(3)V99 VALUE 0.
       01  WS-CHARGE-TABLE.
           05  WS-CH-ENTRY OCCURS 300 TIMES.
               10  WS-CH-EMPLOYEE     PIC 9(6).
               10  WS-CH-CHARGE-DEPT  PIC X(4).
               10  WS-CH-CHARGE-HOURS PIC 9(4)V99.

      *----------------------------------------------------------------
      * WS-SPLIT-TABLE - one paid employee's departments, with the
      * home department resolved, and the share of gross and benefit
      * each is charged.  The last split takes what is left, so the
      * shares always add back to the employee's own figures.
      *----------------------------------------------------------------
       01  WS-SPLIT-COUNT            PIC 9(2) COMP VALUE 0.
       01  WS-SP-IDX                 PIC 9(2) COMP VALUE 0.
       01  WS-SP-FOUND-IDX           PIC 9(2) COMP VALUE 0.
       01  WS-SPLIT-HOURS-TOTAL      PIC 9(4)V99 VALUE 0.
       01  WS-SPLIT-GROSS            PIC S9(7)V99 VALUE 0.
       01  WS-SPLIT-BENEFIT          PIC S9(5)V99 VALUE 0.
       01  WS-SPLIT-GROSS-LEFT       PIC S9(7)V99 VALUE 0.
       01  WS-SPLIT-BENEFIT-LEFT     PIC S9(5)V99 VALUE 0.
       01  WS-SPLIT-PERCENT          PIC 9(3)V99 VALUE 0.
       01  WS-SPLIT-TABLE.
           05  WS-SP-ENTRY OCCURS 10 TIMES.
               10  WS-SP-DEPARTMENT   PIC X(4).
               10  WS-SP-HOURS        PIC 9(4)V99.

       01  WS-LABOR-LINE-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-CROSS-CHARGE-COUNT     PIC 9(5) COMP VALUE 0.
       01  WS-LABOR-GROSS-TOTAL      PIC S9(8)V99 VALUE 0.
       01  WS-LABOR-BENEFIT-TOTAL    PIC S9(8)V99 VALUE 0.
       01  WS-CROSS-GROSS-TOTAL      PIC S9(8)V99 VALUE 0.

      *----------------------------------------------------------------
      * Payroll GL accumulators - salary expense per department, the
      * company-wide withholding liabilities, benefits and cash, fed
       01  WS-GLP-DEDUCT-TOTAL       PIC S9(7)V99 VALUE 0.
       01  WS-GLP-BENEFIT-TOTAL      PIC S9(7)V99 VALUE 0.
       01  WS-GLP-NET-TOTAL          PIC S9(7)V99 VALUE 0.
       01  WS-GLP-401K-TOTAL         PIC S9(7)V99 VALUE 0.
       01  WS-GLP-MATCH-TOTAL        PIC S9(7)V99 VALUE 0.

       01  WS-DEPT-GROSS-COUNT       PIC 9(2) COMP VALUE 0.
       01  WS-DG-FOUND-SWITCH        PIC X VALUE 'N'.
           05  WS-DG-ENTRY OCCURS 20 TIMES INDEXED BY WS-DG-IDX.
               10  WS-DG-DEPARTMENT   PIC X(4).
               10  WS-DG-GROSS        PIC S9(7)V99.
               10  WS-DG-BENEFIT      PIC S9(7)V99.

      *----------------------------------------------------------------
      * SC-TAX-TABLE - withholding rate bands by per-period gross,
               10  WS-YTD-GARNISHMENT PIC S9(6)V99.
               10  WS-YTD-NET         PIC S9(8)V99.
               10  WS-YTD-BENEFIT     PIC S9(7)V99.
               10  WS-YTD-401K-DEFERRAL PIC S9(6)V99.
               10  WS-YTD-401K-MATCH  PIC S9(6)V99.

      *----------------------------------------------------------------
      * Preview variance - each employee's last regular PAYHIST entry
      * (WS-PH-MATCHED flips as the master claims it), and this run's
      * figures one entry per employee in master order beside
      * WS-YTD-TABLE.  WS-FL-LAST-RUN is the latest entry date among
      * each frequency's employees - the date that frequency was last
      * paid - so a missing or older entry tells newly paid from
      * no longer paid.
      *----------------------------------------------------------------
       01  WS-PH-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-PH-END-OF-FILE     VALUE 'Y'.
       01  WS-PH-COUNT               PIC 9(3) COMP VALUE 0.
       01  WS-PH-IDX                 PIC 9(3) COMP VALUE 0.
       01  WS-PH-FOUND-IDX           PIC 9(3) COMP VALUE 0.
       01  WS-PH-LATEST-DATE         PIC 9(8) VALUE 0.
       01  WS-PH-TABLE.
           05  WS-PH-ENTRY OCCURS 500 TIMES.
               10  WS-PH-EMPLOYEE     PIC 9(6).
               10  WS-PH-RUN-DATE     PIC 9(8).
               10  WS-PH-GROSS        PIC S9(7)V99.
               10  WS-PH-NET          PIC S9(7)V99.
               10  WS-PH-MATCHED      PIC X.
       01  WS-PV-TABLE.
           05  WS-PV-ENTRY OCCURS 50 TIMES.
               10  WS-PV-EMPLOYEE     PIC 9(6).
               10  WS-PV-NAME         PIC X(20).
               10  WS-PV-FREQUENCY    PIC X.
               10  WS-PV-IN-RUN       PIC X.
               10  WS-PV-PAID         PIC X.
               10  WS-PV-REASON       PIC X(12).
               10  WS-PV-GROSS        PIC S9(7)V99.
               10  WS-PV-NET          PIC S9(7)V99.
               10  WS-PV-PH-IDX       PIC 9(3) COMP.
       01  WS-PV-IDX                 PIC 9(3) COMP VALUE 0.
       01  WS-FL-CODES               PIC X(4) VALUE "WBSM".
       01  WS-FL-CODE-TABLE REDEFINES WS-FL-CODES.
           05  WS-FL-CODE            PIC X OCCURS 4 TIMES.
       01  WS-FL-LAST-RUN-TABLE.
           05  WS-FL-LAST-RUN        PIC 9(8) OCCURS 4 TIMES.
       01  WS-FL-IDX                 PIC 9(2) COMP VALUE 0.
       01  WS-FL-FOUND-IDX           PIC 9(2) COMP VALUE 0.
       01  WS-PV-LAST-RUN            PIC 9(8) VALUE 0.
       01  WS-PV-LAST-PAID           PIC 9(8) VALUE 0.
       01  WS-PV-LAST-GROSS          PIC S9(7)V99 VALUE 0.
       01  WS-PV-LAST-NET            PIC S9(7)V99 VALUE 0.
       01  WS-PV-THIS-GROSS          PIC S9(7)V99 VALUE 0.
       01  WS-PV-THIS-NET            PIC S9(7)V99 VALUE 0.
       01  WS-PV-BASE                PIC S9(7)V99 VALUE 0.
       01  WS-PV-CHANGE              PIC S9(7)V99 VALUE 0.
       01  WS-PV-GROSS-PCT           PIC 9(5)V99 VALUE 0.
       01  WS-PV-NET-PCT             PIC 9(5)V99 VALUE 0.
       01  WS-PV-NOTE                PIC X(30) VALUE SPACES.
       01  WS-VARIANCE-COUNT         PIC 9(5) COMP VALUE 0.

      *----------------------------------------------------------------
      * Paid time off - the PTORATE service tiers, last run's PTOBAL
      * entries keyed by employee number (WS-PP-MATCHED flips as the
      * employee loop claims each one; an unclaimed entry is carried
      * forward untouched), and this run's updated balances, one
      * entry per employee in master order beside WS-YTD-TABLE.
      *----------------------------------------------------------------
       01  WS-PTO-STATUS             PIC X(2).
       01  WS-PTO-EXISTS-SWITCH      PIC X VALUE 'N'.
           88  WS-PTO-FILE-EXISTS    VALUE 'Y'.
       01  WS-PTO-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-PTO-END-OF-FILE    VALUE 'Y'.
       01  WS-RATE-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-RATE-END-OF-FILE   VALUE 'Y'.
       01  WS-TIER-COUNT             PIC 9(2) COMP VALUE 0.
       01  WS-TIER-IDX               PIC 9(2) COMP VALUE 0.
       01  WS-TIER-FOUND-IDX         PIC 9(2) COMP VALUE 0.
       01  SC-TIER-TABLE.
           05  SC-TIER-ENTRY OCCURS 10 TIMES.
               10  SC-TIER-UPPER-YEARS   PIC 9(2).
               10  SC-TIER-VAC-ANNUAL    PIC 9(3)V99.
               10  SC-TIER-SICK-ANNUAL   PIC 9(3)V99.
               10  SC-TIER-VAC-CAP       PIC 9(4)V99.
               10  SC-TIER-SICK-CAP      PIC 9(4)V99.

       01  WS-PRIOR-PTO-COUNT        PIC 9(3) COMP VALUE 0.
       01  WS-PP-FOUND-SWITCH        PIC X VALUE 'N'.
           88  WS-PRIOR-PTO-FOUND    VALUE 'Y'.
       01  WS-PP-FOUND-IDX           PIC 9(3) COMP VALUE 0.
       01  WS-PP-IDX                 PIC 9(3) COMP VALUE 0.
       01  WS-PRIOR-PTO-TABLE.
           05  WS-PP-ENTRY OCCURS 100 TIMES.
               10  WS-PP-IMAGE        PIC X(56).
               10  WS-PP-MATCHED      PIC X.

       01  WS-PTO-TABLE.
           05  WS-PTO-ENTRY OCCURS 50 TIMES.
               10  WS-PTO-IMAGE       PIC X(56).

       COPY PTOBAL REPLACING LEADING ==PTOBAL-== BY ==SC-PTO-==.

       01  WS-SERVICE-YEARS          PIC 9(2) VALUE 0.
       01  WS-SERVICE-WORK           PIC S9(4) COMP VALUE 0.
       01  WS-SERVICE-HIRE-DATE      PIC 9(8) VALUE 0.
       01  WS-SERVICE-HIRE-PARTS REDEFINES WS-SERVICE-HIRE-DATE.
           05  WS-SERVICE-HIRE-YEAR  PIC 9(4).
           05  WS-SERVICE-HIRE-MMDD  PIC 9(4).
       01  WS-SERVICE-RUN-DATE       PIC 9(8) VALUE 0.
       01  WS-SERVICE-RUN-PARTS REDEFINES WS-SERVICE-RUN-DATE.
           05  WS-SERVICE-RUN-YEAR   PIC 9(4).
           05  WS-SERVICE-RUN-MMDD   PIC 9(4).
       01  WS-PERIODS-PER-YEAR       PIC 9(2) COMP VALUE 0.
       01  WS-VAC-ACCRUAL            PIC S9(3)V99 VALUE 0.
       01  WS-SICK-ACCRUAL           PIC S9(3)V99 VALUE 0.
       01  WS-VAC-TAKEN              PIC S9(3)V99 VALUE 0.
       01  WS-SICK-TAKEN             PIC S9(3)V99 VALUE 0.

      *----------------------------------------------------------------
      * 401(k) plan - the RETPARM figures (the values coded here
      * stand when the file is missing or unusable) and the period's
      * deferral and match for the employee in hand.
      *----------------------------------------------------------------
       01  WS-RETPARM-STATUS         PIC X(2).
       01  WS-RET-PLAN-NUMBER        PIC X(10) VALUE "401K-PLAN".
       01  WS-RET-ANNUAL-LIMIT       PIC 9(7)V99 VALUE 23500.00.
       01  WS-RET-MATCH-PERCENT      PIC 9(3)V99 VALUE 50.00.
       01  WS-RET-MATCH-CAP-PERCENT  PIC 9(2)V99 VALUE 6.00.
       01  WS-401K-DEFERRAL          PIC S9(5)V99 VALUE 0.
       01  WS-401K-MATCH             PIC S9(5)V99 VALUE 0.
       01  WS-401K-PRIOR-YTD         PIC S9(6)V99 VALUE 0.
       01  WS-401K-LIMIT-LEFT        PIC S9(7)V99 VALUE 0.
       01  WS-401K-MATCHABLE         PIC S9(7)V99 VALUE 0.
       01  WS-401K-CUT-SWITCH        PIC X VALUE 'N'.
           88  WS-401K-LIMIT-CUT     VALUE 'Y'.
       01  WS-TAXABLE-WAGES          PIC S9(7)V99 VALUE 0.
       01  WS-RETREM-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-RETREM-DEFERRAL-TOTAL  PIC S9(7)V99 VALUE 0.
       01  WS-RETREM-MATCH-TOTAL     PIC S9(7)V99 VALUE 0.

      *----------------------------------------------------------------
      * Garnishment orders - the whole GARNORD file, claimed by
      * employee as the master is read (WS-GO-MATCHED) and worked
      * through one priority at a time (WS-GO-APPLIED) for a paid
      * employee.  SC-GARN-ORDER is the working view of one entry.
      * Each payment is tabled for the remittance, which is written
      * agency by agency once the run is done.
      *----------------------------------------------------------------
       01  WS-GARNORD-STATUS         PIC X(2).
       01  WS-GARNORD-EXISTS-SWITCH  PIC X VALUE 'N'.
           88  WS-GARNORD-FILE-EXISTS VALUE 'Y'.
       01  WS-GO-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-GO-END-OF-FILE     VALUE 'Y'.
       01  WS-ORDER-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-GO-IDX                 PIC 9(3) COMP VALUE 0.
       01  WS-GO-NEXT-IDX            PIC 9(3) COMP VALUE 0.
       01  WS-GO-NEXT-PRIORITY       PIC 9(2) VALUE 0.
       01  WS-GO-ON-ORDERS-SWITCH    PIC X VALUE 'N'.
           88  WS-ON-GARNISHMENT-ORDERS VALUE 'Y'.
       01  WS-GARNORD-TABLE.
           05  WS-GO-ENTRY OCCURS 200 TIMES.
               10  WS-GO-IMAGE        PIC X(93).
               10  WS-GO-MATCHED      PIC X.
               10  WS-GO-APPLIED      PIC X.

       COPY GARNORD REPLACING ==GARNISHMENT-ORDER-RECORD==
                           BY ==SC-GARN-ORDER==
                              LEADING ==GARN-== BY ==SC-GO-==.

       01  WS-GARNISHMENT-AMOUNT     PIC S9(5)V99 VALUE 0.
       01  WS-DISPOSABLE-EARNINGS    PIC S9(7)V99 VALUE 0.
       01  WS-GARN-LIMIT-PERCENT     PIC 9(2)V99 VALUE 0.
       01  WS-GARN-LIMIT             PIC S9(7)V99 VALUE 0.
       01  WS-GARN-ROOM              PIC S9(7)V99 VALUE 0.
       01  WS-GARN-ORDER-AMOUNT      PIC S9(7)V99 VALUE 0.
       01  WS-GARN-OWED-LEFT         PIC S9(7)V99 VALUE 0.

       01  WS-REMIT-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-RM-IDX                 PIC 9(3) COMP VALUE 0.
       01  WS-RM-AGENCY-IDX          PIC 9(3) COMP VALUE 0.
       01  WS-RM-AGENCY-COUNT        PIC 9(3) COMP VALUE 0.
       01  WS-RM-AGENCY-TOTAL        PIC S9(7)V99 VALUE 0.
       01  WS-RM-GRAND-TOTAL         PIC S9(7)V99 VALUE 0.
       01  WS-REMIT-TABLE.
           05  WS-RM-ENTRY OCCURS 200 TIMES.
               10  WS-RM-AGENCY-CODE  PIC X(6).
               10  WS-RM-AGENCY-NAME  PIC X(25).
               10  WS-RM-CASE-NUMBER  PIC X(15).
               10  WS-RM-EMPLOYEE     PIC 9(6).
               10  WS-RM-EMP-NAME     PIC X(20).
               10  WS-RM-AMOUNT       PIC 9(5)V99.
               10  WS-RM-SATISFIED    PIC X.
               10  WS-RM-WRITTEN      PIC X.

       01  WS-GARN-HEADING-1.
           05  FILLER PIC X(34)
                      VALUE "GARNISHMENT REMITTANCE BY AGENCY".
           05  FILLER PIC X(11) VALUE "PAY DATE:".
           05  WS-GH-RUN-DATE     PIC 9(8).
           05  FILLER             PIC X(47) VALUE SPACES.

       01  WS-GARN-HEADING-2.
           05  FILLER PIC X(18) VALUE "CASE NUMBER".
           05  FILLER PIC X(8)  VALUE "EMP NO".
           05  FILLER PIC X(22) VALUE "NAME".
           05  FILLER PIC X(14) VALUE "AMOUNT".
           05  FILLER PIC X(38) VALUE SPACES.

       01  WS-GARN-AGENCY-LINE.
           05  FILLER PIC X(8)  VALUE "AGENCY: ".
           05  WS-GA-AGENCY-CODE  PIC X(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-GA-AGENCY-NAME  PIC X(25).
           05  FILLER             PIC X(59) VALUE SPACES.

       01  WS-GARN-DETAIL-LINE.
           05  WS-GD-CASE-NUMBER  PIC X(15).
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-GD-EMP-NUMBER   PIC 9(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-GD-EMP-NAME     PIC X(20).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-GD-AMOUNT       PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-GD-NOTE         PIC X(40).

       01  WS-GARN-TOTAL-LINE.
           05  WS-GT-CAPTION      PIC X(48).
           05  WS-GT-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(40) VALUE SPACES.

       01  WS-STUB-SEPARATOR         PIC X(70) VALUE ALL "=".
       01  WS-STUB-BLANK             PIC X(70) VALUE SPACES.
           05  WS-SB-YTD          PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X(22) VALUE SPACES.

       01  WS-STUB-DEPOSIT-LINE.
           05  FILLER PIC X(22) VALUE "DEPOSITED TO  ROUTING ".
           05  WS-SB-ROUTING      PIC X(9).
           05  FILLER PIC X(10) VALUE "  ACCOUNT ".
           05  WS-SB-ACCOUNT      PIC X(17).
           05  FILLER             PIC X(12) VALUE SPACES.

       01  WS-STUB-LEAVE-HEADING.
           05  FILLER PIC X(22) VALUE "LEAVE HOURS".
           05  FILLER PIC X(12) VALUE "ACCRUED".
           05  FILLER PIC X(12) VALUE "TAKEN".
           05  FILLER PIC X(12) VALUE "BALANCE".
           05  FILLER PIC X(12) VALUE SPACES.

       01  WS-STUB-LEAVE-LINE.
           05  WS-SB-LEAVE-CAPTION PIC X(20).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-SB-ACCRUED      PIC ZZZ9.99-.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-SB-TAKEN        PIC ZZZ9.99-.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-SB-BALANCE      PIC ZZZ9.99-.
           05  FILLER             PIC X(16) VALUE SPACES.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(24) VALUE "PAYCHECK REGISTER".
           05  FILLER PIC X(56) VALUE SPACES.

       01  WS-PREVIEW-BANNER.
           05  FILLER PIC X(32)
               VALUE "*** PREVIEW RUN - NOTHING PAID, ".
           05  FILLER PIC X(48)
               VALUE "POSTED OR CARRIED FORWARD ***".

       01  WS-VARIANCE-HEADING-1.
           05  FILLER PIC X(26)
               VALUE "PAYROLL PREVIEW - VARIANCE".
           05  FILLER PIC X(21)
               VALUE " AGAINST LAST PAY RUN".
           05  FILLER PIC X(11) VALUE "  PAY DATE ".
           05  WS-VH-RUN-DATE     PIC 9(8).
           05  FILLER PIC X(16) VALUE "  LISTED OVER  ".
           05  WS-VH-PERCENT      PIC ZZ9.
           05  FILLER PIC X(9)  VALUE " PERCENT".

       01  WS-VARIANCE-HEADING-2.
           05  FILLER PIC X(8)  VALUE "EMP NO".
           05  FILLER PIC X(22) VALUE "NAME".
           05  FILLER PIC X(10) VALUE "LAST PAID".
           05  FILLER PIC X(13) VALUE "  LAST GROSS".
           05  FILLER PIC X(13) VALUE "  THIS GROSS".
           05  FILLER PIC X(9)  VALUE "  GROSS%".
           05  FILLER PIC X(13) VALUE "    LAST NET".
           05  FILLER PIC X(13) VALUE "    THIS NET".
           05  FILLER PIC X(9)  VALUE "    NET%".
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(4)  VALUE "NOTE".

       01  WS-VARIANCE-DETAIL-LINE.
           05  WS-VD-EMP-NUMBER   PIC 9(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-VD-EMP-NAME     PIC X(20).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-VD-LAST-DATE    PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-VD-LAST-GROSS   PIC Z,ZZZ,ZZ9.99-.
           05  WS-VD-THIS-GROSS   PIC Z,ZZZ,ZZ9.99-.
           05  WS-VD-GROSS-PCT    PIC ZZZZ9.99 BLANK WHEN ZERO.
           05  FILLER             PIC X VALUE SPACE.
           05  WS-VD-LAST-NET     PIC Z,ZZZ,ZZ9.99-.
           05  WS-VD-THIS-NET     PIC Z,ZZZ,ZZ9.99-.
           05  WS-VD-NET-PCT      PIC ZZZZ9.99 BLANK WHEN ZERO.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-VD-NOTE         PIC X(30).

       01  WS-VARIANCE-TOTAL-LINE.
           05  FILLER PIC X(20) VALUE "EMPLOYEES LISTED: ".
           05  WS-VT-COUNT        PIC ZZZZ9.
           05  FILLER PIC X(20) VALUE "   OF PROCESSED: ".
           05  WS-VT-PROCESSED    PIC ZZZZ9.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(8)  VALUE "EMP NO".
           05  FILLER PIC X(22) VALUE "NAME".
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-YTD-GARNISH   PIC ZZZ,ZZZ.99-.

       01  WS-LABOR-HEADING-1.
           05  FILLER PIC X(28) VALUE "LABOR COST DISTRIBUTION".
           05  FILLER PIC X(11) VALUE "PAY DATE:".
           05  WS-LH-RUN-DATE     PIC 9(8).
           05  FILLER             PIC X(53) VALUE SPACES.

       01  WS-LABOR-HEADING-2.
           05  FILLER PIC X(8)  VALUE "EMP NO".
           05  FILLER PIC X(22) VALUE "NAME".
           05  FILLER PIC X(6)  VALUE "HOME".
           05  FILLER PIC X(9)  VALUE "CHARGED".
           05  FILLER PIC X(10) VALUE "HOURS".
           05  FILLER PIC X(9)  VALUE "PERCENT".
           05  FILLER PIC X(14) VALUE "GROSS".
           05  FILLER PIC X(22) VALUE "BENEFIT".

       01  WS-LABOR-DETAIL-LINE.
           05  WS-LB-EMP-NUMBER   PIC 9(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-LB-EMP-NAME     PIC X(20).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-LB-HOME-DEPT    PIC X(4).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-LB-CHARGE-DEPT  PIC X(4).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-LB-HOURS        PIC Z,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-LB-PERCENT      PIC ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-LB-GROSS        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-LB-BENEFIT      PIC ZZ,ZZ9.99-.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-LB-FLAG         PIC X(12).

       01  WS-LABOR-FOOTER-1.
           05  FILLER PIC X(30) VALUE "DISTRIBUTION LINES:".
           05  WS-LF-LINES        PIC ZZ,ZZ9.
           05  FILLER PIC X(10) VALUE "  GROSS: ".
           05  WS-LF-GROSS        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER PIC X(12) VALUE "  BENEFIT: ".
           05  WS-LF-BENEFIT      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(14) VALUE SPACES.

       01  WS-LABOR-FOOTER-2.
           05  FILLER PIC X(30) VALUE "CHARGED OUTSIDE HOME DEPT:".
           05  WS-LF-CROSS-LINES  PIC ZZ,ZZ9.
           05  FILLER PIC X(10) VALUE "  GROSS: ".
           05  WS-LF-CROSS-GROSS  PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(40) VALUE SPACES.

       01  WS-RECON-HEADING.
           05  FILLER PIC X(40)
                      VALUE "DISBURSEMENT RECONCILIATION".
           05  FILLER PIC X(40) VALUE SPACES.

       01  WS-RECON-LINE.
           05  WS-R-CAPTION       PIC X(36).
           05  WS-R-COUNT         PIC ZZ,ZZ9.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-R-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(20) VALUE SPACES.

       01  WS-RECON-RESULT-LINE.
           05  WS-R-RESULT        PIC X(60).
           05  FILLER             PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
           PERFORM 2000-PROCESS-EMPLOYEES
               UNTIL WS-END-OF-FILE
           PERFORM 3000-TERMINATE
           IF NOT WS-PREVIEW-RUN
               MOVE 'F' TO PREG-FUNCTION
               CALL "PostingRegister" USING POSTING-REGISTER-PARMS
           END-IF
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-EMPLOYEE-COUNT TO RLOG-RECORDS-READ
           MOVE WS-EMPLOYEE-COUNT TO RLOG-RECORDS-WRITTEN
           IF WS-RECON-IN-BALANCE
               MOVE "OK  " TO RLOG-FINAL-STATUS
           ELSE
               MOVE "RC08" TO RLOG-FINAL-STATUS
           END-IF
           CALL "RunLog" USING RUN-LOG-PARMS
           IF WS-PREVIEW-RUN
              AND WS-VARIANCE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
                       " AND NOBODY WILL BE PAID THIS RUN ***"
           END-IF

           MOVE SPACES TO WS-RUN-MODE-CARD
           ACCEPT WS-RUN-MODE-CARD FROM SYSIN
           IF WS-PREVIEW-RUN
               IF WS-VARIANCE-PCT-IN IS NUMERIC
                  AND WS-VARIANCE-PCT-IN > 0
                   MOVE WS-VARIANCE-PCT-IN TO WS-VARIANCE-PERCENT
               END-IF
               DISPLAY "*** PREVIEW RUN - NOTHING WILL BE PAID, POSTED"
                       " OR CARRIED FORWARD ***"
               DISPLAY "Variance threshold percent: "
                       WS-VARIANCE-PERCENT
           END-IF

           IF NOT WS-PREVIEW-RUN
               PERFORM 1050-CHECK-POSTING-REGISTER
           END-IF

           PERFORM 1300-LOAD-TAX-TABLE
           PERFORM 1400-LOAD-TIMESHEETS
           PERFORM 1600-LOAD-COA-TABLE
           PERFORM 1800-LOAD-PLAN-TABLE
           PERFORM 1900-LOAD-PTO-RATES
           PERFORM 1950-LOAD-PRIOR-PTO
           PERFORM 1980-LOAD-GARNISHMENT-ORDERS
           PERFORM 1990-LOAD-RETIREMENT-PARMS

           OPEN INPUT EMPLOYEE-MASTER-FILE
           OPEN OUTPUT PAYROLL-REPORT-FILE
           WRITE PAYROLL-REPORT-LINE FROM WS-REPORT-HEADING-1
           IF WS-PREVIEW-RUN
               WRITE PAYROLL-REPORT-LINE FROM WS-PREVIEW-BANNER
           END-IF
           WRITE PAYROLL-REPORT-LINE FROM WS-REPORT-HEADING-2
           OPEN OUTPUT PAY-STUB-FILE
           OPEN OUTPUT LABOR-REPORT-FILE
           OPEN OUTPUT GARNISHMENT-REPORT-FILE
           IF NOT WS-PREVIEW-RUN
               OPEN OUTPUT DIRECT-DEPOSIT-FILE
               OPEN OUTPUT LABOR-DIST-FILE
               OPEN OUTPUT GARNISHMENT-REMIT-FILE
               OPEN OUTPUT RETIREMENT-REMIT-FILE
           END-IF
           MOVE WS-RUN-DATE TO WS-GH-RUN-DATE
           WRITE GARNISHMENT-REPORT-LINE FROM WS-GARN-HEADING-1
           WRITE GARNISHMENT-REPORT-LINE FROM WS-GARN-HEADING-2
           MOVE WS-RUN-DATE TO WS-LH-RUN-DATE
           WRITE LABOR-REPORT-LINE FROM WS-LABOR-HEADING-1
           WRITE LABOR-REPORT-LINE FROM WS-LABOR-HEADING-2

           PERFORM 1700-LOAD-PRIOR-YTD

               OPEN OUTPUT EXCEPTION-REPORT-FILE
           END-IF

           IF WS-PREVIEW-RUN
               PERFORM 1500-LOAD-LAST-PAY
           ELSE
               PERFORM 1100-OPEN-POSTING-FILES
           END-IF

           PERFORM 2100-READ-EMPLOYEE.

      *----------------------------------------------------------------
      * 1050-CHECK-POSTING-REGISTER - a live run checks in before it
      * opens anything it appends to.  A business date already posted
      * is refused unless a RERUNREQ entry asks for replace mode, which
      * first clears the date's regular PAYHIST entries and this
      * program's BALHIST, BALAUDIT and EODSUM entries.
      *----------------------------------------------------------------
       1050-CHECK-POSTING-REGISTER.
           MOVE SPACES TO POSTING-REGISTER-PARMS
           MOVE "SalaryCalc" TO PREG-PROGRAM-ID
           MOVE "PAYHIST"  TO PREG-APPEND-FILE (1)
           MOVE "BALHIST"  TO PREG-APPEND-FILE (2)
           MOVE "BALAUDIT" TO PREG-APPEND-FILE (3)
           MOVE "EODSUM"   TO PREG-APPEND-FILE (4)
           MOVE 'R' TO PREG-PAYHIST-TYPE
           MOVE 'C' TO PREG-FUNCTION
           CALL "PostingRegister" USING POSTING-REGISTER-PARMS
           IF PREG-RUN-REFUSED
               MOVE 'E' TO RLOG-ACTION
               MOVE 0 TO RLOG-RECORDS-READ
               MOVE 0 TO RLOG-RECORDS-WRITTEN
               MOVE "RFSD" TO RLOG-FINAL-STATUS
               CALL "RunLog" USING RUN-LOG-PARMS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * 1100-OPEN-POSTING-FILES - the files a live run pays and posts
      * through; a preview opens none of them.
      *----------------------------------------------------------------
       1100-OPEN-POSTING-FILES.
           OPEN EXTEND PAY-HISTORY-FILE
           IF WS-PAYHIST-STATUS = "35"
               OPEN OUTPUT PAY-HISTORY-FILE
           END-IF

           OPEN EXTEND BALANCE-HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT BALANCE-HISTORY-FILE
           END-IF

           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF

           OPEN I-O ACCOUNT-MASTER-FILE

           MOVE 'O' TO CHKI-ACTION
           MOVE "SalaryCalc" TO CHKI-CALLER-ID
           CALL "CheckIssue" USING CHECK-ISSUE-PARMS.

      *----------------------------------------------------------------
      * 1500-LOAD-LAST-PAY - a preview's comparison base: each
      * employee's latest regular PAYHIST entry.  Supplemental and
      * retro entries are not a pay period and are passed over.
      *----------------------------------------------------------------
       1500-LOAD-LAST-PAY.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PAYHIST-STATUS = "35"
               DISPLAY "NO PAYHIST FILE - EVERY PAID EMPLOYEE WILL"
                       " SHOW AS NEWLY PAID"
           ELSE
               PERFORM 1550-READ-LAST-PAY
               PERFORM UNTIL WS-PH-END-OF-FILE
                   IF PAYH-REGULAR-ENTRY
                       PERFORM 1570-TABLE-LAST-PAY
                   END-IF
                   PERFORM 1550-READ-LAST-PAY
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF
           DISPLAY "EMPLOYEES WITH PRIOR PAY: " WS-PH-COUNT.

      *----------------------------------------------------------------
      * 1550-READ-LAST-PAY
      *----------------------------------------------------------------
       1550-READ-LAST-PAY.
           READ PAY-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-PH-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1570-TABLE-LAST-PAY - keep the later of this entry and the one
      * already held for the employee.
      *----------------------------------------------------------------
       1570-TABLE-LAST-PAY.
           IF PAYH-RUN-DATE > WS-PH-LATEST-DATE
               MOVE PAYH-RUN-DATE TO WS-PH-LATEST-DATE
           END-IF
           MOVE 0 TO WS-PH-FOUND-IDX
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-COUNT
                      OR WS-PH-FOUND-IDX > 0
               IF WS-PH-EMPLOYEE (WS-PH-IDX) = PAYH-EMPLOYEE-NUMBER
                   MOVE WS-PH-IDX TO WS-PH-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-PH-FOUND-IDX = 0
               IF WS-PH-COUNT < 500
                   ADD 1 TO WS-PH-COUNT
                   MOVE WS-PH-COUNT TO WS-PH-FOUND-IDX
                   MOVE PAYH-EMPLOYEE-NUMBER
                       TO WS-PH-EMPLOYEE (WS-PH-FOUND-IDX)
                   MOVE 0 TO WS-PH-RUN-DATE (WS-PH-FOUND-IDX)
                   MOVE 'N' TO WS-PH-MATCHED (WS-PH-FOUND-IDX)
               ELSE
                   DISPLAY "*** PAYHIST EMPLOYEE TABLE FULL - "
                           PAYH-EMPLOYEE-NUMBER " NOT COMPARED ***"
               END-IF
           END-IF
           IF WS-PH-FOUND-IDX > 0
              AND PAYH-RUN-DATE >= WS-PH-RUN-DATE (WS-PH-FOUND-IDX)
               MOVE PAYH-RUN-DATE  TO WS-PH-RUN-DATE (WS-PH-FOUND-IDX)
               MOVE PAYH-GROSS-PAY TO WS-PH-GROSS (WS-PH-FOUND-IDX)
               MOVE PAYH-NET-PAY   TO WS-PH-NET (WS-PH-FOUND-IDX)
           END-IF.

      *----------------------------------------------------------------
      * 2000-PROCESS-EMPLOYEES - add this employee's bonus to their
           END-IF

           PERFORM 2050-RESOLVE-PLAN-AMOUNTS
           PERFORM 2160-FIND-EMPLOYEE-ORDERS
           MOVE 0 TO WS-GARNISHMENT-AMOUNT
           MOVE 0 TO WS-401K-DEFERRAL
           MOVE 0 TO WS-401K-MATCH

           IF WS-PAY-DUE
               MOVE 'N' TO WS-NO-TIMESHEET-SWITCH
                   MOVE 0 TO WS-COMPUTED-TAX
                   MOVE 'N' TO WS-PAY-DUE-SWITCH
               ELSE
                   PERFORM 2140-COMPUTE-RETIREMENT
                   PERFORM 2150-COMPUTE-WITHHOLDING
                   PERFORM 2165-APPLY-GARNISHMENTS
                   COMPUTE Net-Pay = New-Salary
                                    - WS-COMPUTED-TAX
                                    - WS-EFFECTIVE-DEDUCTION
                                    - WS-401K-DEFERRAL
                                    - WS-GARNISHMENT-AMOUNT
               END-IF
           ELSE
               MOVE 0 TO New-Salary
           END-IF

           PERFORM 2200-ROLL-YTD-TOTALS
           PERFORM 2260-ROLL-PTO-BALANCES
           ADD Net-Pay TO WS-TOTAL-NET-PAY
           IF WS-PAY-DUE
               PERFORM 2250-ACCUMULATE-PAYROLL-GL
               IF NOT WS-PREVIEW-RUN
                   PERFORM 2145-WRITE-RETIREMENT-REMIT
               END-IF
           END-IF

           MOVE EMP-EMPLOYEE-NUMBER   TO WS-D-EMP-NUMBER
           IF WS-PAY-DUE
               MOVE EMP-BONUS             TO WS-D-BONUS
               MOVE WS-COMPUTED-TAX       TO WS-D-TAX
               COMPUTE WS-D-DEDUCTION = WS-EFFECTIVE-DEDUCTION
                                      + WS-401K-DEFERRAL
               MOVE WS-GARNISHMENT-AMOUNT TO WS-D-GARNISH
           ELSE
               MOVE 0 TO WS-D-BONUS
               MOVE 0 TO WS-D-TAX
           MOVE WS-YTD-GARNISHMENT (WS-YTD-IDX) TO WS-D-YTD-GARNISH
           WRITE PAYROLL-REPORT-LINE FROM WS-DETAIL-LINE

           IF WS-PREVIEW-RUN
               PERFORM 2190-TABLE-PREVIEW-PAY
           END-IF

           IF WS-PAY-DUE
               PERFORM 2350-WRITE-PAY-STUB
           END-IF

           IF WS-PAY-DUE
              AND NOT WS-PREVIEW-RUN
               PERFORM 2380-WRITE-PAY-HISTORY
               EVALUATE TRUE
                   WHEN EMP-BANK-ROUTING-NUMBER = BANKID-ROUTING-NUMBER
                       PERFORM 2320-POST-ON-US-DEPOSIT
                   WHEN EMP-BANK-ROUTING-NUMBER > 0
                       PERFORM 2300-WRITE-DIRECT-DEPOSIT
                   WHEN OTHER
                       ADD 1       TO WS-CHECK-COUNT
                       ADD Net-Pay TO WS-CHECK-TOTAL
                       PERFORM 2390-PRINT-PAYCHECK
               END-EVALUATE
           END-IF

           PERFORM 2100-READ-EMPLOYEE.

      *----------------------------------------------------------------
      * 2190-TABLE-PREVIEW-PAY - hold this employee's figures for the
      * variance report, with why an unpaid employee in this run's
      * frequency was passed over.
      *----------------------------------------------------------------
       2190-TABLE-PREVIEW-PAY.
           MOVE EMP-EMPLOYEE-NUMBER TO WS-PV-EMPLOYEE (WS-YTD-IDX)
           MOVE EMP-EMPLOYEE-NAME   TO WS-PV-NAME (WS-YTD-IDX)
           MOVE EMP-PAY-FREQUENCY   TO WS-PV-FREQUENCY (WS-YTD-IDX)
           IF WS-ALL-FREQUENCIES
              OR WS-RUN-FREQUENCY = EMP-PAY-FREQUENCY
               MOVE 'Y' TO WS-PV-IN-RUN (WS-YTD-IDX)
           ELSE
               MOVE 'N' TO WS-PV-IN-RUN (WS-YTD-IDX)
           END-IF
           MOVE WS-PAY-DUE-SWITCH   TO WS-PV-PAID (WS-YTD-IDX)
           EVALUATE TRUE
               WHEN WS-PAY-DUE
                   MOVE SPACES         TO WS-PV-REASON (WS-YTD-IDX)
               WHEN EMP-TERMINATED
                   MOVE "TERMINATED"   TO WS-PV-REASON (WS-YTD-IDX)
               WHEN EMP-ON-LEAVE
                   MOVE "ON LEAVE"     TO WS-PV-REASON (WS-YTD-IDX)
               WHEN NOT EMP-ACTIVE
                   MOVE "NOT ACTIVE"   TO WS-PV-REASON (WS-YTD-IDX)
               WHEN WS-NO-TIMESHEET
                   MOVE "NO TIMESHEET" TO WS-PV-REASON (WS-YTD-IDX)
               WHEN OTHER
                   MOVE SPACES         TO WS-PV-REASON (WS-YTD-IDX)
           END-EVALUATE
           MOVE New-Salary          TO WS-PV-GROSS (WS-YTD-IDX)
           MOVE Net-Pay             TO WS-PV-NET (WS-YTD-IDX).

      *----------------------------------------------------------------
      * 2100-READ-EMPLOYEE
      *----------------------------------------------------------------
                   MOVE 'Y' TO WS-PLAN-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1900-LOAD-PTO-RATES - the leave accrual tiers by years of
      * service, loaded the way 1300 loads the tax bands.  An empty
      * file accrues nothing, which shows up on every stub.
      *----------------------------------------------------------------
       1900-LOAD-PTO-RATES.
           OPEN INPUT PTO-RATE-FILE
           PERFORM 1920-READ-PTO-RATE
           PERFORM UNTIL WS-RATE-END-OF-FILE
                   OR WS-TIER-COUNT >= 10
               ADD 1 TO WS-TIER-COUNT
               MOVE PTORATE-UPPER-YEARS
                   TO SC-TIER-UPPER-YEARS (WS-TIER-COUNT)
               MOVE PTORATE-VACATION-ANNUAL
                   TO SC-TIER-VAC-ANNUAL (WS-TIER-COUNT)
               MOVE PTORATE-SICK-ANNUAL
                   TO SC-TIER-SICK-ANNUAL (WS-TIER-COUNT)
               MOVE PTORATE-VACATION-CAP
                   TO SC-TIER-VAC-CAP (WS-TIER-COUNT)
               MOVE PTORATE-SICK-CAP
                   TO SC-TIER-SICK-CAP (WS-TIER-COUNT)
               PERFORM 1920-READ-PTO-RATE
           END-PERFORM
           CLOSE PTO-RATE-FILE
           IF WS-TIER-COUNT = 0
               DISPLAY "*** PTORATE IS EMPTY - NO LEAVE ACCRUES THIS"
                       " RUN ***"
           END-IF.

      *----------------------------------------------------------------
      * 1920-READ-PTO-RATE
      *----------------------------------------------------------------
       1920-READ-PTO-RATE.
           READ PTO-RATE-FILE
               AT END
                   MOVE 'Y' TO WS-RATE-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1950-LOAD-PRIOR-PTO - the whole keyed balance file, the same
      * shape as 1700; a duplicate key stops the run before anything
      * is posted, a missing file means leave tracking starts tonight
      * and everyone begins at zero.
      *----------------------------------------------------------------
       1950-LOAD-PRIOR-PTO.
           OPEN INPUT PTO-BALANCE-FILE
           IF WS-PTO-STATUS = "00"
               MOVE 'Y' TO WS-PTO-EXISTS-SWITCH
               PERFORM 1960-READ-PRIOR-PTO
               PERFORM UNTIL WS-PTO-END-OF-FILE
                   PERFORM 1970-TABLE-PRIOR-PTO
                   PERFORM 1960-READ-PRIOR-PTO
               END-PERFORM
               CLOSE PTO-BALANCE-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1960-READ-PRIOR-PTO
      *----------------------------------------------------------------
       1960-READ-PRIOR-PTO.
           READ PTO-BALANCE-FILE
               AT END
                   MOVE 'Y' TO WS-PTO-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1970-TABLE-PRIOR-PTO
      *----------------------------------------------------------------
       1970-TABLE-PRIOR-PTO.
           MOVE 'N' TO WS-PP-FOUND-SWITCH
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PRIOR-PTO-COUNT
                      OR WS-PRIOR-PTO-FOUND
               IF WS-PP-IMAGE (WS-PP-IDX) (1:6)
                      = PTOBAL-EMPLOYEE-NUMBER
                   MOVE 'Y' TO WS-PP-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-PRIOR-PTO-FOUND
               DISPLAY "*** DUPLICATE PTOBAL KEY "
                       PTOBAL-EMPLOYEE-NUMBER
                       " - RUN STOPPED, NOTHING REWRITTEN ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PRIOR-PTO-COUNT >= 100
               DISPLAY "*** PTOBAL TABLE FULL - RUN STOPPED, NOTHING"
                       " REWRITTEN ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PRIOR-PTO-COUNT
           MOVE PTOBAL-RECORD TO WS-PP-IMAGE (WS-PRIOR-PTO-COUNT)
           MOVE 'N' TO WS-PP-MATCHED (WS-PRIOR-PTO-COUNT).

      *----------------------------------------------------------------
      * 1980-LOAD-GARNISHMENT-ORDERS - the whole order file, loaded
      * the way 1950 loads PTOBAL.  It is rewritten in full at the
      * end of the run, so an order that does not fit the table stops
      * the run before anything is posted rather than being lost.
      *----------------------------------------------------------------
       1980-LOAD-GARNISHMENT-ORDERS.
           OPEN INPUT GARNISHMENT-ORDER-FILE
           IF WS-GARNORD-STATUS = "00"
               MOVE 'Y' TO WS-GARNORD-EXISTS-SWITCH
               PERFORM 1985-READ-GARNISHMENT-ORDER
               PERFORM UNTIL WS-GO-END-OF-FILE
                   IF WS-ORDER-COUNT >= 200
                       DISPLAY "*** GARNORD TABLE FULL - RUN STOPPED,"
                               " NOTHING REWRITTEN ***"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ORDER-COUNT
                   MOVE GARNISHMENT-ORDER-RECORD
                       TO WS-GO-IMAGE (WS-ORDER-COUNT)
                   MOVE 'N' TO WS-GO-MATCHED (WS-ORDER-COUNT)
                   MOVE 'N' TO WS-GO-APPLIED (WS-ORDER-COUNT)
                   PERFORM 1985-READ-GARNISHMENT-ORDER
               END-PERFORM
               CLOSE GARNISHMENT-ORDER-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1985-READ-GARNISHMENT-ORDER
      *----------------------------------------------------------------
       1985-READ-GARNISHMENT-ORDER.
           READ GARNISHMENT-ORDER-FILE
               AT END
                   MOVE 'Y' TO WS-GO-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1990-LOAD-RETIREMENT-PARMS - the 401(k) limit and match
      * formula; a missing or unusable RETPARM keeps the coded values.
      *----------------------------------------------------------------
       1990-LOAD-RETIREMENT-PARMS.
           OPEN INPUT RETIREMENT-PARM-FILE
           IF WS-RETPARM-STATUS NOT = "35"
               READ RETIREMENT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RETPARM-ANNUAL-LIMIT NUMERIC
                          AND RETPARM-MATCH-PERCENT NUMERIC
                          AND RETPARM-MATCH-CAP-PERCENT NUMERIC
                          AND RETPARM-ANNUAL-LIMIT > 0
                           MOVE RETPARM-PLAN-NUMBER
                               TO WS-RET-PLAN-NUMBER
                           MOVE RETPARM-ANNUAL-LIMIT
                               TO WS-RET-ANNUAL-LIMIT
                           MOVE RETPARM-MATCH-PERCENT
                               TO WS-RET-MATCH-PERCENT
                           MOVE RETPARM-MATCH-CAP-PERCENT
                               TO WS-RET-MATCH-CAP-PERCENT
                       END-IF
               END-READ
               CLOSE RETIREMENT-PARM-FILE
           END-IF.

      *----------------------------------------------------------------
      * 2050-RESOLVE-PLAN-AMOUNTS - the plan's figures for an
      * employee on a plan, the flat stored amounts otherwise.  A
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2140-COMPUTE-RETIREMENT - the period's 401(k) deferral as the
      * employee's percentage of gross, stopped at what the annual
      * limit leaves after the deferrals already on EMPYTD, and the
      * employer match on the deferral up to the match cap.  The
      * match is an employer benefit cost like any other.  Gross less
      * the deferral is what income tax is withheld on.
      *----------------------------------------------------------------
       2140-COMPUTE-RETIREMENT.
           MOVE 0   TO WS-401K-DEFERRAL
           MOVE 0   TO WS-401K-MATCH
           MOVE 'N' TO WS-401K-CUT-SWITCH
           IF EMP-401K-DEFERRAL-PERCENT > 0
               COMPUTE WS-401K-DEFERRAL ROUNDED =
                   New-Salary * EMP-401K-DEFERRAL-PERCENT / 100
               MOVE 0 TO WS-401K-PRIOR-YTD
               IF WS-YTD-FILE-EXISTS
                   PERFORM 2220-FIND-PRIOR-YTD
                   IF WS-PRIOR-FOUND
                       MOVE WS-PY-401K-DEFERRAL (WS-PY-FOUND-IDX)
                           TO WS-401K-PRIOR-YTD
                   END-IF
               END-IF
               COMPUTE WS-401K-LIMIT-LEFT = WS-RET-ANNUAL-LIMIT
                                          - WS-401K-PRIOR-YTD
               IF WS-401K-LIMIT-LEFT < 0
                   MOVE 0 TO WS-401K-LIMIT-LEFT
               END-IF
               IF WS-401K-DEFERRAL > WS-401K-LIMIT-LEFT
                   MOVE WS-401K-LIMIT-LEFT TO WS-401K-DEFERRAL
                   MOVE 'Y' TO WS-401K-CUT-SWITCH
                   MOVE "SalaryCalc"        TO EXCP-PROGRAM-ID
                   MOVE EMP-EMPLOYEE-NUMBER TO EXCP-KEY-VALUE
                   MOVE "EMP-401K-DEFERRAL-PERCENT" TO EXCP-FIELD-NAME
                   MOVE "ANNUAL 401K LIMIT REACHED - DEFERRAL CUT"
                       TO EXCP-REASON
                   MOVE WS-RUN-DATE TO EXCP-RUN-DATE
                   WRITE EXCEPTION-RECORD
               END-IF
               COMPUTE WS-401K-MATCHABLE ROUNDED =
                   New-Salary * WS-RET-MATCH-CAP-PERCENT / 100
               IF WS-401K-DEFERRAL < WS-401K-MATCHABLE
                   MOVE WS-401K-DEFERRAL TO WS-401K-MATCHABLE
               END-IF
               COMPUTE WS-401K-MATCH ROUNDED =
                   WS-401K-MATCHABLE * WS-RET-MATCH-PERCENT / 100
               ADD WS-401K-MATCH TO WS-EFFECTIVE-BENEFIT
           END-IF
           COMPUTE WS-TAXABLE-WAGES = New-Salary - WS-401K-DEFERRAL.

      *----------------------------------------------------------------
      * 2145-WRITE-RETIREMENT-REMIT - the custodian's copy of a paid
      * employee's deferral and match, with the year's deferrals so
      * far.
      *----------------------------------------------------------------
       2145-WRITE-RETIREMENT-REMIT.
           IF WS-401K-DEFERRAL > 0
              OR WS-401K-MATCH > 0
               MOVE WS-RET-PLAN-NUMBER  TO RETREM-PLAN-NUMBER
               MOVE EMP-EMPLOYEE-NUMBER TO RETREM-EMPLOYEE-NUMBER
               MOVE EMP-EMPLOYEE-NAME   TO RETREM-EMPLOYEE-NAME
               MOVE EMP-401K-DEFERRAL-PERCENT
                   TO RETREM-DEFERRAL-PERCENT
               MOVE WS-401K-DEFERRAL    TO RETREM-DEFERRAL-AMOUNT
               MOVE WS-401K-MATCH       TO RETREM-MATCH-AMOUNT
               MOVE WS-YTD-401K-DEFERRAL (WS-YTD-IDX)
                   TO RETREM-YTD-DEFERRAL
               MOVE WS-401K-CUT-SWITCH  TO RETREM-LIMIT-FLAG
               MOVE WS-RUN-DATE         TO RETREM-RUN-DATE
               WRITE RETIREMENT-REMIT-RECORD
               ADD 1 TO WS-RETREM-COUNT
               ADD WS-401K-DEFERRAL TO WS-RETREM-DEFERRAL-TOTAL
               ADD WS-401K-MATCH    TO WS-RETREM-MATCH-TOTAL
           END-IF.

      *----------------------------------------------------------------
      * 2150-COMPUTE-WITHHOLDING - the first band covering this
      * period's taxable wages supplies the rate; wages past the last
      * band take the top rate.  An empty bracket file withholds
      * nothing, which shows up on the register rather than hiding.
      *----------------------------------------------------------------
       2150-COMPUTE-WITHHOLDING.
           MOVE 0 TO WS-TAX-RATE
                       CONTINUE
                   WHEN SC-TAX-IDX > WS-TAX-BAND-COUNT
                       CONTINUE
                   WHEN WS-TAXABLE-WAGES
                          <= SC-TAX-UPPER-LIMIT (SC-TAX-IDX)
                       MOVE SC-TAX-RATE (SC-TAX-IDX) TO WS-TAX-RATE
               END-SEARCH
           END-IF
           COMPUTE WS-COMPUTED-TAX ROUNDED =
               WS-TAXABLE-WAGES * WS-TAX-RATE.

      *----------------------------------------------------------------
      * 2160-FIND-EMPLOYEE-ORDERS - claim this employee's orders and
      * ready them to be worked.  Any order at all, satisfied or not,
      * puts the employee on orders instead of the flat amount.
      *----------------------------------------------------------------
       2160-FIND-EMPLOYEE-ORDERS.
           MOVE 'N' TO WS-GO-ON-ORDERS-SWITCH
           PERFORM VARYING WS-GO-IDX FROM 1 BY 1
                   UNTIL WS-GO-IDX > WS-ORDER-COUNT
               IF WS-GO-IMAGE (WS-GO-IDX) (1:6) = EMP-EMPLOYEE-NUMBER
                   MOVE 'Y' TO WS-GO-ON-ORDERS-SWITCH
                   MOVE 'Y' TO WS-GO-MATCHED (WS-GO-IDX)
                   MOVE 'N' TO WS-GO-APPLIED (WS-GO-IDX)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2165-APPLY-GARNISHMENTS - the orders against disposable
      * earnings, highest priority (lowest number) first.
      *----------------------------------------------------------------
       2165-APPLY-GARNISHMENTS.
           MOVE 0 TO WS-GARNISHMENT-AMOUNT
           IF NOT WS-ON-GARNISHMENT-ORDERS
               MOVE EMP-GARNISHMENT-AMOUNT TO WS-GARNISHMENT-AMOUNT
           ELSE
               COMPUTE WS-DISPOSABLE-EARNINGS = New-Salary
                                              - WS-COMPUTED-TAX
               IF WS-DISPOSABLE-EARNINGS < 0
                   MOVE 0 TO WS-DISPOSABLE-EARNINGS
               END-IF
               PERFORM 2166-NEXT-ORDER
               PERFORM UNTIL WS-GO-NEXT-IDX = 0
                   PERFORM 2167-APPLY-ORDER
                   PERFORM 2166-NEXT-ORDER
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * 2166-NEXT-ORDER - the employee's active order with the lowest
      * priority number not yet worked this run; file order breaks a
      * tie.  A satisfied order is passed over.
      *----------------------------------------------------------------
       2166-NEXT-ORDER.
           MOVE 0 TO WS-GO-NEXT-IDX
           MOVE 0 TO WS-GO-NEXT-PRIORITY
           PERFORM VARYING WS-GO-IDX FROM 1 BY 1
                   UNTIL WS-GO-IDX > WS-ORDER-COUNT
               IF WS-GO-IMAGE (WS-GO-IDX) (1:6) = EMP-EMPLOYEE-NUMBER
                  AND WS-GO-APPLIED (WS-GO-IDX) = 'N'
                   MOVE WS-GO-IMAGE (WS-GO-IDX) TO SC-GARN-ORDER
                   IF SC-GO-ACTIVE
                       IF WS-GO-NEXT-IDX = 0
                          OR SC-GO-PRIORITY < WS-GO-NEXT-PRIORITY
                           MOVE WS-GO-IDX      TO WS-GO-NEXT-IDX
                           MOVE SC-GO-PRIORITY TO WS-GO-NEXT-PRIORITY
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-GO-APPLIED (WS-GO-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2167-APPLY-ORDER - the period amount, cut to what is still
      * owed and to what the order's legal limit leaves after the
      * orders ahead of it.  A short payment is reported so the
      * agency's arrears can be explained; an order paid up is marked
      * satisfied.
      *----------------------------------------------------------------
       2167-APPLY-ORDER.
           MOVE 'Y' TO WS-GO-APPLIED (WS-GO-NEXT-IDX)
           MOVE WS-GO-IMAGE (WS-GO-NEXT-IDX) TO SC-GARN-ORDER

           MOVE SC-GO-LIMIT-PERCENT TO WS-GARN-LIMIT-PERCENT
           IF WS-GARN-LIMIT-PERCENT = 0
               MOVE 25 TO WS-GARN-LIMIT-PERCENT
           END-IF
           COMPUTE WS-GARN-LIMIT = WS-DISPOSABLE-EARNINGS
                                 * WS-GARN-LIMIT-PERCENT / 100
           COMPUTE WS-GARN-ROOM = WS-GARN-LIMIT - WS-GARNISHMENT-AMOUNT
           IF WS-GARN-ROOM < 0
               MOVE 0 TO WS-GARN-ROOM
           END-IF

           MOVE SC-GO-PERIOD-AMOUNT TO WS-GARN-ORDER-AMOUNT
           IF SC-GO-TOTAL-OWED > 0
               COMPUTE WS-GARN-OWED-LEFT = SC-GO-TOTAL-OWED
                                         - SC-GO-PAID-TO-DATE
               IF WS-GARN-OWED-LEFT < 0
                   MOVE 0 TO WS-GARN-OWED-LEFT
               END-IF
               IF WS-GARN-ORDER-AMOUNT > WS-GARN-OWED-LEFT
                   MOVE WS-GARN-OWED-LEFT TO WS-GARN-ORDER-AMOUNT
               END-IF
           END-IF

           IF WS-GARN-ORDER-AMOUNT > WS-GARN-ROOM
               MOVE WS-GARN-ROOM TO WS-GARN-ORDER-AMOUNT
               MOVE "SalaryCalc"         TO EXCP-PROGRAM-ID
               MOVE SC-GO-CASE-NUMBER    TO EXCP-KEY-VALUE
               MOVE "GARN-LIMIT-PERCENT" TO EXCP-FIELD-NAME
               MOVE "ORDER CUT TO LEGAL LIMIT - SHORT PAID"
                   TO EXCP-REASON
               MOVE WS-RUN-DATE TO EXCP-RUN-DATE
               WRITE EXCEPTION-RECORD
           END-IF

           IF WS-GARN-ORDER-AMOUNT > 0
               ADD WS-GARN-ORDER-AMOUNT TO WS-GARNISHMENT-AMOUNT
               ADD WS-GARN-ORDER-AMOUNT TO SC-GO-PAID-TO-DATE
               MOVE WS-RUN-DATE TO SC-GO-LAST-PAID-DATE
           END-IF
           IF SC-GO-TOTAL-OWED > 0
              AND SC-GO-PAID-TO-DATE >= SC-GO-TOTAL-OWED
               MOVE 'S' TO SC-GO-STATUS
           END-IF
           MOVE SC-GARN-ORDER TO WS-GO-IMAGE (WS-GO-NEXT-IDX)
           IF WS-GARN-ORDER-AMOUNT > 0
               PERFORM 2168-TABLE-REMITTANCE
           END-IF.

      *----------------------------------------------------------------
      * 2168-TABLE-REMITTANCE - held until the run is done so the
      * remittance can be written agency by agency.
      *----------------------------------------------------------------
       2168-TABLE-REMITTANCE.
           IF WS-REMIT-COUNT >= 200
               DISPLAY "*** REMITTANCE TABLE FULL - PAY CASE "
                       SC-GO-CASE-NUMBER " BY HAND ***"
               MOVE "SalaryCalc"         TO EXCP-PROGRAM-ID
               MOVE SC-GO-CASE-NUMBER    TO EXCP-KEY-VALUE
               MOVE "GARN-CASE-NUMBER"   TO EXCP-FIELD-NAME
               MOVE "WITHHELD BUT NOT ON GARNREM - REMIT BY HAND"
                   TO EXCP-REASON
               MOVE WS-RUN-DATE TO EXCP-RUN-DATE
               WRITE EXCEPTION-RECORD
           ELSE
               ADD 1 TO WS-REMIT-COUNT
               MOVE SC-GO-AGENCY-CODE
                   TO WS-RM-AGENCY-CODE (WS-REMIT-COUNT)
               MOVE SC-GO-AGENCY-NAME
                   TO WS-RM-AGENCY-NAME (WS-REMIT-COUNT)
               MOVE SC-GO-CASE-NUMBER
                   TO WS-RM-CASE-NUMBER (WS-REMIT-COUNT)
               MOVE EMP-EMPLOYEE-NUMBER
                   TO WS-RM-EMPLOYEE (WS-REMIT-COUNT)
               MOVE EMP-EMPLOYEE-NAME
                   TO WS-RM-EMP-NAME (WS-REMIT-COUNT)
               MOVE WS-GARN-ORDER-AMOUNT
                   TO WS-RM-AMOUNT (WS-REMIT-COUNT)
               IF SC-GO-SATISFIED
                   MOVE 'Y' TO WS-RM-SATISFIED (WS-REMIT-COUNT)
               ELSE
                   MOVE 'N' TO WS-RM-SATISFIED (WS-REMIT-COUNT)
               END-IF
               MOVE 'N' TO WS-RM-WRITTEN (WS-REMIT-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 1400-LOAD-TIMESHEETS - one table entry per employee, weekly
                       TO WS-TS-EMPLOYEE (WS-TIMESHEET-COUNT)
                   MOVE 0 TO WS-TS-REG-HOURS (WS-TIMESHEET-COUNT)
                   MOVE 0 TO WS-TS-OT-HOURS (WS-TIMESHEET-COUNT)
                   MOVE 0 TO WS-TS-VAC-HOURS (WS-TIMESHEET-COUNT)
                   MOVE 0 TO WS-TS-SICK-HOURS (WS-TIMESHEET-COUNT)
                   MOVE 'U' TO WS-TS-STATUS (WS-TIMESHEET-COUNT)
                   MOVE WS-TIMESHEET-COUNT TO WS-TS-FOUND-IDX
                   MOVE 'Y' TO WS-TS-FOUND-SWITCH
               END-IF
           END-IF
           IF WS-TIMESHEET-FOUND
               PERFORM 1477-FIND-TIMESHEET-WEEK
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
               ADD TIMESHT-VACATION-HOURS
                   TO WS-TS-VAC-HOURS (WS-TS-FOUND-IDX)
               ADD TIMESHT-SICK-HOURS
                   TO WS-TS-SICK-HOURS (WS-TS-FOUND-IDX)
               MOVE TIMESHT-CHARGE-DEPARTMENT TO WS-CH-DEPARTMENT
               MOVE TIMESHT-HOURS-WORKED      TO WS-CH-HOURS
               PERFORM 1475-RECORD-CHARGE-HOURS
               MOVE SPACES TO WS-CH-DEPARTMENT
               ADD TIMESHT-VACATION-HOURS TIMESHT-SICK-HOURS
                   GIVING WS-CH-HOURS
               PERFORM 1475-RECORD-CHARGE-HOURS
           END-IF.

      *----------------------------------------------------------------
      * 1475-RECORD-CHARGE-HOURS - fold a sheet's hours into the
      * employee's entry for the department charged.  A full table
      * leaves the hours out of the split only; the employee is still
      * paid for them, and the shares are still taken from the hours
      * that were recorded.
      *----------------------------------------------------------------
       1475-RECORD-CHARGE-HOURS.
           IF WS-CH-HOURS > 0
               MOVE 0 TO WS-CH-FOUND-IDX
               PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                       UNTIL WS-CH-IDX > WS-CHARGE-COUNT
                          OR WS-CH-FOUND-IDX > 0
                   IF WS-CH-EMPLOYEE (WS-CH-IDX)
                          = TIMESHT-EMPLOYEE-NUMBER
                      AND WS-CH-CHARGE-DEPT (WS-CH-IDX)
                          = WS-CH-DEPARTMENT
                       MOVE WS-CH-IDX TO WS-CH-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-CH-FOUND-IDX = 0
                   IF WS-CHARGE-COUNT >= 300
                       DISPLAY "*** CHARGE TABLE FULL - HOURS FOR "
                               TIMESHT-EMPLOYEE-NUMBER
                               " NOT DISTRIBUTED ***"
                   ELSE
                       ADD 1 TO WS-CHARGE-COUNT
                       MOVE TIMESHT-EMPLOYEE-NUMBER
                           TO WS-CH-EMPLOYEE (WS-CHARGE-COUNT)
                       MOVE WS-CH-DEPARTMENT
                           TO WS-CH-CHARGE-DEPT (WS-CHARGE-COUNT)
                       MOVE 0 TO WS-CH-CHARGE-HOURS (WS-CHARGE-COUNT)
                       MOVE WS-CHARGE-COUNT TO WS-CH-FOUND-IDX
                   END-IF
               END-IF
               IF WS-CH-FOUND-IDX > 0
                   ADD WS-CH-HOURS
                       TO WS-CH-CHARGE-HOURS (WS-CH-FOUND-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 1477-FIND-TIMESHEET-WEEK - the straight time still open in
      * this sheet's week, before the sheet's own hours go in.
      *----------------------------------------------------------------
       1477-FIND-TIMESHEET-WEEK.
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

      *----------------------------------------------------------------
      * 2170-COMPUTE-HOURLY-GROSS - hours times rate with time and a
      * half past forty a week, and vacation and sick hours at the
      * straight rate; an hourly employee due this run with no
      * timesheet is flagged, not paid zero silently.
      *----------------------------------------------------------------
       2170-COMPUTE-HOURLY-GROSS.
           PERFORM 1490-FIND-CURRENT-TIMESHEET
               COMPUTE New-Salary ROUNDED =
                   EMP-CURRENT-SALARY
                     * (WS-TS-REG-HOURS (WS-TS-FOUND-IDX)
                        + 1.5 * WS-TS-OT-HOURS (WS-TS-FOUND-IDX)
                        + WS-TS-VAC-HOURS (WS-TS-FOUND-IDX)
                        + WS-TS-SICK-HOURS (WS-TS-FOUND-IDX))
                   + EMP-BONUS
           ELSE
               MOVE 'Y' TO WS-NO-TIMESHEET-SWITCH

      *----------------------------------------------------------------
      * 2180-REJECT-STRAY-TIMESHEET - a timesheet submitted for a
      * salaried employee never pays.  A leave-only sheet (no hours
      * worked) is taken for the leave deduction; one with hours
      * worked is marked off and reported.
      *----------------------------------------------------------------
       2180-REJECT-STRAY-TIMESHEET.
           PERFORM 1490-FIND-CURRENT-TIMESHEET
           IF WS-TIMESHEET-FOUND
              AND WS-TS-STATUS (WS-TS-FOUND-IDX) = 'U'
              AND WS-TS-REG-HOURS (WS-TS-FOUND-IDX) = 0
              AND WS-TS-OT-HOURS (WS-TS-FOUND-IDX) = 0
               MOVE 'M' TO WS-TS-STATUS (WS-TS-FOUND-IDX)
           END-IF
           IF WS-TIMESHEET-FOUND
              AND WS-TS-STATUS (WS-TS-FOUND-IDX) = 'U'
               MOVE 'R' TO WS-TS-STATUS (WS-TS-FOUND-IDX)
           MOVE EMP-EMPLOYEE-NUMBER     TO DD-EMPLOYEE-NUMBER
           MOVE EMP-EMPLOYEE-NAME       TO DD-EMPLOYEE-NAME
           MOVE Net-Pay                 TO DD-DEPOSIT-AMOUNT
           WRITE DD-EXTRACT-RECORD
           ADD 1       TO WS-EXTRACT-COUNT
           ADD Net-Pay TO WS-EXTRACT-TOTAL.

      *----------------------------------------------------------------
      * 2320-POST-ON-US-DEPOSIT - the employee banks with us, so the
      * net pay is credited on ACCTMAST by key rather than sent out
      * on the bank file.  The account number is taken left-justified
      * (ten digits, blank to the right) or as a zero-filled seventeen
      * digit field.  An account that cannot be posted is neither
      * posted nor extracted - it is logged to be paid by check, so
      * the money never leaves and comes straight back.
      *----------------------------------------------------------------
       2320-POST-ON-US-DEPOSIT.
           MOVE 'N' TO WS-ONUS-NUMBER-SWITCH
           MOVE 'N' TO WS-ACCT-FOUND-SWITCH
           EVALUATE TRUE
               WHEN EMP-BANK-ACCOUNT-NUMBER (1:10) NUMERIC
                AND EMP-BANK-ACCOUNT-NUMBER (11:7) = SPACES
                   MOVE EMP-BANK-ACCOUNT-NUMBER (1:10)
                       TO WS-ONUS-ACCOUNT
                   MOVE 'Y' TO WS-ONUS-NUMBER-SWITCH
               WHEN EMP-BANK-ACCOUNT-NUMBER NUMERIC
                AND EMP-BANK-ACCOUNT-NUMBER (1:7) = "0000000"
                   MOVE EMP-BANK-ACCOUNT-NUMBER (8:10)
                       TO WS-ONUS-ACCOUNT
                   MOVE 'Y' TO WS-ONUS-NUMBER-SWITCH
           END-EVALUATE

           IF WS-ONUS-NUMBER-VALID
               MOVE WS-ONUS-ACCOUNT TO ACCTM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-ACCT-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACCT-FOUND-SWITCH
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-ONUS-NUMBER-VALID
                   MOVE "ON-US ACCOUNT NOT NUMERIC - PAY BY CHECK"
                       TO EXCP-REASON
                   PERFORM 2340-LOG-UNPOSTED-DEPOSIT
               WHEN NOT WS-ACCOUNT-FOUND
                   MOVE "ON-US ACCOUNT NOT ON FILE - PAY BY CHECK"
                       TO EXCP-REASON
                   PERFORM 2340-LOG-UNPOSTED-DEPOSIT
               WHEN ACCTM-ACCOUNT-CLOSED
                   MOVE "ON-US ACCOUNT CLOSED - PAY BY CHECK"
                       TO EXCP-REASON
                   PERFORM 2340-LOG-UNPOSTED-DEPOSIT
               WHEN OTHER
                   PERFORM 2330-CREDIT-ON-US-ACCOUNT
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2330-CREDIT-ON-US-ACCOUNT - net pay onto the balance, with
      * one BALHIST and one BALAUDIT entry as a deposit (type 'D').
      *----------------------------------------------------------------
       2330-CREDIT-ON-US-ACCOUNT.
           MOVE ACCTM-ACCOUNT-BALANCE TO WS-PRIOR-BALANCE
           ADD Net-Pay TO ACCTM-ACCOUNT-BALANCE
           REWRITE ACCTM-RECORD

           MOVE "SalaryCalc"          TO BALHIST-PROGRAM-ID
           MOVE ACCTM-ACCOUNT-NUMBER  TO BALHIST-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE           TO BALHIST-RUN-DATE
           MOVE WS-PRIOR-BALANCE      TO BALHIST-PRIOR-BALANCE
           MOVE ACCTM-ACCOUNT-BALANCE TO BALHIST-NEW-BALANCE
           WRITE BALANCE-HISTORY-RECORD

           MOVE "SalaryCalc"          TO AUDIT-PROGRAM-ID
           MOVE ACCTM-ACCOUNT-NUMBER  TO AUDIT-ACCOUNT-NUMBER
           MOVE WS-PRIOR-BALANCE      TO AUDIT-OLD-BALANCE
           MOVE ACCTM-ACCOUNT-BALANCE TO AUDIT-NEW-BALANCE
           MOVE 'D'                   TO AUDIT-TRANSACTION-TYPE
           MOVE WS-RUN-DATE           TO AUDIT-RUN-DATE
           WRITE AUDIT-RECORD

           ADD 1       TO WS-ONUS-COUNT
           ADD Net-Pay TO WS-ONUS-TOTAL.

      *----------------------------------------------------------------
      * 2340-LOG-UNPOSTED-DEPOSIT - EXCP-REASON is already set.
      *----------------------------------------------------------------
       2340-LOG-UNPOSTED-DEPOSIT.
           MOVE "SalaryCalc"            TO EXCP-PROGRAM-ID
           MOVE EMP-EMPLOYEE-NUMBER     TO EXCP-KEY-VALUE
           MOVE "EMP-BANK-ACCOUNT-NUMBER" TO EXCP-FIELD-NAME
           MOVE WS-RUN-DATE             TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD
           ADD 1       TO WS-DIVERTED-COUNT
           ADD Net-Pay TO WS-DIVERTED-TOTAL
           PERFORM 2390-PRINT-PAYCHECK.

      *----------------------------------------------------------------
      * 2390-PRINT-PAYCHECK - the net pay as a paper check.  Nothing
      * prints for a zero net; a check the stock cannot cover goes
      * to EXCPRPT to be written by hand.
      *----------------------------------------------------------------
       2390-PRINT-PAYCHECK.
           IF Net-Pay > 0
               MOVE 'I'                 TO CHKI-ACTION
               MOVE EMP-EMPLOYEE-NUMBER TO CHKI-PAYEE-NUMBER
               MOVE EMP-EMPLOYEE-NAME   TO CHKI-PAYEE-NAME
               MOVE Net-Pay             TO CHKI-AMOUNT
               CALL "CheckIssue" USING CHECK-ISSUE-PARMS
               IF CHKI-NOT-ISSUED
                   MOVE "SalaryCalc"          TO EXCP-PROGRAM-ID
                   MOVE EMP-EMPLOYEE-NUMBER   TO EXCP-KEY-VALUE
                   MOVE "CHKCTL-NEXT-CHECK"   TO EXCP-FIELD-NAME
                   MOVE "NO CHECK PRINTED - WRITE CHECK BY HAND"
                       TO EXCP-REASON
                   MOVE WS-RUN-DATE           TO EXCP-RUN-DATE
                   WRITE EXCEPTION-RECORD
                   ADD 1       TO WS-HAND-CHECK-COUNT
                   ADD Net-Pay TO WS-HAND-CHECK-TOTAL
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 1600-LOAD-COA-TABLE - the shared chart-of-accounts mapping,

      *----------------------------------------------------------------
      * 2250-ACCUMULATE-PAYROLL-GL - this employee's paid figures
      * into the run's journal buckets; the expense side goes by the
      * departments the labor distribution charges.
      *----------------------------------------------------------------
       2250-ACCUMULATE-PAYROLL-GL.
           PERFORM 2255-DISTRIBUTE-LABOR-COST

           ADD WS-COMPUTED-TAX        TO WS-GLP-TAX-TOTAL
           ADD WS-GARNISHMENT-AMOUNT  TO WS-GLP-GARNISH-TOTAL
           ADD WS-EFFECTIVE-DEDUCTION TO WS-GLP-DEDUCT-TOTAL
           ADD WS-EFFECTIVE-BENEFIT   TO WS-GLP-BENEFIT-TOTAL
           ADD WS-401K-DEFERRAL       TO WS-GLP-401K-TOTAL
           ADD WS-401K-MATCH          TO WS-GLP-401K-TOTAL
           ADD WS-401K-MATCH          TO WS-GLP-MATCH-TOTAL
           ADD Net-Pay                TO WS-GLP-NET-TOTAL.

      *----------------------------------------------------------------
      * 2255-DISTRIBUTE-LABOR-COST - an hourly employee's gross and
      * employer benefit spread over the departments their hours were
      * charged to, in proportion to the hours.  A salaried employee,
      * or one with no hours recorded, is charged wholly to the home
      * department.
      *----------------------------------------------------------------
       2255-DISTRIBUTE-LABOR-COST.
           MOVE 0 TO WS-SPLIT-COUNT
           MOVE 0 TO WS-SPLIT-HOURS-TOTAL
           IF EMP-HOURLY
               PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                       UNTIL WS-CH-IDX > WS-CHARGE-COUNT
                   IF WS-CH-EMPLOYEE (WS-CH-IDX) = EMP-EMPLOYEE-NUMBER
                       PERFORM 2256-ADD-SPLIT-HOURS
                   END-IF
               END-PERFORM
           END-IF
           IF WS-SPLIT-COUNT = 0
              OR WS-SPLIT-HOURS-TOTAL = 0
               MOVE 1 TO WS-SPLIT-COUNT
               MOVE EMP-DEPARTMENT-CODE TO WS-SP-DEPARTMENT (1)
               MOVE 0 TO WS-SP-HOURS (1)
           END-IF

           MOVE New-Salary           TO WS-SPLIT-GROSS-LEFT
           MOVE WS-EFFECTIVE-BENEFIT TO WS-SPLIT-BENEFIT-LEFT
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SPLIT-COUNT
               IF WS-SP-IDX = WS-SPLIT-COUNT
                   MOVE WS-SPLIT-GROSS-LEFT   TO WS-SPLIT-GROSS
                   MOVE WS-SPLIT-BENEFIT-LEFT TO WS-SPLIT-BENEFIT
               ELSE
                   COMPUTE WS-SPLIT-GROSS ROUNDED =
                       New-Salary * WS-SP-HOURS (WS-SP-IDX)
                                  / WS-SPLIT-HOURS-TOTAL
                   COMPUTE WS-SPLIT-BENEFIT ROUNDED =
                       WS-EFFECTIVE-BENEFIT * WS-SP-HOURS (WS-SP-IDX)
                                            / WS-SPLIT-HOURS-TOTAL
                   SUBTRACT WS-SPLIT-GROSS FROM WS-SPLIT-GROSS-LEFT
                   SUBTRACT WS-SPLIT-BENEFIT
                       FROM WS-SPLIT-BENEFIT-LEFT
               END-IF
               PERFORM 2258-CHARGE-DEPARTMENT
           END-PERFORM.

      *----------------------------------------------------------------
      * 2256-ADD-SPLIT-HOURS - spaces are the home department; a
      * department already in the split just gains the hours.  Past
      * ten departments the hours fold into the first split.
      *----------------------------------------------------------------
       2256-ADD-SPLIT-HOURS.
           IF WS-CH-CHARGE-DEPT (WS-CH-IDX) = SPACES
               MOVE EMP-DEPARTMENT-CODE TO WS-CH-DEPARTMENT
           ELSE
               MOVE WS-CH-CHARGE-DEPT (WS-CH-IDX) TO WS-CH-DEPARTMENT
           END-IF
           MOVE 0 TO WS-SP-FOUND-IDX
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SPLIT-COUNT
                      OR WS-SP-FOUND-IDX > 0
               IF WS-SP-DEPARTMENT (WS-SP-IDX) = WS-CH-DEPARTMENT
                   MOVE WS-SP-IDX TO WS-SP-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-SP-FOUND-IDX = 0
               IF WS-SPLIT-COUNT >= 10
                   MOVE 1 TO WS-SP-FOUND-IDX
               ELSE
                   ADD 1 TO WS-SPLIT-COUNT
                   MOVE WS-CH-DEPARTMENT
                       TO WS-SP-DEPARTMENT (WS-SPLIT-COUNT)
                   MOVE 0 TO WS-SP-HOURS (WS-SPLIT-COUNT)
                   MOVE WS-SPLIT-COUNT TO WS-SP-FOUND-IDX
               END-IF
           END-IF
           ADD WS-CH-CHARGE-HOURS (WS-CH-IDX)
               TO WS-SP-HOURS (WS-SP-FOUND-IDX)
           ADD WS-CH-CHARGE-HOURS (WS-CH-IDX) TO WS-SPLIT-HOURS-TOTAL.

      *----------------------------------------------------------------
      * 2258-CHARGE-DEPARTMENT - one split into the department's
      * journal buckets, onto LABDIST and onto the distribution
      * report.
      *----------------------------------------------------------------
       2258-CHARGE-DEPARTMENT.
           MOVE 'N' TO WS-DG-FOUND-SWITCH
           MOVE 0   TO WS-DG-FOUND-IDX
           PERFORM VARYING WS-DG-IDX FROM 1 BY 1
                   UNTIL WS-DG-IDX > WS-DEPT-GROSS-COUNT
                      OR WS-DEPT-GROSS-FOUND
               IF WS-DG-DEPARTMENT (WS-DG-IDX)
                      = WS-SP-DEPARTMENT (WS-SP-IDX)
                   MOVE 'Y' TO WS-DG-FOUND-SWITCH
                   MOVE WS-DG-IDX TO WS-DG-FOUND-IDX
               END-IF
           IF NOT WS-DEPT-GROSS-FOUND
              AND WS-DEPT-GROSS-COUNT < 20
               ADD 1 TO WS-DEPT-GROSS-COUNT
               MOVE WS-SP-DEPARTMENT (WS-SP-IDX)
                   TO WS-DG-DEPARTMENT (WS-DEPT-GROSS-COUNT)
               MOVE 0 TO WS-DG-GROSS (WS-DEPT-GROSS-COUNT)
               MOVE 0 TO WS-DG-BENEFIT (WS-DEPT-GROSS-COUNT)
               MOVE WS-DEPT-GROSS-COUNT TO WS-DG-FOUND-IDX
           END-IF
           IF WS-DG-FOUND-IDX > 0
               ADD WS-SPLIT-GROSS   TO WS-DG-GROSS (WS-DG-FOUND-IDX)
               ADD WS-SPLIT-BENEFIT TO WS-DG-BENEFIT (WS-DG-FOUND-IDX)
           END-IF

           MOVE EMP-EMPLOYEE-NUMBER          TO LABDIST-EMPLOYEE-NUMBER
           MOVE EMP-DEPARTMENT-CODE          TO LABDIST-HOME-DEPARTMENT
           MOVE WS-SP-DEPARTMENT (WS-SP-IDX)
               TO LABDIST-CHARGE-DEPARTMENT
           MOVE WS-SP-HOURS (WS-SP-IDX)      TO LABDIST-HOURS
           MOVE WS-SPLIT-GROSS               TO LABDIST-GROSS-AMOUNT
           MOVE WS-SPLIT-BENEFIT             TO LABDIST-BENEFIT-AMOUNT
           MOVE WS-RUN-DATE                  TO LABDIST-RUN-DATE
           IF NOT WS-PREVIEW-RUN
               WRITE LABOR-DISTRIBUTION-RECORD
           END-IF

           IF WS-SPLIT-HOURS-TOTAL = 0
               MOVE 100 TO WS-SPLIT-PERCENT
           ELSE
               COMPUTE WS-SPLIT-PERCENT ROUNDED =
                   WS-SP-HOURS (WS-SP-IDX) * 100 / WS-SPLIT-HOURS-TOTAL
           END-IF
           MOVE EMP-EMPLOYEE-NUMBER          TO WS-LB-EMP-NUMBER
           MOVE EMP-EMPLOYEE-NAME            TO WS-LB-EMP-NAME
           MOVE EMP-DEPARTMENT-CODE          TO WS-LB-HOME-DEPT
           MOVE WS-SP-DEPARTMENT (WS-SP-IDX) TO WS-LB-CHARGE-DEPT
           MOVE WS-SP-HOURS (WS-SP-IDX)      TO WS-LB-HOURS
           MOVE WS-SPLIT-PERCENT             TO WS-LB-PERCENT
           MOVE WS-SPLIT-GROSS               TO WS-LB-GROSS
           MOVE WS-SPLIT-BENEFIT             TO WS-LB-BENEFIT
           IF WS-SP-DEPARTMENT (WS-SP-IDX) = EMP-DEPARTMENT-CODE
               MOVE SPACES TO WS-LB-FLAG
           ELSE
               MOVE "CROSS-CHARGE" TO WS-LB-FLAG
               ADD 1 TO WS-CROSS-CHARGE-COUNT
               ADD WS-SPLIT-GROSS TO WS-CROSS-GROSS-TOTAL
           END-IF
           WRITE LABOR-REPORT-LINE FROM WS-LABOR-DETAIL-LINE
           ADD 1 TO WS-LABOR-LINE-COUNT
           ADD WS-SPLIT-GROSS   TO WS-LABOR-GROSS-TOTAL
           ADD WS-SPLIT-BENEFIT TO WS-LABOR-BENEFIT-TOTAL.

      *----------------------------------------------------------------
      * 2350-WRITE-PAY-STUB - one page per paid employee, the
           MOVE WS-YTD-DEDUCTION (WS-YTD-IDX) TO WS-SB-YTD
           WRITE PAY-STUB-LINE FROM WS-STUB-DETAIL-LINE

           MOVE "401(K) DEFERRAL"    TO WS-SB-CAPTION
           MOVE WS-401K-DEFERRAL     TO WS-SB-PERIOD
           MOVE WS-YTD-401K-DEFERRAL (WS-YTD-IDX) TO WS-SB-YTD
           WRITE PAY-STUB-LINE FROM WS-STUB-DETAIL-LINE

           MOVE "GARNISHMENT"        TO WS-SB-CAPTION
           MOVE WS-GARNISHMENT-AMOUNT TO WS-SB-PERIOD
           MOVE WS-YTD-GARNISHMENT (WS-YTD-IDX) TO WS-SB-YTD
           WRITE PAY-STUB-LINE FROM WS-STUB-DETAIL-LINE

           MOVE Net-Pay              TO WS-SB-PERIOD
           MOVE WS-YTD-NET (WS-YTD-IDX) TO WS-SB-YTD
           WRITE PAY-STUB-LINE FROM WS-STUB-DETAIL-LINE

           IF EMP-BANK-ROUTING-NUMBER > 0
               PERFORM 2355-WRITE-STUB-DEPOSIT
           END-IF

           WRITE PAY-STUB-LINE FROM WS-STUB-BLANK
           WRITE PAY-STUB-LINE FROM WS-STUB-LEAVE-HEADING
           MOVE "VACATION"           TO WS-SB-LEAVE-CAPTION
           MOVE WS-VAC-ACCRUAL       TO WS-SB-ACCRUED
           MOVE WS-VAC-TAKEN         TO WS-SB-TAKEN
           MOVE SC-PTO-VACATION-BALANCE TO WS-SB-BALANCE
           WRITE PAY-STUB-LINE FROM WS-STUB-LEAVE-LINE

           MOVE "SICK"               TO WS-SB-LEAVE-CAPTION
           MOVE WS-SICK-ACCRUAL      TO WS-SB-ACCRUED
           MOVE WS-SICK-TAKEN        TO WS-SB-TAKEN
           MOVE SC-PTO-SICK-BALANCE  TO WS-SB-BALANCE
           WRITE PAY-STUB-LINE FROM WS-STUB-LEAVE-LINE
           WRITE PAY-STUB-LINE FROM WS-STUB-BLANK.

      *----------------------------------------------------------------
      * 2355-WRITE-STUB-DEPOSIT - where the net pay was deposited,
      * masked for the stub's distribution class.
      *----------------------------------------------------------------
       2355-WRITE-STUB-DEPOSIT.
           MOVE "PAYSTUB"               TO MASK-REPORT-ID
           MOVE 'A'                     TO MASK-FIELD-TYPE
           MOVE 9                       TO MASK-FIELD-LENGTH
           MOVE EMP-BANK-ROUTING-NUMBER TO MASK-FIELD-VALUE
           CALL "MaskData" USING MASK-DATA-PARMS
           MOVE MASK-FIELD-VALUE        TO WS-SB-ROUTING

           MOVE 17                      TO MASK-FIELD-LENGTH
           MOVE EMP-BANK-ACCOUNT-NUMBER TO MASK-FIELD-VALUE
           CALL "MaskData" USING MASK-DATA-PARMS
           MOVE MASK-FIELD-VALUE        TO WS-SB-ACCOUNT
           WRITE PAY-STUB-LINE FROM WS-STUB-DEPOSIT-LINE.

      *----------------------------------------------------------------
      * 2380-WRITE-PAY-HISTORY - one history record per paid employee
      * per run, keeping the rate and bonus it was priced at.
      *----------------------------------------------------------------
       2380-WRITE-PAY-HISTORY.
           MOVE EMP-EMPLOYEE-NUMBER    TO PAYH-EMPLOYEE-NUMBER
           MOVE WS-RUN-DATE            TO PAYH-RUN-DATE
           MOVE New-Salary             TO PAYH-GROSS-PAY
           MOVE WS-COMPUTED-TAX        TO PAYH-TAX-AMOUNT
           COMPUTE PAYH-DEDUCTION = WS-EFFECTIVE-DEDUCTION
                                  + WS-401K-DEFERRAL
           MOVE WS-GARNISHMENT-AMOUNT  TO PAYH-GARNISHMENT
           MOVE Net-Pay                TO PAYH-NET-PAY
           MOVE 'R'                    TO PAYH-ENTRY-TYPE
           MOVE EMP-CURRENT-SALARY     TO PAYH-PAY-RATE
           MOVE EMP-BONUS              TO PAYH-BONUS
           WRITE PAY-HISTORY-RECORD.

      *----------------------------------------------------------------
           MOVE 0 TO WS-YTD-GARNISHMENT (WS-YTD-IDX)
           MOVE 0 TO WS-YTD-NET (WS-YTD-IDX)
           MOVE 0 TO WS-YTD-BENEFIT (WS-YTD-IDX)
           MOVE 0 TO WS-YTD-401K-DEFERRAL (WS-YTD-IDX)
           MOVE 0 TO WS-YTD-401K-MATCH (WS-YTD-IDX)

           IF WS-YTD-FILE-EXISTS
               PERFORM 2220-FIND-PRIOR-YTD
                       TO WS-YTD-NET (WS-YTD-IDX)
                   MOVE WS-PY-BENEFIT (WS-PY-FOUND-IDX)
                       TO WS-YTD-BENEFIT (WS-YTD-IDX)
                   MOVE WS-PY-401K-DEFERRAL (WS-PY-FOUND-IDX)
                       TO WS-YTD-401K-DEFERRAL (WS-YTD-IDX)
                   MOVE WS-PY-401K-MATCH (WS-PY-FOUND-IDX)
                       TO WS-YTD-401K-MATCH (WS-YTD-IDX)
               ELSE
                   DISPLAY "*** NO EMPYTD ENTRY FOR EMPLOYEE "
                           EMP-EMPLOYEE-NUMBER
               ADD WS-COMPUTED-TAX      TO WS-YTD-TAX (WS-YTD-IDX)
               ADD WS-EFFECTIVE-DEDUCTION
                   TO WS-YTD-DEDUCTION (WS-YTD-IDX)
               ADD WS-GARNISHMENT-AMOUNT
                   TO WS-YTD-GARNISHMENT (WS-YTD-IDX)
               ADD Net-Pay TO WS-YTD-NET (WS-YTD-IDX)
               ADD WS-EFFECTIVE-BENEFIT
                   TO WS-YTD-BENEFIT (WS-YTD-IDX)
               ADD WS-401K-DEFERRAL
                   TO WS-YTD-401K-DEFERRAL (WS-YTD-IDX)
               ADD WS-401K-MATCH
                   TO WS-YTD-401K-MATCH (WS-YTD-IDX)
           END-IF.

      *----------------------------------------------------------------
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2260-ROLL-PTO-BALANCES - this employee's carried balances,
      * with the period's accrual and leave taken applied when they
      * are paid this run, held in WS-PTO-TABLE for 3150 to write
      * back out.  No entry on an existing file starts the employee
      * at zero and says so.
      *----------------------------------------------------------------
       2260-ROLL-PTO-BALANCES.
           MOVE 0 TO WS-VAC-ACCRUAL
           MOVE 0 TO WS-SICK-ACCRUAL
           MOVE 0 TO WS-VAC-TAKEN
           MOVE 0 TO WS-SICK-TAKEN
           MOVE EMP-EMPLOYEE-NUMBER TO SC-PTO-EMPLOYEE-NUMBER
           MOVE 0 TO SC-PTO-SERVICE-YEARS
           MOVE 0 TO SC-PTO-VACATION-BALANCE
           MOVE 0 TO SC-PTO-SICK-BALANCE
           MOVE 0 TO SC-PTO-VACATION-ACCRUED
           MOVE 0 TO SC-PTO-VACATION-TAKEN
           MOVE 0 TO SC-PTO-SICK-ACCRUED
           MOVE 0 TO SC-PTO-SICK-TAKEN
           MOVE 0 TO SC-PTO-VACATION-CAP
           MOVE 0 TO SC-PTO-SICK-CAP

           IF WS-PTO-FILE-EXISTS
               MOVE 'N' TO WS-PP-FOUND-SWITCH
               MOVE 0   TO WS-PP-FOUND-IDX
               PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                       UNTIL WS-PP-IDX > WS-PRIOR-PTO-COUNT
                          OR WS-PRIOR-PTO-FOUND
                   IF WS-PP-IMAGE (WS-PP-IDX) (1:6)
                          = EMP-EMPLOYEE-NUMBER
                       MOVE 'Y' TO WS-PP-FOUND-SWITCH
                       MOVE WS-PP-IDX TO WS-PP-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-PRIOR-PTO-FOUND
                   MOVE 'Y' TO WS-PP-MATCHED (WS-PP-FOUND-IDX)
                   MOVE WS-PP-IMAGE (WS-PP-FOUND-IDX)
                       TO SC-PTO-RECORD
               ELSE
                   MOVE "SalaryCalc"        TO EXCP-PROGRAM-ID
                   MOVE EMP-EMPLOYEE-NUMBER TO EXCP-KEY-VALUE
                   MOVE "PTOBAL-EMPLOYEE-NUMBER" TO EXCP-FIELD-NAME
                   MOVE "NO PTOBAL ENTRY - LEAVE STARTED AT ZERO"
                       TO EXCP-REASON
                   MOVE WS-RUN-DATE TO EXCP-RUN-DATE
                   WRITE EXCEPTION-RECORD
               END-IF
           END-IF

           IF WS-PAY-DUE
               PERFORM 2270-ACCRUE-LEAVE
               PERFORM 2280-DEDUCT-LEAVE-TAKEN
           END-IF
           MOVE SC-PTO-RECORD TO WS-PTO-IMAGE (WS-EMPLOYEE-COUNT).

      *----------------------------------------------------------------
      * 2270-ACCRUE-LEAVE - the first PTORATE tier covering the
      * employee's completed years of service, past the last tier the
      * last tier; the annual hours spread over the employee's pay
      * periods.  The tier's carryover caps are stamped on the entry
      * for the year-end rollover.
      *----------------------------------------------------------------
       2270-ACCRUE-LEAVE.
           PERFORM 2275-COMPUTE-SERVICE-YEARS
           MOVE WS-SERVICE-YEARS TO SC-PTO-SERVICE-YEARS

           EVALUATE TRUE
               WHEN EMP-WEEKLY
                   MOVE 52 TO WS-PERIODS-PER-YEAR
               WHEN EMP-BIWEEKLY
                   MOVE 26 TO WS-PERIODS-PER-YEAR
               WHEN EMP-SEMIMONTHLY
                   MOVE 24 TO WS-PERIODS-PER-YEAR
               WHEN EMP-MONTHLY
                   MOVE 12 TO WS-PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 0  TO WS-PERIODS-PER-YEAR
           END-EVALUATE

           IF WS-TIER-COUNT > 0
              AND WS-PERIODS-PER-YEAR > 0
               MOVE 0 TO WS-TIER-FOUND-IDX
               PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                       UNTIL WS-TIER-IDX > WS-TIER-COUNT
                          OR WS-TIER-FOUND-IDX > 0
                   IF SC-TIER-UPPER-YEARS (WS-TIER-IDX)
                          >= WS-SERVICE-YEARS
                       MOVE WS-TIER-IDX TO WS-TIER-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-TIER-FOUND-IDX = 0
                   MOVE WS-TIER-COUNT TO WS-TIER-FOUND-IDX
               END-IF
               COMPUTE WS-VAC-ACCRUAL ROUNDED =
                   SC-TIER-VAC-ANNUAL (WS-TIER-FOUND-IDX)
                     / WS-PERIODS-PER-YEAR
               COMPUTE WS-SICK-ACCRUAL ROUNDED =
                   SC-TIER-SICK-ANNUAL (WS-TIER-FOUND-IDX)
                     / WS-PERIODS-PER-YEAR
               MOVE SC-TIER-VAC-CAP (WS-TIER-FOUND-IDX)
                   TO SC-PTO-VACATION-CAP
               MOVE SC-TIER-SICK-CAP (WS-TIER-FOUND-IDX)
                   TO SC-PTO-SICK-CAP
           END-IF

           ADD WS-VAC-ACCRUAL  TO SC-PTO-VACATION-BALANCE
           ADD WS-VAC-ACCRUAL  TO SC-PTO-VACATION-ACCRUED
           ADD WS-SICK-ACCRUAL TO SC-PTO-SICK-BALANCE
           ADD WS-SICK-ACCRUAL TO SC-PTO-SICK-ACCRUED.

      *----------------------------------------------------------------
      * 2275-COMPUTE-SERVICE-YEARS - whole years from EMP-HIRE-DATE
      * to the business date.  No hire date on the master accrues at
      * the first tier and is flagged so someone fills it in.
      *----------------------------------------------------------------
       2275-COMPUTE-SERVICE-YEARS.
           MOVE 0 TO WS-SERVICE-YEARS
           IF EMP-HIRE-DATE NOT NUMERIC
              OR EMP-HIRE-DATE = 0
               MOVE "SalaryCalc"        TO EXCP-PROGRAM-ID
               MOVE EMP-EMPLOYEE-NUMBER TO EXCP-KEY-VALUE
               MOVE "EMP-HIRE-DATE"     TO EXCP-FIELD-NAME
               MOVE "NO HIRE DATE - FIRST-TIER LEAVE ACCRUAL"
                   TO EXCP-REASON
               MOVE WS-RUN-DATE TO EXCP-RUN-DATE
               WRITE EXCEPTION-RECORD
           ELSE
               MOVE EMP-HIRE-DATE TO WS-SERVICE-HIRE-DATE
               MOVE WS-RUN-DATE   TO WS-SERVICE-RUN-DATE
               COMPUTE WS-SERVICE-WORK = WS-SERVICE-RUN-YEAR
                                       - WS-SERVICE-HIRE-YEAR
               IF WS-SERVICE-RUN-MMDD < WS-SERVICE-HIRE-MMDD
                   SUBTRACT 1 FROM WS-SERVICE-WORK
               END-IF
               EVALUATE TRUE
                   WHEN WS-SERVICE-WORK < 0
                       MOVE 0  TO WS-SERVICE-YEARS
                   WHEN WS-SERVICE-WORK > 99
                       MOVE 99 TO WS-SERVICE-YEARS
                   WHEN OTHER
                       MOVE WS-SERVICE-WORK TO WS-SERVICE-YEARS
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * 2280-DEDUCT-LEAVE-TAKEN - the vacation and sick hours on the
      * employee's accepted timesheet.  Leave past the balance was
      * still paid, so the balance goes negative and is flagged for
      * payroll to settle with the employee.
      *----------------------------------------------------------------
       2280-DEDUCT-LEAVE-TAKEN.
           PERFORM 1490-FIND-CURRENT-TIMESHEET
           IF WS-TIMESHEET-FOUND
              AND WS-TS-STATUS (WS-TS-FOUND-IDX) = 'M'
               MOVE WS-TS-VAC-HOURS (WS-TS-FOUND-IDX) TO WS-VAC-TAKEN
               MOVE WS-TS-SICK-HOURS (WS-TS-FOUND-IDX)
                   TO WS-SICK-TAKEN
           END-IF

           SUBTRACT WS-VAC-TAKEN  FROM SC-PTO-VACATION-BALANCE
           ADD      WS-VAC-TAKEN  TO   SC-PTO-VACATION-TAKEN
           SUBTRACT WS-SICK-TAKEN FROM SC-PTO-SICK-BALANCE
           ADD      WS-SICK-TAKEN TO   SC-PTO-SICK-TAKEN

           IF WS-VAC-TAKEN > 0
              AND SC-PTO-VACATION-BALANCE < 0
               MOVE "SalaryCalc"        TO EXCP-PROGRAM-ID
               MOVE EMP-EMPLOYEE-NUMBER TO EXCP-KEY-VALUE
               MOVE "TIMESHT-VACATION-HOURS" TO EXCP-FIELD-NAME
               MOVE "VACATION TAKEN EXCEEDS BALANCE"
                   TO EXCP-REASON
               MOVE WS-RUN-DATE TO EXCP-RUN-DATE
               WRITE EXCEPTION-RECORD
           END-IF
           IF WS-SICK-TAKEN > 0
              AND SC-PTO-SICK-BALANCE < 0
               MOVE "SalaryCalc"        TO EXCP-PROGRAM-ID
               MOVE EMP-EMPLOYEE-NUMBER TO EXCP-KEY-VALUE
               MOVE "TIMESHT-SICK-HOURS" TO EXCP-FIELD-NAME
               MOVE "SICK LEAVE TAKEN EXCEEDS BALANCE"
                   TO EXCP-REASON
               MOVE WS-RUN-DATE TO EXCP-RUN-DATE
               WRITE EXCEPTION-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 1700-LOAD-PRIOR-YTD - the whole keyed file; a duplicate key
      * stops the run on the spot, a missing file just means the
           MOVE EMPYTD-NET-PAY TO WS-PY-NET (WS-PRIOR-COUNT)
           MOVE EMPYTD-EMPLOYER-BENEFIT
               TO WS-PY-BENEFIT (WS-PRIOR-COUNT)
           MOVE EMPYTD-401K-DEFERRAL
               TO WS-PY-401K-DEFERRAL (WS-PRIOR-COUNT)
           MOVE EMPYTD-401K-MATCH
               TO WS-PY-401K-MATCH (WS-PRIOR-COUNT)
           MOVE 'N' TO WS-PY-MATCHED (WS-PRIOR-COUNT).

      *----------------------------------------------------------------
      * nightly summary.
      *----------------------------------------------------------------
       3000-TERMINATE.
           IF NOT WS-PREVIEW-RUN
               MOVE 'C' TO CHKI-ACTION
               CALL "CheckIssue" USING CHECK-ISSUE-PARMS
           END-IF
           PERFORM 3200-REPORT-ORPHAN-TIMESHEETS
           IF NOT WS-PREVIEW-RUN
               PERFORM 3050-RECONCILE-DISBURSEMENTS
           END-IF
           DISPLAY "EMPLOYEES PROCESSED: " WS-EMPLOYEE-COUNT
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE PAYROLL-REPORT-FILE
           CLOSE PAY-STUB-FILE
           IF NOT WS-PREVIEW-RUN
               CLOSE DIRECT-DEPOSIT-FILE
               CLOSE PAY-HISTORY-FILE
           END-IF
           PERFORM 3060-WRITE-LABOR-FOOTER
           CLOSE LABOR-REPORT-FILE
           IF NOT WS-PREVIEW-RUN
               CLOSE LABOR-DIST-FILE
               CLOSE RETIREMENT-REMIT-FILE
               DISPLAY "401K REMITTANCES: " WS-RETREM-COUNT
                       "  DEFERRED: " WS-RETREM-DEFERRAL-TOTAL
                       "  MATCH: " WS-RETREM-MATCH-TOTAL
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE BALANCE-HISTORY-FILE
               CLOSE AUDIT-TRAIL-FILE
           END-IF

           PERFORM 3250-CHECK-ORPHAN-YTD
           PERFORM 3270-REPORT-ORPHAN-PTO
           PERFORM 3280-REPORT-ORPHAN-ORDERS
           PERFORM 3080-WRITE-REMITTANCE

           IF WS-PREVIEW-RUN
               PERFORM 3500-WRITE-VARIANCE-REPORT
               CLOSE EXCEPTION-REPORT-FILE
           ELSE
               PERFORM 3010-REWRITE-YTD-FILE
               PERFORM 3150-REWRITE-PTO-BALANCES
               PERFORM 3160-REWRITE-GARNISHMENT-ORDERS
               PERFORM 3100-WRITE-SUMMARY-RECORD
               PERFORM 3300-WRITE-PAYROLL-GL
           END-IF.

      *----------------------------------------------------------------
      * 3010-REWRITE-YTD-FILE - this run's totals become the next
      * run's carried-forward figures.
      *----------------------------------------------------------------
       3010-REWRITE-YTD-FILE.
           OPEN OUTPUT YTD-FILE
           PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                   UNTIL WS-YTD-IDX > WS-EMPLOYEE-COUNT
               MOVE WS-YTD-NET (WS-YTD-IDX)     TO EMPYTD-NET-PAY
               MOVE WS-YTD-BENEFIT (WS-YTD-IDX)
                   TO EMPYTD-EMPLOYER-BENEFIT
               MOVE WS-YTD-401K-DEFERRAL (WS-YTD-IDX)
                   TO EMPYTD-401K-DEFERRAL
               MOVE WS-YTD-401K-MATCH (WS-YTD-IDX)
                   TO EMPYTD-401K-MATCH
               WRITE EMPYTD-RECORD
           END-PERFORM
           CLOSE YTD-FILE.

      *----------------------------------------------------------------
      * 3500-WRITE-VARIANCE-REPORT - a preview's PAYVAR listing.  The
      * first pass pairs each employee with their last regular entry
      * and finds when each frequency was last paid; the second lists
      * the employees whose pay moved past the threshold or who start
      * or stop being paid; the last lists anyone paid on the latest
      * run who is no longer on the master at all.
      *----------------------------------------------------------------
       3500-WRITE-VARIANCE-REPORT.
           OPEN OUTPUT PAY-VARIANCE-FILE
           MOVE WS-RUN-DATE         TO WS-VH-RUN-DATE
           MOVE WS-VARIANCE-PERCENT TO WS-VH-PERCENT
           WRITE PAY-VARIANCE-LINE FROM WS-VARIANCE-HEADING-1
           WRITE PAY-VARIANCE-LINE FROM WS-VARIANCE-HEADING-2
           MOVE ZEROS TO WS-FL-LAST-RUN-TABLE

           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-EMPLOYEE-COUNT
               PERFORM 3510-MATCH-LAST-PAY
           END-PERFORM

           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-EMPLOYEE-COUNT
               IF WS-PV-IN-RUN (WS-PV-IDX) = 'Y'
                   PERFORM 3520-COMPARE-EMPLOYEE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-COUNT
               IF WS-PH-MATCHED (WS-PH-IDX) = 'N'
                  AND WS-PH-RUN-DATE (WS-PH-IDX) = WS-PH-LATEST-DATE
                   PERFORM 3550-REPORT-LEAVER
               END-IF
           END-PERFORM

           MOVE SPACES TO PAY-VARIANCE-LINE
           WRITE PAY-VARIANCE-LINE
           IF WS-VARIANCE-COUNT = 0
               MOVE "*** NO EMPLOYEE OUTSIDE THE VARIANCE THRESHOLD ***"
                   TO PAY-VARIANCE-LINE
               WRITE PAY-VARIANCE-LINE
           END-IF
           MOVE WS-VARIANCE-COUNT TO WS-VT-COUNT
           MOVE WS-EMPLOYEE-COUNT TO WS-VT-PROCESSED
           WRITE PAY-VARIANCE-LINE FROM WS-VARIANCE-TOTAL-LINE
           CLOSE PAY-VARIANCE-FILE
           DISPLAY "PREVIEW VARIANCES LISTED: " WS-VARIANCE-COUNT.

      *----------------------------------------------------------------
      * 3510-MATCH-LAST-PAY
      *----------------------------------------------------------------
       3510-MATCH-LAST-PAY.
           MOVE 0 TO WS-PH-FOUND-IDX
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-COUNT
                      OR WS-PH-FOUND-IDX > 0
               IF WS-PH-EMPLOYEE (WS-PH-IDX)
                      = WS-PV-EMPLOYEE (WS-PV-IDX)
                   MOVE WS-PH-IDX TO WS-PH-FOUND-IDX
               END-IF
           END-PERFORM
           MOVE WS-PH-FOUND-IDX TO WS-PV-PH-IDX (WS-PV-IDX)
           PERFORM 3515-FIND-FREQUENCY
           IF WS-PH-FOUND-IDX > 0
               MOVE 'Y' TO WS-PH-MATCHED (WS-PH-FOUND-IDX)
               IF WS-FL-FOUND-IDX > 0
                  AND WS-PH-RUN-DATE (WS-PH-FOUND-IDX)
                      > WS-FL-LAST-RUN (WS-FL-FOUND-IDX)
                   MOVE WS-PH-RUN-DATE (WS-PH-FOUND-IDX)
                       TO WS-FL-LAST-RUN (WS-FL-FOUND-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3515-FIND-FREQUENCY
      *----------------------------------------------------------------
       3515-FIND-FREQUENCY.
           MOVE 0 TO WS-FL-FOUND-IDX
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > 4
                      OR WS-FL-FOUND-IDX > 0
               IF WS-FL-CODE (WS-FL-IDX) = WS-PV-FREQUENCY (WS-PV-IDX)
                   MOVE WS-FL-IDX TO WS-FL-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 3520-COMPARE-EMPLOYEE - an employee in this run's frequency.
      * Paid now with no entry, or with one older than the
      * frequency's last run, is newly paid; paid last run and not
      * now is no longer paid; paid both times is measured.
      *----------------------------------------------------------------
       3520-COMPARE-EMPLOYEE.
           MOVE WS-PV-PH-IDX (WS-PV-IDX) TO WS-PH-FOUND-IDX
           PERFORM 3515-FIND-FREQUENCY
           MOVE 0 TO WS-PV-LAST-RUN
           IF WS-FL-FOUND-IDX > 0
               MOVE WS-FL-LAST-RUN (WS-FL-FOUND-IDX) TO WS-PV-LAST-RUN
           END-IF
           MOVE 0 TO WS-PV-LAST-PAID
           MOVE 0 TO WS-PV-LAST-GROSS
           MOVE 0 TO WS-PV-LAST-NET
           IF WS-PH-FOUND-IDX > 0
               MOVE WS-PH-RUN-DATE (WS-PH-FOUND-IDX) TO WS-PV-LAST-PAID
               MOVE WS-PH-GROSS (WS-PH-FOUND-IDX) TO WS-PV-LAST-GROSS
               MOVE WS-PH-NET (WS-PH-FOUND-IDX)   TO WS-PV-LAST-NET
           END-IF
           MOVE WS-PV-GROSS (WS-PV-IDX) TO WS-PV-THIS-GROSS
           MOVE WS-PV-NET (WS-PV-IDX)   TO WS-PV-THIS-NET
           MOVE 0 TO WS-PV-GROSS-PCT
           MOVE 0 TO WS-PV-NET-PCT
           MOVE SPACES TO WS-PV-NOTE

           EVALUATE TRUE
               WHEN WS-PV-PAID (WS-PV-IDX) = 'Y'
                AND WS-PV-LAST-PAID = 0
                   MOVE "NEWLY PAID - NO PRIOR PAY" TO WS-PV-NOTE
               WHEN WS-PV-PAID (WS-PV-IDX) = 'Y'
                AND WS-PV-LAST-PAID < WS-PV-LAST-RUN
                   MOVE "NEWLY PAID - NOT PAID LAST RUN" TO WS-PV-NOTE
               WHEN WS-PV-PAID (WS-PV-IDX) = 'Y'
                   PERFORM 3530-MEASURE-VARIANCE
               WHEN WS-PV-LAST-PAID > 0
                AND WS-PV-LAST-PAID = WS-PV-LAST-RUN
                   STRING "NO LONGER PAID - " DELIMITED BY SIZE
                          WS-PV-REASON (WS-PV-IDX) DELIMITED BY SIZE
                       INTO WS-PV-NOTE
                   END-STRING
           END-EVALUATE

           IF WS-PV-NOTE NOT = SPACES
               MOVE WS-PV-EMPLOYEE (WS-PV-IDX) TO WS-VD-EMP-NUMBER
               MOVE WS-PV-NAME (WS-PV-IDX)     TO WS-VD-EMP-NAME
               PERFORM 3540-WRITE-VARIANCE-LINE
           END-IF.

      *----------------------------------------------------------------
      * 3530-MEASURE-VARIANCE - the size of each change against the
      * last figure; any change from a last figure of zero counts as
      * past the threshold.
      *----------------------------------------------------------------
       3530-MEASURE-VARIANCE.
           COMPUTE WS-PV-CHANGE = WS-PV-THIS-GROSS - WS-PV-LAST-GROSS
           IF WS-PV-CHANGE < 0
               COMPUTE WS-PV-CHANGE = 0 - WS-PV-CHANGE
           END-IF
           MOVE WS-PV-LAST-GROSS TO WS-PV-BASE
           IF WS-PV-BASE < 0
               COMPUTE WS-PV-BASE = 0 - WS-PV-BASE
           END-IF
           IF WS-PV-BASE = 0
               IF WS-PV-CHANGE > 0
                   MOVE 99999.99 TO WS-PV-GROSS-PCT
               END-IF
           ELSE
               COMPUTE WS-PV-GROSS-PCT ROUNDED =
                   WS-PV-CHANGE * 100 / WS-PV-BASE
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-PV-GROSS-PCT
               END-COMPUTE
           END-IF

           COMPUTE WS-PV-CHANGE = WS-PV-THIS-NET - WS-PV-LAST-NET
           IF WS-PV-CHANGE < 0
               COMPUTE WS-PV-CHANGE = 0 - WS-PV-CHANGE
           END-IF
           MOVE WS-PV-LAST-NET TO WS-PV-BASE
           IF WS-PV-BASE < 0
               COMPUTE WS-PV-BASE = 0 - WS-PV-BASE
           END-IF
           IF WS-PV-BASE = 0
               IF WS-PV-CHANGE > 0
                   MOVE 99999.99 TO WS-PV-NET-PCT
               END-IF
           ELSE
               COMPUTE WS-PV-NET-PCT ROUNDED =
                   WS-PV-CHANGE * 100 / WS-PV-BASE
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-PV-NET-PCT
               END-COMPUTE
           END-IF

           EVALUATE TRUE
               WHEN WS-PV-GROSS-PCT > WS-VARIANCE-PERCENT
                AND WS-PV-NET-PCT > WS-VARIANCE-PERCENT
                   MOVE "GROSS AND NET OVER THRESHOLD" TO WS-PV-NOTE
               WHEN WS-PV-GROSS-PCT > WS-VARIANCE-PERCENT
                   MOVE "GROSS OVER THRESHOLD" TO WS-PV-NOTE
               WHEN WS-PV-NET-PCT > WS-VARIANCE-PERCENT
                   MOVE "NET OVER THRESHOLD" TO WS-PV-NOTE
           END-EVALUATE.

      *----------------------------------------------------------------
      * 3540-WRITE-VARIANCE-LINE
      *----------------------------------------------------------------
       3540-WRITE-VARIANCE-LINE.
           IF WS-PV-LAST-PAID = 0
               MOVE "NONE" TO WS-VD-LAST-DATE
           ELSE
               MOVE WS-PV-LAST-PAID TO WS-VD-LAST-DATE
           END-IF
           MOVE WS-PV-LAST-GROSS TO WS-VD-LAST-GROSS
           MOVE WS-PV-THIS-GROSS TO WS-VD-THIS-GROSS
           MOVE WS-PV-GROSS-PCT  TO WS-VD-GROSS-PCT
           MOVE WS-PV-LAST-NET   TO WS-VD-LAST-NET
           MOVE WS-PV-THIS-NET   TO WS-VD-THIS-NET
           MOVE WS-PV-NET-PCT    TO WS-VD-NET-PCT
           MOVE WS-PV-NOTE       TO WS-VD-NOTE
           WRITE PAY-VARIANCE-LINE FROM WS-VARIANCE-DETAIL-LINE
           ADD 1 TO WS-VARIANCE-COUNT.

      *----------------------------------------------------------------
      * 3550-REPORT-LEAVER - paid on the latest run and gone from the
      * employee master since.
      *----------------------------------------------------------------
       3550-REPORT-LEAVER.
           MOVE WS-PH-EMPLOYEE (WS-PH-IDX) TO WS-VD-EMP-NUMBER
           MOVE SPACES                     TO WS-VD-EMP-NAME
           MOVE WS-PH-RUN-DATE (WS-PH-IDX) TO WS-PV-LAST-PAID
           MOVE WS-PH-GROSS (WS-PH-IDX)    TO WS-PV-LAST-GROSS
           MOVE WS-PH-NET (WS-PH-IDX)      TO WS-PV-LAST-NET
           MOVE 0 TO WS-PV-THIS-GROSS
           MOVE 0 TO WS-PV-THIS-NET
           MOVE 0 TO WS-PV-GROSS-PCT
           MOVE 0 TO WS-PV-NET-PCT
           MOVE "NO LONGER ON EMPLOYEE MASTER" TO WS-PV-NOTE
           PERFORM 3540-WRITE-VARIANCE-LINE.

      *----------------------------------------------------------------
      * 3050-RECONCILE-DISBURSEMENTS - every paid employee's net went
      * exactly one way: posted on-us, extracted to DDEXTR, paid by
      * check for want of a routing number, or diverted to check from
      * an on-us account that could not be posted.  The four buckets
      * must add back to the net total this run writes to EODSUM.
      *----------------------------------------------------------------
       3050-RECONCILE-DISBURSEMENTS.
           COMPUTE WS-DISBURSED-TOTAL = WS-ONUS-TOTAL
                                      + WS-EXTRACT-TOTAL
                                      + WS-CHECK-TOTAL
                                      + WS-DIVERTED-TOTAL
           COMPUTE WS-DISBURSED-COUNT = WS-ONUS-COUNT
                                      + WS-EXTRACT-COUNT
                                      + WS-CHECK-COUNT
                                      + WS-DIVERTED-COUNT
           WRITE PAYROLL-REPORT-LINE FROM WS-RECON-HEADING

           MOVE "ON-US DEPOSITS POSTED TO ACCTMAST" TO WS-R-CAPTION
           MOVE WS-ONUS-COUNT TO WS-R-COUNT
           MOVE WS-ONUS-TOTAL TO WS-R-AMOUNT
           WRITE PAYROLL-REPORT-LINE FROM WS-RECON-LINE

           MOVE "OFF-US ITEMS EXTRACTED TO DDEXTR" TO WS-R-CAPTION
           MOVE WS-EXTRACT-COUNT TO WS-R-COUNT
           MOVE WS-EXTRACT-TOTAL TO WS-R-AMOUNT
           WRITE PAYROLL-REPORT-LINE FROM WS-RECON-LINE

           MOVE "PAID BY CHECK - NO ROUTING NUMBER" TO WS-R-CAPTION
           MOVE WS-CHECK-COUNT TO WS-R-COUNT
           MOVE WS-CHECK-TOTAL TO WS-R-AMOUNT
           WRITE PAYROLL-REPORT-LINE FROM WS-RECON-LINE

           MOVE "ON-US NOT POSTABLE - PAY BY CHECK" TO WS-R-CAPTION
           MOVE WS-DIVERTED-COUNT TO WS-R-COUNT
           MOVE WS-DIVERTED-TOTAL TO WS-R-AMOUNT
           WRITE PAYROLL-REPORT-LINE FROM WS-RECON-LINE

           MOVE "  OF THE CHECKS - PRINTED ON CHKPRT" TO WS-R-CAPTION
           MOVE CHKI-ISSUED-COUNT TO WS-R-COUNT
           MOVE CHKI-ISSUED-TOTAL TO WS-R-AMOUNT
           WRITE PAYROLL-REPORT-LINE FROM WS-RECON-LINE

           MOVE "  OF THE CHECKS - TO WRITE BY HAND" TO WS-R-CAPTION
           MOVE WS-HAND-CHECK-COUNT TO WS-R-COUNT
           MOVE WS-HAND-CHECK-TOTAL TO WS-R-AMOUNT
           WRITE PAYROLL-REPORT-LINE FROM WS-RECON-LINE

           MOVE "TOTAL DISBURSED" TO WS-R-CAPTION
           MOVE WS-DISBURSED-COUNT TO WS-R-COUNT
           MOVE WS-DISBURSED-TOTAL TO WS-R-AMOUNT
           WRITE PAYROLL-REPORT-LINE FROM WS-RECON-LINE

           MOVE "PAYROLL NET TOTAL TO EODSUM" TO WS-R-CAPTION
           MOVE WS-TOTAL-NET-PAY TO WS-R-AMOUNT
           WRITE PAYROLL-REPORT-LINE FROM WS-RECON-LINE

           IF WS-DISBURSED-TOTAL = WS-TOTAL-NET-PAY
               MOVE "DISBURSEMENTS IN BALANCE WITH PAYROLL NET TOTAL"
                   TO WS-R-RESULT
               DISPLAY "PAYROLL DISBURSEMENTS RECONCILED."
           ELSE
               MOVE 'N' TO WS-RECON-SWITCH
               MOVE "*** DISBURSEMENTS OUT OF BALANCE - RUN FAILED ***"
                   TO WS-R-RESULT
               DISPLAY "*** PAYROLL DISBURSEMENTS DO NOT RECONCILE TO"
                       " THE NET TOTAL - RUN FAILED ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE PAYROLL-REPORT-LINE FROM WS-RECON-RESULT-LINE.

      *----------------------------------------------------------------
      * 3060-WRITE-LABOR-FOOTER - the distribution totals, which add
      * back to the gross and benefit the register paid.
      *----------------------------------------------------------------
       3060-WRITE-LABOR-FOOTER.
           MOVE SPACES TO LABOR-REPORT-LINE
           WRITE LABOR-REPORT-LINE
           MOVE WS-LABOR-LINE-COUNT    TO WS-LF-LINES
           MOVE WS-LABOR-GROSS-TOTAL   TO WS-LF-GROSS
           MOVE WS-LABOR-BENEFIT-TOTAL TO WS-LF-BENEFIT
           WRITE LABOR-REPORT-LINE FROM WS-LABOR-FOOTER-1
           MOVE WS-CROSS-CHARGE-COUNT  TO WS-LF-CROSS-LINES
           MOVE WS-CROSS-GROSS-TOTAL   TO WS-LF-CROSS-GROSS
           WRITE LABOR-REPORT-LINE FROM WS-LABOR-FOOTER-2.

      *----------------------------------------------------------------
      * 3250-CHECK-ORPHAN-YTD - an EMPYTD entry matching nobody on
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 3270-REPORT-ORPHAN-PTO - a PTOBAL entry matching nobody on the
      * master is reported and carried forward as it stands, so a
      * mis-keyed employee's leave is not lost.
      *----------------------------------------------------------------
       3270-REPORT-ORPHAN-PTO.
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PRIOR-PTO-COUNT
               IF WS-PP-MATCHED (WS-PP-IDX) = 'N'
                   MOVE "SalaryCalc"        TO EXCP-PROGRAM-ID
                   MOVE WS-PP-IMAGE (WS-PP-IDX) (1:6)
                       TO EXCP-KEY-VALUE
                   MOVE "PTOBAL-EMPLOYEE-NUMBER" TO EXCP-FIELD-NAME
                   MOVE "PTOBAL ENTRY MATCHES NO EMPLOYEE - KEPT"
                       TO EXCP-REASON
                   MOVE WS-RUN-DATE TO EXCP-RUN-DATE
                   WRITE EXCEPTION-RECORD
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 3150-REWRITE-PTO-BALANCES - this run's balances in master
      * order, then any unclaimed entries unchanged.
      *----------------------------------------------------------------
       3150-REWRITE-PTO-BALANCES.
           OPEN OUTPUT PTO-BALANCE-FILE
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-EMPLOYEE-COUNT
               MOVE WS-PTO-IMAGE (WS-PP-IDX) TO PTOBAL-RECORD
               WRITE PTOBAL-RECORD
           END-PERFORM
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PRIOR-PTO-COUNT
               IF WS-PP-MATCHED (WS-PP-IDX) = 'N'
                   MOVE WS-PP-IMAGE (WS-PP-IDX) TO PTOBAL-RECORD
                   WRITE PTOBAL-RECORD
               END-IF
           END-PERFORM
           CLOSE PTO-BALANCE-FILE.

      *----------------------------------------------------------------
      * 3160-REWRITE-GARNISHMENT-ORDERS - every order back in file
      * order, with this run's payments and satisfactions.
      *----------------------------------------------------------------
       3160-REWRITE-GARNISHMENT-ORDERS.
           IF WS-GARNORD-FILE-EXISTS
               OPEN OUTPUT GARNISHMENT-ORDER-FILE
               PERFORM VARYING WS-GO-IDX FROM 1 BY 1
                       UNTIL WS-GO-IDX > WS-ORDER-COUNT
                   MOVE WS-GO-IMAGE (WS-GO-IDX)
                       TO GARNISHMENT-ORDER-RECORD
                   WRITE GARNISHMENT-ORDER-RECORD
               END-PERFORM
               CLOSE GARNISHMENT-ORDER-FILE
           END-IF.

      *----------------------------------------------------------------
      * 3280-REPORT-ORPHAN-ORDERS - an active order for nobody on the
      * master was not applied; it is kept on file.
      *----------------------------------------------------------------
       3280-REPORT-ORPHAN-ORDERS.
           PERFORM VARYING WS-GO-IDX FROM 1 BY 1
                   UNTIL WS-GO-IDX > WS-ORDER-COUNT
               MOVE WS-GO-IMAGE (WS-GO-IDX) TO SC-GARN-ORDER
               IF WS-GO-MATCHED (WS-GO-IDX) = 'N'
                  AND SC-GO-ACTIVE
                   MOVE "SalaryCalc"          TO EXCP-PROGRAM-ID
                   MOVE SC-GO-CASE-NUMBER     TO EXCP-KEY-VALUE
                   MOVE "GARN-EMPLOYEE-NUMBER" TO EXCP-FIELD-NAME
                   MOVE "ORDER MATCHES NO EMPLOYEE - NOT APPLIED"
                       TO EXCP-REASON
                   MOVE WS-RUN-DATE TO EXCP-RUN-DATE
                   WRITE EXCEPTION-RECORD
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 3080-WRITE-REMITTANCE - the run's payments agency by agency:
      * each agency's first unwritten payment starts its group, and
      * every later payment to the same agency joins it.
      *----------------------------------------------------------------
       3080-WRITE-REMITTANCE.
           MOVE 0 TO WS-RM-GRAND-TOTAL
           MOVE 0 TO WS-RM-AGENCY-COUNT
           PERFORM VARYING WS-RM-AGENCY-IDX FROM 1 BY 1
                   UNTIL WS-RM-AGENCY-IDX > WS-REMIT-COUNT
               IF WS-RM-WRITTEN (WS-RM-AGENCY-IDX) = 'N'
                   PERFORM 3085-WRITE-AGENCY-GROUP
               END-IF
           END-PERFORM

           MOVE SPACES TO GARNISHMENT-REPORT-LINE
           WRITE GARNISHMENT-REPORT-LINE
           IF WS-REMIT-COUNT = 0
               MOVE "*** NO GARNISHMENTS REMITTED THIS RUN ***"
                   TO GARNISHMENT-REPORT-LINE
               WRITE GARNISHMENT-REPORT-LINE
           END-IF
           MOVE "TOTAL REMITTED - ALL AGENCIES" TO WS-GT-CAPTION
           MOVE WS-RM-GRAND-TOTAL TO WS-GT-AMOUNT
           WRITE GARNISHMENT-REPORT-LINE FROM WS-GARN-TOTAL-LINE
           IF NOT WS-PREVIEW-RUN
               CLOSE GARNISHMENT-REMIT-FILE
           END-IF
           CLOSE GARNISHMENT-REPORT-FILE
           DISPLAY "GARNISHMENT PAYMENTS: " WS-REMIT-COUNT
                   "  AGENCIES: " WS-RM-AGENCY-COUNT.

      *----------------------------------------------------------------
      * 3085-WRITE-AGENCY-GROUP
      *----------------------------------------------------------------
       3085-WRITE-AGENCY-GROUP.
           ADD 1 TO WS-RM-AGENCY-COUNT
           MOVE 0 TO WS-RM-AGENCY-TOTAL
           MOVE SPACES TO GARNISHMENT-REPORT-LINE
           WRITE GARNISHMENT-REPORT-LINE
           MOVE WS-RM-AGENCY-CODE (WS-RM-AGENCY-IDX)
               TO WS-GA-AGENCY-CODE
           MOVE WS-RM-AGENCY-NAME (WS-RM-AGENCY-IDX)
               TO WS-GA-AGENCY-NAME
           WRITE GARNISHMENT-REPORT-LINE FROM WS-GARN-AGENCY-LINE

           PERFORM VARYING WS-RM-IDX FROM WS-RM-AGENCY-IDX BY 1
                   UNTIL WS-RM-IDX > WS-REMIT-COUNT
               IF WS-RM-WRITTEN (WS-RM-IDX) = 'N'
                  AND WS-RM-AGENCY-CODE (WS-RM-IDX)
                      = WS-RM-AGENCY-CODE (WS-RM-AGENCY-IDX)
                   PERFORM 3090-WRITE-REMIT-ENTRY
               END-IF
           END-PERFORM

           MOVE "  AGENCY TOTAL" TO WS-GT-CAPTION
           MOVE WS-RM-AGENCY-TOTAL TO WS-GT-AMOUNT
           WRITE GARNISHMENT-REPORT-LINE FROM WS-GARN-TOTAL-LINE.

      *----------------------------------------------------------------
      * 3090-WRITE-REMIT-ENTRY
      *----------------------------------------------------------------
       3090-WRITE-REMIT-ENTRY.
           MOVE 'Y' TO WS-RM-WRITTEN (WS-RM-IDX)
           MOVE WS-RM-AGENCY-CODE (WS-RM-IDX) TO GARNREM-AGENCY-CODE
           MOVE WS-RM-AGENCY-NAME (WS-RM-IDX) TO GARNREM-AGENCY-NAME
           MOVE WS-RM-CASE-NUMBER (WS-RM-IDX) TO GARNREM-CASE-NUMBER
           MOVE WS-RM-EMPLOYEE (WS-RM-IDX)
               TO GARNREM-EMPLOYEE-NUMBER
           MOVE WS-RM-EMP-NAME (WS-RM-IDX)    TO GARNREM-EMPLOYEE-NAME
           MOVE WS-RM-AMOUNT (WS-RM-IDX)      TO GARNREM-AMOUNT
           MOVE WS-RM-SATISFIED (WS-RM-IDX)
               TO GARNREM-SATISFIED-FLAG
           MOVE WS-RUN-DATE                   TO GARNREM-RUN-DATE
           IF NOT WS-PREVIEW-RUN
               WRITE GARNISHMENT-REMIT-RECORD
           END-IF

           MOVE WS-RM-CASE-NUMBER (WS-RM-IDX) TO WS-GD-CASE-NUMBER
           MOVE WS-RM-EMPLOYEE (WS-RM-IDX)    TO WS-GD-EMP-NUMBER
           MOVE WS-RM-EMP-NAME (WS-RM-IDX)    TO WS-GD-EMP-NAME
           MOVE WS-RM-AMOUNT (WS-RM-IDX)      TO WS-GD-AMOUNT
           IF WS-RM-SATISFIED (WS-RM-IDX) = 'Y'
               MOVE "ORDER SATISFIED - FINAL PAYMENT" TO WS-GD-NOTE
           ELSE
               MOVE SPACES TO WS-GD-NOTE
           END-IF
           WRITE GARNISHMENT-REPORT-LINE FROM WS-GARN-DETAIL-LINE
           ADD WS-RM-AMOUNT (WS-RM-IDX) TO WS-RM-AGENCY-TOTAL
           ADD WS-RM-AMOUNT (WS-RM-IDX) TO WS-RM-GRAND-TOTAL.

      *----------------------------------------------------------------
      * 3100-WRITE-SUMMARY-RECORD - append this run's payroll total to
      * the shared end-of-day summary file.
           END-PERFORM.

      *----------------------------------------------------------------
      * 3300-WRITE-PAYROLL-GL - the run's journal batch: salary and
      * benefit expense per department charged, the withholding
      * liabilities as credits, the benefits payable, and net pay as
      * the cash offset, under the same header/trailer controls
      * GLEXTR carries.
      *----------------------------------------------------------------
       3300-WRITE-PAYROLL-GL.
           OPEN OUTPUT PAYROLL-GL-FILE
           MOVE SPACES TO PGL-INTERFACE-RECORD
           MOVE 'H' TO PGL-RECORD-TYPE
           MOVE WS-RUN-DATE TO PGL-HEADER-RUN-DATE
           MOVE "PAYROLL" TO PGL-HEADER-SOURCE
           WRITE PGL-INTERFACE-RECORD
           MOVE 'D' TO PGL-RECORD-TYPE

               MOVE "SALRY" TO WS-PGL-CATEGORY
               MOVE WS-DG-GROSS (WS-DG-IDX) TO WS-PGL-AMOUNT
               PERFORM 3400-WRITE-MAPPED-GL-LINE
               MOVE "BENEF" TO WS-PGL-CATEGORY
               MOVE WS-DG-BENEFIT (WS-DG-IDX) TO WS-PGL-AMOUNT
               PERFORM 3400-WRITE-MAPPED-GL-LINE
           END-PERFORM

           MOVE "PAYR" TO WS-PGL-DEPARTMENT
           COMPUTE WS-PGL-AMOUNT = 0 - WS-GLP-DEDUCT-TOTAL
           PERFORM 3400-WRITE-MAPPED-GL-LINE

      * The match is expensed with the other employer benefits but
      * owed to the plan custodian with the deferrals, not to the
      * benefit carriers.
           MOVE "BENPY" TO WS-PGL-CATEGORY
           COMPUTE WS-PGL-AMOUNT = WS-GLP-MATCH-TOTAL
                                 - WS-GLP-BENEFIT-TOTAL
           PERFORM 3400-WRITE-MAPPED-GL-LINE

           MOVE "401K " TO WS-PGL-CATEGORY
           COMPUTE WS-PGL-AMOUNT = 0 - WS-GLP-401K-TOTAL
           PERFORM 3400-WRITE-MAPPED-GL-LINE

           MOVE "CASH " TO WS-PGL-CATEGORY
