      *                  RUN'S RECORD COUNTS AND FINAL STATUS, AND AN
      *                  ABEND LEAVES NO END RECORD, WHICH IS HOW THE
      *                  MORNING OPERATIONS REPORT SPOTS IT.
      * 2026-10-15  DLH  NOW MAINTAINS THE NEW CUSTCIF CUSTOMER
      *                  INFORMATION FILE AND THE CUSTREL CUSTOMER-TO-
      *                  ACCOUNT RELATIONSHIP FILE.  AN ADD REQUEST
      *                  OPENS (OR LINKS) THE CUSTOMER NAMED IN
      *                  ACCTMNT-CUSTOMER-ID AS THE ACCOUNT'S PRIMARY
      *                  OWNER, A CHANGE CARRYING A NEW NAME UPDATES
      *                  THE CUSTOMER ENTRY AS WELL AS CUSTADDR, AND
      *                  NEW RELATE ('R') AND UNRELATE ('U') REQUESTS
      *                  ADD OR REMOVE A JOINT OWNER OR CUSTODIAN ON
      *                  AN EXISTING ACCOUNT.  BOTH FILES ARE SMALL AND
      *                  LINE SEQUENTIAL, SO THEY KEEP THE CUSTADDR
      *                  READ-TABLE/REWRITE-FILE SHAPE.
      * 2026-10-15  DLH  A WITHDRAWAL IS NOW REFUSED WHEN THE ACCOUNT
      *                  IS FROZEN, OR WHEN THE WITHDRAWAL (WITH ANY
      *                  EARLY CD PENALTY) WOULD TAKE THE BALANCE BELOW
      *                  THE AMOUNT HELD BY LEVIES AND COURT ORDERS ON
      *                  THE NEW LEGLHOLD FILE, AS TOTALLED BY THE
      *                  SHARED HoldCheck SUBPROGRAM.  AN ACCOUNT WITH
      *                  NO HOLDS IN FORCE WITHDRAWS AS BEFORE.
      * 2026-10-15  DLH  A CLOSE NOW SETTLES THE ACCOUNT INSTEAD OF
      *                  JUST FLIPPING ACCTM-STATUS AND STRANDING THE
      *                  BALANCE ON A CLOSED RECORD.  THE ACCRUED
      *                  INTEREST IS CAPITALIZED, THE BALANCE IS PAID
      *                  OUT TO ZERO ON THE NEW CLOSECHK CLOSING-CHECK
      *                  REGISTER TO THE CUSTADDR NAME AND ADDRESS, A
      *                  FINAL STATEMENT IS WRITTEN TO CLOSSTMT, AND
      *                  BOTH MOVEMENTS POST TO BALHIST AND BALAUDIT
      *                  (TYPE 'I' FOR THE INTEREST, 'C' FOR THE
      *                  PAYOUT).  AN ACCOUNT UNDER A LEGAL HOLD OR
      *                  FREEZE, OR ONE OVERDRAWN, IS NOT CLOSED.
      * 2026-10-15  DLH  CARRIES THE CUSTADDR UNDELIVERABLE-ADDRESS
      *                  FLAG SET BY ReturnedMail THROUGH THE REWRITE,
      *                  AND CLEARS IT WHENEVER A REQUEST POSTS A NEW
      *                  NAME AND ADDRESS FOR THE ACCOUNT.
      * 2026-10-15  DLH  THE RUN NOW WRITES ITS OWN GL JOURNAL BATCH TO
      *                  ACMGLEX FOR LedgerPost - EARLY CD PENALTIES AS
      *                  A DEBIT TO CUSTOMER DEPOSITS AND A CREDIT TO
      *                  PENALTY INCOME, AND THE ACCRUED INTEREST A
      *                  CLOSE CAPITALIZES MOVED OUT OF ACCRUED
      *                  INTEREST PAYABLE INTO CUSTOMER DEPOSITS -
      *                  MAPPED THROUGH THE SHARED COAMAP CHART OF
      *                  ACCOUNTS, WITH ANY UNMAPPED LINE DIVERTED TO
      *                  EXCPRPT THE WAY SalaryCalc DOES.
      * 2026-10-15  DLH  THE EARLY CD WITHDRAWAL PENALTY RATE IS NO
      *                  LONGER A VALUE CLAUSE - IT IS LOOKED UP AS
      *                  CODE CDPENRT ON THE SHARED FEESCHD FEE
      *                  SCHEDULE THROUGH FeeLookup, AS IN FORCE ON THE
      *                  RUN DATE, AND THE RUN STOPS WITHOUT ONE.
      * 2026-10-15  DLH  MAINTAINS THE CUSTOMER'S TIN AND W-9
      *                  CERTIFICATION STATUS ON CUSTADDR FOR BACKUP
      *                  WITHHOLDING - SET ON AN ADD, AND ON A CHANGE
      *                  CARRYING A NON-BLANK STATUS.  A STATUS OTHER
      *                  THAN 'C' OR 'U', OR A CERTIFIED STATUS WITHOUT
      *                  A NINE-DIGIT TIN, IS REJECTED.
      * 2026-10-15  DLH  CARRIES THE CUSTADDR ESTATE FLAG AND DATE OF
      *                  DEATH AND THE CUSTCIF DATE OF DEATH SET BY
      *                  DeathNotice THROUGH THE REWRITES - A CHANGE
      *                  POSTING A NEW ADDRESS FOR AN ESTATE ACCOUNT
      *                  LEAVES IT AN ESTATE ACCOUNT.  A RELATE
      *                  NAMING A DECEASED CUSTOMER IS REJECTED.
      * 2026-10-15  DLH  ACCOUNTS ARE NOW BOOKED AT A BRANCH.  AN ADD
      *                  MUST NAME AN OPEN BRANCH ON THE NEW BRANCH
      *                  TABLE, WHICH GOES ON BOTH ACCTMAST AND
      *                  CUSTADDR WITH THE OPENED DATE; A CLOSE STAMPS
      *                  THE CLOSED DATE.  NEW BRANCH-TRANSFER REQUEST
      *                  TYPE 'B' MOVES AN ACTIVE ACCOUNT TO ANOTHER
      *                  OPEN BRANCH.  ACCTMBAK WIDENED TO THE LONGER
      *                  ACCTMAST RECORD.
      * 2026-10-15  DLH  SANCTIONS SCREENING.  THE NAME ON AN ADD, AND
      *                  A NEW NAME ON A CHANGE, IS MATCHED AGAINST THE
      *                  WATCHLST WATCH LIST THROUGH SanctionScreen.  A
      *                  POSSIBLE HIT IS NOT APPLIED - THE REQUEST IS
      *                  PARKED ON SCRNHOLD AND EACH HIT LOGGED TO
      *                  SCRNLOG FOR COMPLIANCE TO CLEAR OR CONFIRM
      *                  THROUGH ScreenReview.  EACH RUN FIRST APPLIES
      *                  THE PARKED REQUESTS CLEARED SINCE THE LAST
      *                  RUN AND REFUSES THE CONFIRMED ONES.  THE RUN
      *                  STOPS IF THERE IS NO WATCH LIST ON FILE.
      * 2026-10-15  DLH  CHECKS IN WITH THE SHARED PostingRegister ONCE
      *                  THE MASTER BACKUP IS VERIFIED AND REGISTERS THE
      *                  BUSINESS DATE WHEN THE RUN FINISHES.  A RERUN
      *                  FOR A DATE ALREADY POSTED ENDS RC 8 UNLESS A
      *                  RERUNREQ ENTRY ASKS FOR REPLACE MODE, WHICH
      *                  FIRST CLEARS THIS PROGRAM'S BALHIST AND
      *                  BALAUDIT ENTRIES FOR THE DATE.
      * 2026-10-15  DLH  THE PAYEE'S STREET ADDRESS AND ZIP CODE ON THE
      *                  CLOSING CHECKS AND FINAL STATEMENTS NOW PASS
      *                  THROUGH THE SHARED MaskData AND PRINT AS THE
      *                  CLOSECHK AND CLOSSTMT DISTCLS DISTRIBUTION
      *                  CLASSES ALLOW.
      * 2026-10-15  DLH  RERUN CHECK NOW AHEAD OF THE MASTER BACKUP SO
      *                  A REFUSED RUN CATALOGS NO ACCTMBAK GENERATION.
      * 2026-10-15  DLH  NO LONGER CHECKS IN WITH PostingRegister.  THE
      *                  PROGRAM RUNS ON DEMAND, OFTEN MORE THAN ONCE A
      *                  DAY, SO ONE REGISTRATION PER BUSINESS DATE
      *                  REFUSED A SECOND GENUINE BATCH, AND A FORCED
      *                  REPLACE PURGED THE FIRST BATCH'S BALHIST AND
      *                  BALAUDIT ENTRIES WHILE ITS ACCTMAST UPDATES
      *                  STOOD.
      * 2026-10-15  DLH  A RELATE THAT OPENS A NEW CUSTOMER NOW
      *                  SCREENS THE REQUEST'S NAME BEFORE THE CUSTCIF
      *                  ENTRY IS OPENED, AND A POSSIBLE HIT IS PARKED
      *                  ON SCRNHOLD (SCRNLOG SOURCE 'L') AS AN ADD'S
      *                  WOULD BE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTA-STATUS.

           SELECT CUSTOMER-INFO-FILE ASSIGN TO "CUSTCIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTC-STATUS.

           SELECT RELATIONSHIP-FILE ASSIGN TO "CUSTREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTR-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "BALAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CLOSING-CHECK-FILE ASSIGN TO "CLOSECHK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-GL-FILE ASSIGN TO "ACMGLEX"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COA-MAP-FILE ASSIGN TO "COAMAP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FINAL-STATEMENT-FILE ASSIGN TO "CLOSSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BRANCH-FILE ASSIGN TO "BRANCH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCREEN-HOLD-FILE ASSIGN TO "SCRNHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHOLD-STATUS.

           SELECT SCREENING-LOG-FILE ASSIGN TO "SCRNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMNT.

       FD  BACKUP-FILE.
       01  BACKUP-RECORD                PIC X(65).

       FD  MAINTENANCE-REPORT-FILE.
       01  MAINTENANCE-REPORT-LINE      PIC X(100).
       FD  CUSTOMER-ADDRESS-FILE.
       COPY CUSTADDR.

       FD  CUSTOMER-INFO-FILE.
       COPY CUSTCIF.

       FD  RELATIONSHIP-FILE.
       COPY CUSTREL.

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       FD  BALANCE-HISTORY-FILE.
       COPY BALHIST.

       FD  AUDIT-TRAIL-FILE.
       COPY AUDTRL.

       FD  CLOSING-CHECK-FILE.
       01  CLOSING-CHECK-LINE           PIC X(100).

       FD  FINAL-STATEMENT-FILE.
       01  FINAL-STATEMENT-LINE         PIC X(100).

       FD  MAINT-GL-FILE.
       COPY GLEXTR REPLACING LEADING ==GL-== BY ==MGL-==.

       FD  COA-MAP-FILE.
       COPY COAMAP.

       FD  BRANCH-FILE.
       COPY BRANCH.

       FD  SCREEN-HOLD-FILE.
       COPY SCRNHOLD.

       FD  SCREENING-LOG-FILE.
       COPY SCRNLOG.

       WORKING-STORAGE SECTION.
       01  WS-MNT-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-MNT-END-OF-FILE    VALUE 'Y'.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  MASK-DATA-PARMS.
           COPY MASKPARM.
       01  WS-EXCP-STATUS            PIC X(2).
       01  WS-CUSTA-STATUS           PIC X(2).
       01  WS-CUSTC-STATUS           PIC X(2).
       01  WS-CUSTR-STATUS           PIC X(2).
       01  WS-MASTER-STATUS          PIC X(2).
       01  WS-HISTORY-STATUS         PIC X(2).
       01  WS-AUDIT-STATUS           PIC X(2).

       01  WS-ADDR-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-ADDR-END-OF-FILE   VALUE 'Y'.
       01  WS-ADDR-FOUND-IDX         PIC 9(5) COMP VALUE 0.
       01  WS-ADDRESS-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-W9-EDIT-SWITCH         PIC X VALUE 'Y'.
           88  WS-W9-EDIT-OK         VALUE 'Y'.

       01  WS-ADDED-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-CHANGED-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-CLOSED-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-WITHDRAWN-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-REJECTED-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-CUSTOMERS-ADDED-COUNT  PIC 9(4) COMP VALUE 0.
       01  WS-RELATED-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-UNRELATED-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-TRANSFERRED-COUNT      PIC 9(4) COMP VALUE 0.

       01  WS-CD-PENALTY-RATE        PIC S9V9999 VALUE 0.

       01  FEE-LOOKUP-PARMS.
           COPY FEELKP.
       01  WS-PENALTY-AMOUNT         PIC S9(5)V99.
       01  WS-DEBIT-AMOUNT           PIC S9(7)V99.
       01  WS-TOTAL-PENALTIES        PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-CLOSE-INTEREST   PIC S9(7)V99 VALUE 0.

      *----------------------------------------------------------------
      * Maintenance GL batch - penalties and close-time interest,
      * mapped through the shared chart of accounts the same way
      * SalaryCalc maps its payroll journal.
      *----------------------------------------------------------------
       01  WS-MAP-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-MAP-END-OF-FILE    VALUE 'Y'.
       01  WS-COA-COUNT              PIC 9(3) COMP VALUE 0.
       01  WS-MAP-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-MAPPING-FOUND      VALUE 'Y'.
       01  WS-MAP-FOUND-IDX          PIC 9(3) COMP VALUE 0.
       01  WS-COA-TABLE.
           05  WS-M-ENTRY OCCURS 100 TIMES INDEXED BY WS-M-IDX.
               10  WS-M-DEPARTMENT    PIC X(4).
               10  WS-M-CATEGORY      PIC X(5).
               10  WS-M-GL-ACCOUNT    PIC X(10).

       01  WS-MGL-DEPARTMENT         PIC X(4) VALUE SPACES.
       01  WS-MGL-CATEGORY           PIC X(5) VALUE SPACES.
       01  WS-MGL-AMOUNT             PIC S9(7)V99 VALUE 0.
       01  WS-MGL-DETAIL-COUNT       PIC 9(10) COMP VALUE 0.
       01  WS-MGL-EXTRACT-TOTAL      PIC S9(7)V99 VALUE 0.
       01  WS-MGL-UNMAPPED-COUNT     PIC 9(4) COMP VALUE 0.

      *----------------------------------------------------------------
      * Branch table - the BRANCH reference file, for the branch an
      * ADD opens an account at or a transfer moves one to.
      *----------------------------------------------------------------
       01  WS-BRANCH-EOF-SWITCH      PIC X VALUE 'N'.
           88  WS-BRANCH-END-OF-FILE VALUE 'Y'.
       01  WS-BRANCH-COUNT           PIC 9(3) COMP VALUE 0.
       01  WS-BRANCH-FOUND-SWITCH    PIC X VALUE 'N'.
           88  WS-BRANCH-FOUND       VALUE 'Y'.
       01  WS-BRANCH-OPEN-SWITCH     PIC X VALUE 'N'.
           88  WS-BRANCH-IS-OPEN     VALUE 'Y'.
       01  WS-BRANCH-TABLE.
           COPY BRCHTAB.
       01  WS-OLD-BRANCH-CODE        PIC X(3).

      *----------------------------------------------------------------
      * Sanctions screening - WS-SHOLD-IN-TABLE is the SCRNHOLD file
      * as of last run: cleared requests are replayed through the
      * normal maintenance path and dropped, confirmed ones are
      * refused and dropped, and still-held ones carry forward into
      * WS-SHOLD-OUT-TABLE along with anything this run parks.
      * WS-SCREEN-REPLAY-SWITCH marks a cleared request being
      * replayed so it is not screened and parked all over again.
      *----------------------------------------------------------------
       01  WS-SHOLD-STATUS           PIC X(2).
       01  WS-SLOG-STATUS            PIC X(2).
       01  WS-SCREEN-REPLAY-SWITCH   PIC X VALUE 'N'.
           88  WS-REPLAYING-CLEARED  VALUE 'Y'.
       01  WS-SCREEN-HIT-SWITCH      PIC X VALUE 'N'.
           88  WS-SCREEN-HIT         VALUE 'Y'.
       01  WS-SHOLD-IN-COUNT         PIC 9(3) COMP VALUE 0.
       01  WS-SHOLD-OUT-COUNT        PIC 9(3) COMP VALUE 0.
       01  WS-SHOLD-IDX              PIC 9(3) COMP VALUE 0.
       01  WS-SHOLD-MAX              PIC 9(3) COMP VALUE 200.
       01  WS-HIT-IDX                PIC 9(2) COMP VALUE 0.
       01  WS-SCREEN-HELD-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-CLEARED-APPLIED-COUNT  PIC 9(4) COMP VALUE 0.
       01  WS-CONFIRMED-REFUSED-COUNT PIC 9(4) COMP VALUE 0.

       01  WS-SHOLD-IN-TABLE.
           05  WS-SI-ENTRY OCCURS 200 TIMES.
               10  WS-SI-HELD-DATE      PIC 9(8).
               10  WS-SI-STATUS         PIC X.
               10  WS-SI-REVIEW-OP      PIC X(8).
               10  WS-SI-REVIEW-DATE    PIC 9(8).
               10  WS-SI-REQUEST-IMAGE  PIC X(170).

       01  WS-SHOLD-OUT-TABLE.
           05  WS-SO-ENTRY OCCURS 200 TIMES.
               10  WS-SO-HELD-DATE      PIC 9(8).
               10  WS-SO-STATUS         PIC X.
               10  WS-SO-REVIEW-OP      PIC X(8).
               10  WS-SO-REVIEW-DATE    PIC 9(8).
               10  WS-SO-REQUEST-IMAGE  PIC X(170).

       01  SCREEN-CHECK-PARMS.
           COPY SCRNCHK.

       01  WS-HOLD-REJECT-SWITCH     PIC X VALUE 'N'.
           88  WS-HELD-FUNDS-REJECT  VALUE 'Y'.

       01  HOLD-CHECK-PARMS.
           COPY HOLDCHK.

       01  WS-ADD-OK-SWITCH          PIC X VALUE 'Y'.
           88  WS-ADD-OK             VALUE 'Y'.

      *----------------------------------------------------------------
      * Closing settlement - the balance and accrued interest as the
      * CLOSE found them, and the payout the closing check carries.
      *----------------------------------------------------------------
       01  WS-CLOSE-REJECT-SWITCH    PIC X VALUE 'N'.
           88  WS-CLOSE-REJECTED     VALUE 'Y'.
       01  WS-CLOSE-PRIOR-BALANCE    PIC S9(7)V99 VALUE 0.
       01  WS-CLOSE-INTEREST         PIC S9(5)V99 VALUE 0.
       01  WS-CLOSE-PAYOUT           PIC S9(7)V99 VALUE 0.
       01  WS-CHECK-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-CHECK-TOTAL            PIC S9(9)V99 VALUE 0.
       01  WS-PAYEE-NAME             PIC X(30).
       01  WS-PAYEE-ADDRESS          PIC X(30).
       01  WS-PAYEE-CITY             PIC X(20).
       01  WS-PAYEE-STATE            PIC X(2).
       01  WS-PAYEE-ZIP              PIC X(10).
       01  WS-MASKED-ADDRESS         PIC X(30).
       01  WS-MASKED-ZIP             PIC X(10).

      *----------------------------------------------------------------
      * Backup verification totals - what the backup pass read off
      * the master, proven against what the verify pass reads back
               10  WS-N-CITY                PIC X(20).
               10  WS-N-STATE               PIC X(2).
               10  WS-N-ZIP-CODE            PIC X(10).
               10  WS-N-MAIL-STATUS         PIC X.
               10  WS-N-RETURNED-DATE       PIC 9(8).
               10  WS-N-RETURNED-ITEM       PIC X.
               10  WS-N-TAXPAYER-ID         PIC X(9).
               10  WS-N-W9-STATUS           PIC X.
               10  WS-N-ESTATE-STATUS       PIC X.
               10  WS-N-DATE-OF-DEATH       PIC 9(8).
               10  WS-N-BRANCH-CODE         PIC X(3).

      *----------------------------------------------------------------
      * WS-CUSTOMER-TABLE - the CUSTCIF customer information file,
      * and WS-RELATION-TABLE - the CUSTREL customer-to-account
      * links.  Both are loaded and rewritten alongside CUSTADDR.
      * An UNRELATE request only marks its link removed; the rewrite
      * leaves removed links off the file.  WS-NEXT-CUSTOMER-ID is
      * one past the highest customer ID loaded, for an ADD that
      * opens a brand-new customer.
      *----------------------------------------------------------------
       01  WS-CUSTOMER-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-CUST-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-CUST-END-OF-FILE   VALUE 'Y'.
       01  WS-CUST-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-CUSTOMER-FOUND     VALUE 'Y'.
       01  WS-CUST-FOUND-IDX         PIC 9(5) COMP VALUE 0.
       01  WS-NEXT-CUSTOMER-ID       PIC 9(10) VALUE 1.
       01  WS-CUSTOMER-ID            PIC 9(10) VALUE 0.

       01  WS-CUSTOMER-TABLE.
           05  WS-CUST-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CUSTOMER-COUNT
                   INDEXED BY WS-CUST-IDX.
               10  WS-C-CUSTOMER-ID         PIC 9(10).
               10  WS-C-CUSTOMER-NAME       PIC X(30).
               10  WS-C-ADDRESS-LINE        PIC X(30).
               10  WS-C-CITY                PIC X(20).
               10  WS-C-STATE               PIC X(2).
               10  WS-C-ZIP-CODE            PIC X(10).
               10  WS-C-OPENED-DATE         PIC 9(8).
               10  WS-C-DATE-OF-DEATH       PIC 9(8).

       01  WS-RELATION-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-REL-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-REL-END-OF-FILE    VALUE 'Y'.
       01  WS-REL-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-RELATION-FOUND     VALUE 'Y'.
       01  WS-REL-FOUND-IDX          PIC 9(5) COMP VALUE 0.
       01  WS-PRIMARY-FOUND-SWITCH   PIC X VALUE 'N'.
           88  WS-PRIMARY-FOUND      VALUE 'Y'.
       01  WS-PRIMARY-CUSTOMER-ID    PIC 9(10) VALUE 0.
       01  WS-LINK-ROLE              PIC X VALUE 'P'.

       01  WS-RELATION-TABLE.
           05  WS-REL-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-RELATION-COUNT
                   INDEXED BY WS-REL-IDX.
               10  WS-L-CUSTOMER-ID         PIC 9(10).
               10  WS-L-ACCOUNT-NUMBER      PIC 9(10).
               10  WS-L-ROLE                PIC X.
               10  WS-L-LINKED-DATE         PIC 9(8).
               10  WS-L-REMOVED-SWITCH      PIC X.
                   88  WS-L-REMOVED         VALUE 'Y'.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.
           05  WS-F-REJECTED-COUNT PIC ZZZ9.
           05  FILLER             PIC X(7) VALUE SPACES.

       01  WS-REPORT-FOOTER-2.
           05  FILLER PIC X(19) VALUE "CUSTOMERS OPENED: ".
           05  WS-F-CUSTOMERS-COUNT PIC ZZZ9.
           05  FILLER PIC X(11) VALUE "  RELATED: ".
           05  WS-F-RELATED-COUNT PIC ZZZ9.
           05  FILLER PIC X(13) VALUE "  UNRELATED: ".
           05  WS-F-UNRELATED-COUNT PIC ZZZ9.
           05  FILLER PIC X(17) VALUE "  BRANCH MOVES: ".
           05  WS-F-TRANSFERRED-COUNT PIC ZZZ9.
           05  FILLER             PIC X(24) VALUE SPACES.

       01  WS-REPORT-FOOTER-3.
           05  FILLER PIC X(26) VALUE "HELD FOR SCREENING REVIEW:".
           05  WS-F-SCREEN-HELD-COUNT PIC ZZZ9.
           05  FILLER PIC X(19) VALUE "  CLEARED APPLIED: ".
           05  WS-F-CLEARED-COUNT PIC ZZZ9.
           05  FILLER PIC X(21) VALUE "  CONFIRMED REFUSED: ".
           05  WS-F-CONFIRMED-COUNT PIC ZZZ9.
           05  FILLER             PIC X(22) VALUE SPACES.

      *----------------------------------------------------------------
      * CLOSECHK closing-check register lines - one entry per closed
      * account with a balance to pay out, the payee's mailing
      * address on the line under it.
      *----------------------------------------------------------------
       01  WS-CHECK-HEADING-1.
           05  FILLER PIC X(24) VALUE "CLOSING-CHECK REGISTER".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-KH-RUN-DATE     PIC 9(8).
           05  FILLER             PIC X(58) VALUE SPACES.

       01  WS-CHECK-HEADING-2.
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(32) VALUE "PAYEE / MAILING ADDRESS".
           05  FILLER PIC X(13) VALUE "CHECK AMOUNT".
           05  FILLER PIC X(43) VALUE "INTEREST INCL".

       01  WS-CHECK-DETAIL-LINE.
           05  WS-K-ACCOUNT       PIC 9(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-K-PAYEE         PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-K-AMOUNT        PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-K-INTEREST      PIC ZZ,ZZ9.99-.
           05  FILLER             PIC X(33) VALUE SPACES.

       01  WS-CHECK-ADDRESS-LINE.
           05  FILLER             PIC X(12) VALUE SPACES.
           05  WS-K-ADDRESS       PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-K-CITY          PIC X(20).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-K-STATE         PIC X(2).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-K-ZIP           PIC X(10).
           05  FILLER             PIC X(21) VALUE SPACES.

       01  WS-CHECK-FOOTER.
           05  FILLER PIC X(15) VALUE "CHECKS ISSUED: ".
           05  WS-KF-COUNT        PIC ZZZ9.
           05  FILLER PIC X(14) VALUE "  TOTAL PAID: ".
           05  WS-KF-TOTAL        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(52) VALUE SPACES.

      *----------------------------------------------------------------
      * CLOSSTMT final statement lines - a mailing block and the
      * settlement figures for each account closed.
      *----------------------------------------------------------------
       01  WS-STMT-SEPARATOR         PIC X(100) VALUE ALL "=".
       01  WS-STMT-BLANK             PIC X(100) VALUE SPACES.
       01  WS-STMT-TEXT-LINE         PIC X(100).

       01  WS-STMT-CITY-LINE.
           05  WS-S-CITY          PIC X(20).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-S-STATE         PIC X(2).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-S-ZIP           PIC X(10).
           05  FILLER             PIC X(65) VALUE SPACES.

       01  WS-STMT-TITLE-LINE.
           05  FILLER PIC X(26) VALUE "FINAL STATEMENT - ACCOUNT ".
           05  WS-S-ACCOUNT       PIC 9(10).
           05  FILLER PIC X(11) VALUE " CLOSED ON ".
           05  WS-S-CLOSE-DATE    PIC 9(8).
           05  FILLER             PIC X(45) VALUE SPACES.

       01  WS-STMT-AMOUNT-LINE.
           05  WS-S-LABEL         PIC X(30).
           05  WS-S-AMOUNT        PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X(59) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
           END-IF
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."

           PERFORM 0800-LOAD-FEE-SCHEDULE
           PERFORM 0850-CHECK-WATCH-LIST
           PERFORM 0900-OPEN-EXCEPTION-FILE

           PERFORM 1000-OPEN-ACCOUNT-MASTER
           PERFORM 1050-BACKUP-ACCOUNT-MASTER
           PERFORM 1080-VERIFY-BACKUP

           PERFORM 1200-LOAD-ADDRESS-TABLE
           PERFORM 1300-LOAD-CUSTOMER-TABLE
           PERFORM 1400-LOAD-RELATION-TABLE
           PERFORM 1500-OPEN-REPORT
           PERFORM 1600-OPEN-CLOSING-FILES
           PERFORM 1700-LOAD-COA-TABLE
           PERFORM 1800-LOAD-BRANCH-TABLE
           PERFORM 1900-LOAD-SCREEN-HOLDS

           PERFORM 1950-PROCESS-SCREEN-HOLDS

           OPEN INPUT MAINTENANCE-FILE
           PERFORM 2100-READ-MAINTENANCE
           PERFORM 2000-APPLY-MAINTENANCE
               UNTIL WS-MNT-END-OF-FILE
           CLOSE MAINTENANCE-FILE
           PERFORM 3800-REWRITE-SCREEN-HOLDS

           CLOSE ACCOUNT-MASTER-FILE
           PERFORM 3500-REWRITE-ADDRESS-MASTER
           PERFORM 3600-REWRITE-CUSTOMER-MASTER
           PERFORM 3700-REWRITE-RELATION-FILE
           PERFORM 4000-PRINT-FOOTER
           PERFORM 4100-CLOSE-CLOSING-FILES
           PERFORM 4200-WRITE-MAINT-GL
           CLOSE EXCEPTION-REPORT-FILE
           CLOSE SCREENING-LOG-FILE
           MOVE 'E' TO RLOG-ACTION
           COMPUTE RLOG-RECORDS-READ =
                WS-ADDED-COUNT + WS-CHANGED-COUNT + WS-CLOSED-COUNT
                + WS-WITHDRAWN-COUNT + WS-REJECTED-COUNT
                + WS-RELATED-COUNT + WS-UNRELATED-COUNT
                + WS-TRANSFERRED-COUNT + WS-SCREEN-HELD-COUNT
           COMPUTE RLOG-RECORDS-WRITTEN =
                WS-ADDED-COUNT + WS-CHANGED-COUNT + WS-CLOSED-COUNT
                + WS-WITHDRAWN-COUNT
                + WS-RELATED-COUNT + WS-UNRELATED-COUNT
                + WS-TRANSFERRED-COUNT
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS
           STOP RUN.

      *----------------------------------------------------------------
      * 0800-LOAD-FEE-SCHEDULE - the early CD withdrawal penalty rate
      * (CDPENRT) in force on the run date, from the FEESCHD fee
      * schedule.  Without one a CD withdrawal cannot be priced, so
      * the run stops before a single request is applied.
      *----------------------------------------------------------------
       0800-LOAD-FEE-SCHEDULE.
           MOVE "CDPENRT"   TO FEELKP-FEE-CODE
           MOVE WS-RUN-DATE TO FEELKP-AS-OF-DATE
           CALL "FeeLookup" USING FEE-LOOKUP-PARMS
           IF FEELKP-NOT-FOUND
               DISPLAY "*** NO CD PENALTY RATE ON FEESCHD"
                       " - RUN STOPPED, MASTER UNTOUCHED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FEELKP-VALUE TO WS-CD-PENALTY-RATE
           DISPLAY "CD penalty rate: " WS-CD-PENALTY-RATE.

      *----------------------------------------------------------------
      * 0850-CHECK-WATCH-LIST - an ADD or a name CHANGE cannot be
      * screened without a watch list, so the run stops before a
      * single request is applied if WATCHLST is missing or empty.
      *----------------------------------------------------------------
       0850-CHECK-WATCH-LIST.
           MOVE SPACES TO SCRNCHK-CUSTOMER-NAME
           CALL "SanctionScreen" USING SCREEN-CHECK-PARMS
           IF SCRNCHK-NO-LIST
               DISPLAY "*** NO WATCH LIST ON WATCHLST"
                       " - RUN STOPPED, MASTER UNTOUCHED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Watch list date: " SCRNCHK-LIST-DATE.

      *----------------------------------------------------------------
      * 0900-OPEN-EXCEPTION-FILE - the first program ever to run on
      * this system creates the shared exception report; every run
                       TO WS-N-STATE (WS-ADDRESS-COUNT)
                   MOVE CUSTA-ZIP-CODE
                       TO WS-N-ZIP-CODE (WS-ADDRESS-COUNT)
                   IF CUSTA-MAIL-RETURNED
                      AND CUSTA-RETURNED-DATE NUMERIC
                       MOVE 'R'
                           TO WS-N-MAIL-STATUS (WS-ADDRESS-COUNT)
                       MOVE CUSTA-RETURNED-DATE
                           TO WS-N-RETURNED-DATE (WS-ADDRESS-COUNT)
                       MOVE CUSTA-RETURNED-ITEM
                           TO WS-N-RETURNED-ITEM (WS-ADDRESS-COUNT)
                   ELSE
                       MOVE SPACE
                           TO WS-N-MAIL-STATUS (WS-ADDRESS-COUNT)
                       MOVE 0
                           TO WS-N-RETURNED-DATE (WS-ADDRESS-COUNT)
                       MOVE SPACE
                           TO WS-N-RETURNED-ITEM (WS-ADDRESS-COUNT)
                   END-IF
                   MOVE CUSTA-TAXPAYER-ID
                       TO WS-N-TAXPAYER-ID (WS-ADDRESS-COUNT)
                   MOVE CUSTA-W9-STATUS
                       TO WS-N-W9-STATUS (WS-ADDRESS-COUNT)
                   IF CUSTA-ESTATE-ACCOUNT
                      AND CUSTA-DATE-OF-DEATH NUMERIC
                       MOVE 'E'
                           TO WS-N-ESTATE-STATUS (WS-ADDRESS-COUNT)
                       MOVE CUSTA-DATE-OF-DEATH
                           TO WS-N-DATE-OF-DEATH (WS-ADDRESS-COUNT)
                   ELSE
                       MOVE SPACE
                           TO WS-N-ESTATE-STATUS (WS-ADDRESS-COUNT)
                       MOVE 0
                           TO WS-N-DATE-OF-DEATH (WS-ADDRESS-COUNT)
                   END-IF
                   MOVE CUSTA-BRANCH-CODE
                       TO WS-N-BRANCH-CODE (WS-ADDRESS-COUNT)
                   PERFORM 1250-READ-ADDRESS
               END-PERFORM
               CLOSE CUSTOMER-ADDRESS-FILE
                   MOVE 'Y' TO WS-ADDR-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1300-LOAD-CUSTOMER-TABLE - read the CUSTCIF customer file into
      * its table, noting the highest customer ID on file.  A status
      * of "35" leaves the table empty for this run's rewrite to
      * create.
      *----------------------------------------------------------------
       1300-LOAD-CUSTOMER-TABLE.
           OPEN INPUT CUSTOMER-INFO-FILE
           IF WS-CUSTC-STATUS NOT = "35"
               PERFORM 1350-READ-CUSTOMER
               PERFORM UNTIL WS-CUST-END-OF-FILE
                   ADD 1 TO WS-CUSTOMER-COUNT
                   MOVE CUSTC-CUSTOMER-ID
                       TO WS-C-CUSTOMER-ID (WS-CUSTOMER-COUNT)
                   MOVE CUSTC-CUSTOMER-NAME
                       TO WS-C-CUSTOMER-NAME (WS-CUSTOMER-COUNT)
                   MOVE CUSTC-ADDRESS-LINE
                       TO WS-C-ADDRESS-LINE (WS-CUSTOMER-COUNT)
                   MOVE CUSTC-CITY
                       TO WS-C-CITY (WS-CUSTOMER-COUNT)
                   MOVE CUSTC-STATE
                       TO WS-C-STATE (WS-CUSTOMER-COUNT)
                   MOVE CUSTC-ZIP-CODE
                       TO WS-C-ZIP-CODE (WS-CUSTOMER-COUNT)
                   MOVE CUSTC-OPENED-DATE
                       TO WS-C-OPENED-DATE (WS-CUSTOMER-COUNT)
                   IF CUSTC-DATE-OF-DEATH NUMERIC
                       MOVE CUSTC-DATE-OF-DEATH
                           TO WS-C-DATE-OF-DEATH (WS-CUSTOMER-COUNT)
                   ELSE
                       MOVE 0
                           TO WS-C-DATE-OF-DEATH (WS-CUSTOMER-COUNT)
                   END-IF
                   IF CUSTC-CUSTOMER-ID NOT < WS-NEXT-CUSTOMER-ID
                       COMPUTE WS-NEXT-CUSTOMER-ID =
                           CUSTC-CUSTOMER-ID + 1
                   END-IF
                   PERFORM 1350-READ-CUSTOMER
               END-PERFORM
               CLOSE CUSTOMER-INFO-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1350-READ-CUSTOMER
      *----------------------------------------------------------------
       1350-READ-CUSTOMER.
           READ CUSTOMER-INFO-FILE
               AT END
                   MOVE 'Y' TO WS-CUST-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1400-LOAD-RELATION-TABLE - read the CUSTREL relationship file
      * into its table.  A status of "35" leaves the table empty.
      *----------------------------------------------------------------
       1400-LOAD-RELATION-TABLE.
           OPEN INPUT RELATIONSHIP-FILE
           IF WS-CUSTR-STATUS NOT = "35"
               PERFORM 1450-READ-RELATION
               PERFORM UNTIL WS-REL-END-OF-FILE
                   ADD 1 TO WS-RELATION-COUNT
                   MOVE CUSTR-CUSTOMER-ID
                       TO WS-L-CUSTOMER-ID (WS-RELATION-COUNT)
                   MOVE CUSTR-ACCOUNT-NUMBER
                       TO WS-L-ACCOUNT-NUMBER (WS-RELATION-COUNT)
                   MOVE CUSTR-ROLE
                       TO WS-L-ROLE (WS-RELATION-COUNT)
                   MOVE CUSTR-LINKED-DATE
                       TO WS-L-LINKED-DATE (WS-RELATION-COUNT)
                   MOVE 'N'
                       TO WS-L-REMOVED-SWITCH (WS-RELATION-COUNT)
                   PERFORM 1450-READ-RELATION
               END-PERFORM
               CLOSE RELATIONSHIP-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1450-READ-RELATION
      *----------------------------------------------------------------
       1450-READ-RELATION.
           READ RELATIONSHIP-FILE
               AT END
                   MOVE 'Y' TO WS-REL-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1500-OPEN-REPORT
      *----------------------------------------------------------------
           WRITE MAINTENANCE-REPORT-LINE FROM WS-REPORT-HEADING-2.

      *----------------------------------------------------------------
      * 1600-OPEN-CLOSING-FILES - the shared balance history and
      * audit trail take the closing settlement entries, appended
      * the same as every other posting program does; the register
      * and the final statements are new each run.
      *----------------------------------------------------------------
       1600-OPEN-CLOSING-FILES.
           OPEN EXTEND BALANCE-HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT BALANCE-HISTORY-FILE
           END-IF

           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF

           OPEN OUTPUT CLOSING-CHECK-FILE
           MOVE WS-RUN-DATE TO WS-KH-RUN-DATE
           WRITE CLOSING-CHECK-LINE FROM WS-CHECK-HEADING-1
           WRITE CLOSING-CHECK-LINE FROM WS-CHECK-HEADING-2

           OPEN OUTPUT FINAL-STATEMENT-FILE.

      *----------------------------------------------------------------
      * 1700-LOAD-COA-TABLE - the shared chart-of-accounts mapping,
      * the same load SalaryCalc performs.
      *----------------------------------------------------------------
       1700-LOAD-COA-TABLE.
           OPEN INPUT COA-MAP-FILE
           PERFORM 1750-READ-COA-MAP
           PERFORM UNTIL WS-MAP-END-OF-FILE
                   OR WS-COA-COUNT >= 100
               ADD 1 TO WS-COA-COUNT
               MOVE COAMAP-DEPARTMENT-CODE
                   TO WS-M-DEPARTMENT (WS-COA-COUNT)
               MOVE COAMAP-CATEGORY
                   TO WS-M-CATEGORY (WS-COA-COUNT)
               MOVE COAMAP-GL-ACCOUNT
                   TO WS-M-GL-ACCOUNT (WS-COA-COUNT)
               PERFORM 1750-READ-COA-MAP
           END-PERFORM
           CLOSE COA-MAP-FILE.

      *----------------------------------------------------------------
      * 1750-READ-COA-MAP
      *----------------------------------------------------------------
       1750-READ-COA-MAP.
           READ COA-MAP-FILE
               AT END
                   MOVE 'Y' TO WS-MAP-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1800-LOAD-BRANCH-TABLE - the BRANCH reference table, open and
      * closed branches alike; 2620 decides which may take accounts.
      *----------------------------------------------------------------
       1800-LOAD-BRANCH-TABLE.
           OPEN INPUT BRANCH-FILE
           PERFORM 1850-READ-BRANCH
           PERFORM UNTIL WS-BRANCH-END-OF-FILE
                   OR WS-BRANCH-COUNT >= 50
               ADD 1 TO WS-BRANCH-COUNT
               MOVE BRANCH-CODE   TO BRTAB-CODE (WS-BRANCH-COUNT)
               MOVE BRANCH-NAME   TO BRTAB-NAME (WS-BRANCH-COUNT)
               MOVE BRANCH-STATUS TO BRTAB-STATUS (WS-BRANCH-COUNT)
               PERFORM 1850-READ-BRANCH
           END-PERFORM
           CLOSE BRANCH-FILE.

      *----------------------------------------------------------------
      * 1850-READ-BRANCH
      *----------------------------------------------------------------
       1850-READ-BRANCH.
           READ BRANCH-FILE
               AT END
                   MOVE 'Y' TO WS-BRANCH-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1900-LOAD-SCREEN-HOLDS - the requests parked for screening
      * review as of the last run.  A status of "35" means nothing
      * has ever been parked.  The screening log is opened here for
      * the hits this run adds to it.
      *----------------------------------------------------------------
       1900-LOAD-SCREEN-HOLDS.
           OPEN INPUT SCREEN-HOLD-FILE
           IF WS-SHOLD-STATUS NOT = "35"
               PERFORM 1910-READ-SCREEN-HOLD
               PERFORM UNTIL WS-SHOLD-STATUS NOT = "00"
                   ADD 1 TO WS-SHOLD-IN-COUNT
                   MOVE SHOLD-HELD-DATE
                       TO WS-SI-HELD-DATE (WS-SHOLD-IN-COUNT)
                   MOVE SHOLD-STATUS
                       TO WS-SI-STATUS (WS-SHOLD-IN-COUNT)
                   MOVE SHOLD-REVIEW-OPERATOR
                       TO WS-SI-REVIEW-OP (WS-SHOLD-IN-COUNT)
                   MOVE SHOLD-REVIEW-DATE
                       TO WS-SI-REVIEW-DATE (WS-SHOLD-IN-COUNT)
                   MOVE SHOLD-REQUEST-IMAGE
                       TO WS-SI-REQUEST-IMAGE (WS-SHOLD-IN-COUNT)
                   PERFORM 1910-READ-SCREEN-HOLD
               END-PERFORM
               CLOSE SCREEN-HOLD-FILE
           END-IF

           OPEN EXTEND SCREENING-LOG-FILE
           IF WS-SLOG-STATUS = "35"
               OPEN OUTPUT SCREENING-LOG-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1910-READ-SCREEN-HOLD
      *----------------------------------------------------------------
       1910-READ-SCREEN-HOLD.
           READ SCREEN-HOLD-FILE
               AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------
      * 1950-PROCESS-SCREEN-HOLDS - ahead of the day's fresh requests,
      * apply what compliance cleared, refuse what it confirmed, and
      * carry forward whatever is still awaiting review.
      *----------------------------------------------------------------
       1950-PROCESS-SCREEN-HOLDS.
           PERFORM VARYING WS-SHOLD-IDX FROM 1 BY 1
                   UNTIL WS-SHOLD-IDX > WS-SHOLD-IN-COUNT
               MOVE WS-SI-REQUEST-IMAGE (WS-SHOLD-IDX)
                   TO ACCTMNT-RECORD
               EVALUATE TRUE
                   WHEN WS-SI-STATUS (WS-SHOLD-IDX) = 'C'
                       PERFORM 1960-APPLY-CLEARED-REQUEST
                   WHEN WS-SI-STATUS (WS-SHOLD-IDX) = 'F'
                       PERFORM 1970-REFUSE-CONFIRMED-REQUEST
                   WHEN OTHER
                       ADD 1 TO WS-SHOLD-OUT-COUNT
                       MOVE WS-SI-ENTRY (WS-SHOLD-IDX)
                           TO WS-SO-ENTRY (WS-SHOLD-OUT-COUNT)
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------
      * 1960-APPLY-CLEARED-REQUEST - a cleared request replays through
      * the normal maintenance path; the replay flag keeps the
      * screening step from parking it straight back on SCRNHOLD.
      *----------------------------------------------------------------
       1960-APPLY-CLEARED-REQUEST.
           MOVE 'Y' TO WS-SCREEN-REPLAY-SWITCH
           DISPLAY "Applying screened request, cleared by "
                   WS-SI-REVIEW-OP (WS-SHOLD-IDX)
           PERFORM 2050-APPLY-REQUEST
           ADD 1 TO WS-CLEARED-APPLIED-COUNT
           MOVE 'N' TO WS-SCREEN-REPLAY-SWITCH.

      *----------------------------------------------------------------
      * 1970-REFUSE-CONFIRMED-REQUEST - compliance confirmed the
      * match; the request leaves SCRNHOLD unapplied, on the
      * exception report for good.
      *----------------------------------------------------------------
       1970-REFUSE-CONFIRMED-REQUEST.
           MOVE ACCTMNT-ACCOUNT-NUMBER TO WS-D-ACCOUNT
           MOVE ACCTMNT-CUSTOMER-NAME  TO WS-D-NAME
           IF ACCTMNT-IS-ADD
               MOVE "ADD" TO WS-D-REQUEST
           ELSE
               MOVE "CHANGE" TO WS-D-REQUEST
           END-IF
           MOVE "*** REFUSED - CONFIRMED WATCH-LIST HIT"
               TO WS-D-RESULT
           PERFORM 2900-LOG-REJECT
           WRITE MAINTENANCE-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-CONFIRMED-REFUSED-COUNT.

      *----------------------------------------------------------------
      * 2000-APPLY-MAINTENANCE - apply the current ACCTMNT request,
      * then read the next.
      *----------------------------------------------------------------
       2000-APPLY-MAINTENANCE.
           PERFORM 2050-APPLY-REQUEST
           PERFORM 2100-READ-MAINTENANCE.

      *----------------------------------------------------------------
      * 2050-APPLY-REQUEST - apply the request in ACCTMNT-RECORD and
      * print its result line, whether it was read fresh off ACCTMNT
      * or is a cleared request replayed off SCRNHOLD.
      *----------------------------------------------------------------
       2050-APPLY-REQUEST.
           IF ACCTMNT-CUSTOMER-ID NOT NUMERIC
               MOVE ZERO TO ACCTMNT-CUSTOMER-ID
           END-IF
           MOVE ACCTMNT-ACCOUNT-NUMBER TO WS-D-ACCOUNT
           PERFORM 2500-READ-ACCOUNT
           PERFORM 2550-FIND-ADDRESS
               WHEN ACCTMNT-IS-WITHDRAW
                   MOVE "WITHDRAW" TO WS-D-REQUEST
                   PERFORM 2750-WITHDRAW-ACCOUNT
               WHEN ACCTMNT-IS-RELATE
                   MOVE "RELATE" TO WS-D-REQUEST
                   PERFORM 3000-RELATE-CUSTOMER
               WHEN ACCTMNT-IS-UNRELATE
                   MOVE "UNRELATE" TO WS-D-REQUEST
                   PERFORM 3100-UNRELATE-CUSTOMER
               WHEN ACCTMNT-IS-BRANCH-TRANSFER
                   MOVE "BRANCH XFR" TO WS-D-REQUEST
                   PERFORM 3200-TRANSFER-BRANCH
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-D-REQUEST
                   MOVE "*** UNKNOWN REQUEST TYPE - REJECTED ***"
                   PERFORM 2900-LOG-REJECT
           END-EVALUATE

           WRITE MAINTENANCE-REPORT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------
      * 2100-READ-MAINTENANCE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2560-FIND-CUSTOMER - locate the CUSTCIF table entry for
      * WS-CUSTOMER-ID, if any.
      *----------------------------------------------------------------
       2560-FIND-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SWITCH
           MOVE 0   TO WS-CUST-FOUND-IDX
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUSTOMER-COUNT
                      OR WS-CUSTOMER-FOUND
               IF WS-C-CUSTOMER-ID (WS-CUST-IDX) = WS-CUSTOMER-ID
                   MOVE 'Y' TO WS-CUST-FOUND-SWITCH
                   MOVE WS-CUST-IDX TO WS-CUST-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2570-FIND-RELATION - locate the live CUSTREL link between
      * WS-CUSTOMER-ID and the requested account, if any, and note
      * the account's primary owner while passing over its links.
      *----------------------------------------------------------------
       2570-FIND-RELATION.
           MOVE 'N' TO WS-REL-FOUND-SWITCH
           MOVE 0   TO WS-REL-FOUND-IDX
           MOVE 'N' TO WS-PRIMARY-FOUND-SWITCH
           MOVE 0   TO WS-PRIMARY-CUSTOMER-ID
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > WS-RELATION-COUNT
               IF WS-L-ACCOUNT-NUMBER (WS-REL-IDX)
                      = ACCTMNT-ACCOUNT-NUMBER
                  AND NOT WS-L-REMOVED (WS-REL-IDX)
                   IF WS-L-ROLE (WS-REL-IDX) = 'P'
                       MOVE 'Y' TO WS-PRIMARY-FOUND-SWITCH
                       MOVE WS-L-CUSTOMER-ID (WS-REL-IDX)
                           TO WS-PRIMARY-CUSTOMER-ID
                   END-IF
                   IF WS-L-CUSTOMER-ID (WS-REL-IDX) = WS-CUSTOMER-ID
                       MOVE 'Y' TO WS-REL-FOUND-SWITCH
                       MOVE WS-REL-IDX TO WS-REL-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2600-ADD-ACCOUNT - a request for an account number already on
      * file is rejected rather than overwriting the existing record;
      * use a CHANGE request for that instead.  The customer name is
      * required on an ADD, as the ACCTMNT copybook says - a blank
      * name would open a CUSTADDR entry that prints blank on every
      * statement.  The opening customer is linked as the account's
      * primary owner, or as custodian when the request says so.  The
      * account is booked at the request's branch, which must be an
      * open branch on the BRANCH table.
      *----------------------------------------------------------------
       2600-ADD-ACCOUNT.
           PERFORM 2640-EDIT-TAX-STATUS
           PERFORM 2620-FIND-BRANCH
           PERFORM 2630-SCREEN-NAME
           EVALUATE TRUE
               WHEN WS-ACCOUNT-FOUND
                   MOVE "*** REJECTED - ACCOUNT ALREADY ON FILE ***"
                   MOVE "*** REJECTED - CUSTOMER NAME REQUIRED ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN NOT WS-W9-EDIT-OK
                   PERFORM 2900-LOG-REJECT
               WHEN NOT WS-BRANCH-IS-OPEN
                   MOVE "*** REJECTED - UNKNOWN OR CLOSED BRANCH ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN WS-SCREEN-HIT
                   PERFORM 2635-PARK-REQUEST
               WHEN OTHER
                   MOVE ACCTMNT-ACCOUNT-NUMBER
                       TO ACCTM-ACCOUNT-NUMBER
                       TO ACCTM-MONTHLY-SPENDINGS
                   MOVE 'A'  TO ACCTM-STATUS
                   MOVE ZERO TO ACCTM-ACCRUED-INTEREST
                   MOVE ACCTMNT-BRANCH-CODE TO ACCTM-BRANCH-CODE
                   MOVE WS-RUN-DATE TO ACCTM-OPENED-DATE
                   MOVE ZERO TO ACCTM-CLOSED-DATE
                   IF ACCTMNT-IS-CD
                       MOVE 'C' TO ACCTM-PRODUCT-TYPE
                       MOVE ACCTMNT-MATURITY-DATE
                   END-WRITE
                   IF WS-ADD-OK
                       PERFORM 2650-POST-ADDRESS
                       PERFORM 2655-POST-TAX-STATUS
                       MOVE ACCTMNT-BRANCH-CODE
                           TO WS-N-BRANCH-CODE (WS-ADDR-FOUND-IDX)
                       MOVE ACCTMNT-CUSTOMER-ID TO WS-CUSTOMER-ID
                       IF ACCTMNT-ROLE-CUSTODIAN
                           MOVE 'C' TO WS-LINK-ROLE
                       ELSE
                           MOVE 'P' TO WS-LINK-ROLE
                       END-IF
                       PERFORM 2660-OPEN-OR-FIND-CUSTOMER
                       PERFORM 2690-ADD-RELATION
                       ADD 1 TO WS-ADDED-COUNT
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2620-FIND-BRANCH - look the request's branch up on the BRANCH
      * table; only a branch found there with status 'O' may take an
      * account.
      *----------------------------------------------------------------
       2620-FIND-BRANCH.
           MOVE 'N' TO WS-BRANCH-FOUND-SWITCH
           MOVE 'N' TO WS-BRANCH-OPEN-SWITCH
           PERFORM VARYING BRTAB-IDX FROM 1 BY 1
                   UNTIL BRTAB-IDX > WS-BRANCH-COUNT
                      OR WS-BRANCH-FOUND
               IF BRTAB-CODE (BRTAB-IDX) = ACCTMNT-BRANCH-CODE
                   MOVE 'Y' TO WS-BRANCH-FOUND-SWITCH
                   IF BRTAB-STATUS (BRTAB-IDX) = 'O'
                       MOVE 'Y' TO WS-BRANCH-OPEN-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2630-SCREEN-NAME - match the request's name against the watch
      * list.  Only an ADD, a RELATE that opens a new customer, or a
      * CHANGE posting a name different from the one on CUSTADDR, is
      * screened; a cleared request being replayed was screened when
      * it was first read.
      *----------------------------------------------------------------
       2630-SCREEN-NAME.
           MOVE 'N' TO WS-SCREEN-HIT-SWITCH
           IF NOT WS-REPLAYING-CLEARED
              AND ACCTMNT-CUSTOMER-NAME NOT = SPACES
               IF ACCTMNT-IS-CHANGE AND WS-ADDRESS-FOUND
                  AND WS-N-CUSTOMER-NAME (WS-ADDR-FOUND-IDX)
                        = ACCTMNT-CUSTOMER-NAME
                   CONTINUE
               ELSE
                   MOVE ACCTMNT-CUSTOMER-NAME TO SCRNCHK-CUSTOMER-NAME
                   CALL "SanctionScreen" USING SCREEN-CHECK-PARMS
                   IF SCRNCHK-POSSIBLE-HIT
                       MOVE 'Y' TO WS-SCREEN-HIT-SWITCH
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2635-PARK-REQUEST - a possible hit is not applied.  The
      * request goes on SCRNHOLD to wait for compliance, and each
      * list entry it matched goes on the screening log.
      *----------------------------------------------------------------
       2635-PARK-REQUEST.
           IF WS-SHOLD-OUT-COUNT >= WS-SHOLD-MAX
               MOVE "*** REJECTED - SCREEN HOLD FILE FULL ***"
                   TO WS-D-RESULT
               PERFORM 2900-LOG-REJECT
           ELSE
               ADD 1 TO WS-SHOLD-OUT-COUNT
               MOVE WS-RUN-DATE
                   TO WS-SO-HELD-DATE (WS-SHOLD-OUT-COUNT)
               MOVE 'H'    TO WS-SO-STATUS (WS-SHOLD-OUT-COUNT)
               MOVE SPACES TO WS-SO-REVIEW-OP (WS-SHOLD-OUT-COUNT)
               MOVE 0      TO WS-SO-REVIEW-DATE (WS-SHOLD-OUT-COUNT)
               MOVE ACCTMNT-RECORD
                   TO WS-SO-REQUEST-IMAGE (WS-SHOLD-OUT-COUNT)
               PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                       UNTIL WS-HIT-IDX > SCRNCHK-HIT-COUNT
                   MOVE WS-RUN-DATE TO SLOG-EVENT-DATE
                   MOVE 'H' TO SLOG-EVENT-TYPE
                   EVALUATE TRUE
                       WHEN ACCTMNT-IS-ADD
                           MOVE 'A' TO SLOG-SOURCE
                       WHEN ACCTMNT-IS-RELATE
                           MOVE 'L' TO SLOG-SOURCE
                       WHEN OTHER
                           MOVE 'C' TO SLOG-SOURCE
                   END-EVALUATE
                   MOVE ACCTMNT-ACCOUNT-NUMBER TO SLOG-ACCOUNT-NUMBER
                   MOVE ACCTMNT-CUSTOMER-NAME  TO SLOG-CUSTOMER-NAME
                   MOVE SCRNCHK-ENTRY-ID (WS-HIT-IDX)
                       TO SLOG-WATCH-ENTRY-ID
                   MOVE SCRNCHK-WATCH-NAME (WS-HIT-IDX)
                       TO SLOG-WATCH-NAME
                   MOVE SCRNCHK-MATCH-TYPE (WS-HIT-IDX)
                       TO SLOG-MATCH-TYPE
                   MOVE OPRAUTH-OPERATOR-ID TO SLOG-OPERATOR-ID
                   MOVE "AccountMaint" TO SLOG-PROGRAM-ID
                   WRITE SCREENING-LOG-RECORD
               END-PERFORM
               MOVE ACCTMNT-CUSTOMER-NAME TO WS-D-NAME
               MOVE "*** HELD - POSSIBLE WATCH-LIST MATCH ***"
                   TO WS-D-RESULT
               ADD 1 TO WS-SCREEN-HELD-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 2640-EDIT-TAX-STATUS - a W-9 status on the request must be
      * 'C' or 'U', a certified status must come with a nine-digit
      * TIN, and a status on a CHANGE with no name needs an address
      * entry already on file to carry it.  A blank status passes -
      * it leaves the TIN and status as they are.
      *----------------------------------------------------------------
       2640-EDIT-TAX-STATUS.
           MOVE 'Y' TO WS-W9-EDIT-SWITCH
           EVALUATE TRUE
               WHEN ACCTMNT-W9-STATUS = SPACE
                   CONTINUE
               WHEN ACCTMNT-W9-CERTIFIED
                    AND ACCTMNT-TAXPAYER-ID NOT NUMERIC
                   MOVE 'N' TO WS-W9-EDIT-SWITCH
                   MOVE "*** REJECTED - CERTIFIED W-9, NO TIN ***"
                       TO WS-D-RESULT
               WHEN NOT ACCTMNT-W9-CERTIFIED
                    AND NOT ACCTMNT-W9-UNCERTIFIED
                   MOVE 'N' TO WS-W9-EDIT-SWITCH
                   MOVE "*** REJECTED - INVALID W-9 STATUS ***"
                       TO WS-D-RESULT
               WHEN ACCTMNT-CUSTOMER-NAME = SPACES
                    AND NOT WS-ADDRESS-FOUND
                   MOVE 'N' TO WS-W9-EDIT-SWITCH
                   MOVE "*** REJECTED - NO ADDRESS FOR W-9 ***"
                       TO WS-D-RESULT
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2650-POST-ADDRESS - carry the request's name and address onto
      * the CUSTADDR table, updating the account's entry in place or
      * creating one if the account has never had an address on file.
      * A new address clears any undeliverable-address flag
      * ReturnedMail set against the old one.
      *----------------------------------------------------------------
       2650-POST-ADDRESS.
           IF NOT WS-ADDRESS-FOUND
               MOVE ACCTMNT-ACCOUNT-NUMBER
                   TO WS-N-ACCOUNT-NUMBER (WS-ADDRESS-COUNT)
               MOVE WS-ADDRESS-COUNT TO WS-ADDR-FOUND-IDX
               MOVE SPACES TO WS-N-TAXPAYER-ID (WS-ADDR-FOUND-IDX)
               MOVE SPACE  TO WS-N-W9-STATUS (WS-ADDR-FOUND-IDX)
               MOVE SPACE  TO WS-N-ESTATE-STATUS (WS-ADDR-FOUND-IDX)
               MOVE 0      TO WS-N-DATE-OF-DEATH (WS-ADDR-FOUND-IDX)
               MOVE ACCTM-BRANCH-CODE
                   TO WS-N-BRANCH-CODE (WS-ADDR-FOUND-IDX)
           END-IF
           MOVE ACCTMNT-CUSTOMER-NAME
               TO WS-N-CUSTOMER-NAME (WS-ADDR-FOUND-IDX)
               TO WS-N-STATE (WS-ADDR-FOUND-IDX)
           MOVE ACCTMNT-ZIP-CODE
               TO WS-N-ZIP-CODE (WS-ADDR-FOUND-IDX)
           MOVE SPACE TO WS-N-MAIL-STATUS (WS-ADDR-FOUND-IDX)
           MOVE 0     TO WS-N-RETURNED-DATE (WS-ADDR-FOUND-IDX)
           MOVE SPACE TO WS-N-RETURNED-ITEM (WS-ADDR-FOUND-IDX)
           MOVE ACCTMNT-CUSTOMER-NAME TO WS-D-NAME.

      *----------------------------------------------------------------
      * 2655-POST-TAX-STATUS - carry the request's TIN and W-9 status
      * onto the account's CUSTADDR table entry.  A blank status
      * leaves what is on file.
      *----------------------------------------------------------------
       2655-POST-TAX-STATUS.
           IF ACCTMNT-W9-STATUS NOT = SPACE
               MOVE ACCTMNT-TAXPAYER-ID
                   TO WS-N-TAXPAYER-ID (WS-ADDR-FOUND-IDX)
               MOVE ACCTMNT-W9-STATUS
                   TO WS-N-W9-STATUS (WS-ADDR-FOUND-IDX)
           END-IF.

      *----------------------------------------------------------------
      * 2660-OPEN-OR-FIND-CUSTOMER - find WS-CUSTOMER-ID on the
      * CUSTCIF table, opening a new customer from the request's name
      * and address when the ID is not on file.  A zero ID takes the
      * next free customer ID.  The caller has already made sure the
      * request carries a name whenever a customer may be opened.
      *----------------------------------------------------------------
       2660-OPEN-OR-FIND-CUSTOMER.
           IF WS-CUSTOMER-ID = 0
               MOVE WS-NEXT-CUSTOMER-ID TO WS-CUSTOMER-ID
               ADD 1 TO WS-NEXT-CUSTOMER-ID
               MOVE 'N' TO WS-CUST-FOUND-SWITCH
           ELSE
               PERFORM 2560-FIND-CUSTOMER
           END-IF
           IF NOT WS-CUSTOMER-FOUND
               ADD 1 TO WS-CUSTOMER-COUNT
               MOVE WS-CUSTOMER-COUNT TO WS-CUST-FOUND-IDX
               MOVE WS-CUSTOMER-ID
                   TO WS-C-CUSTOMER-ID (WS-CUST-FOUND-IDX)
               MOVE WS-RUN-DATE
                   TO WS-C-OPENED-DATE (WS-CUST-FOUND-IDX)
               MOVE 0
                   TO WS-C-DATE-OF-DEATH (WS-CUST-FOUND-IDX)
               PERFORM 2680-POST-CUSTOMER
               IF WS-CUSTOMER-ID NOT < WS-NEXT-CUSTOMER-ID
                   COMPUTE WS-NEXT-CUSTOMER-ID = WS-CUSTOMER-ID + 1
               END-IF
               ADD 1 TO WS-CUSTOMERS-ADDED-COUNT
               DISPLAY "Customer " WS-CUSTOMER-ID " opened."
           END-IF.

      *----------------------------------------------------------------
      * 2680-POST-CUSTOMER - carry the request's name and address onto
      * the CUSTCIF table entry at WS-CUST-FOUND-IDX.
      *----------------------------------------------------------------
       2680-POST-CUSTOMER.
           MOVE ACCTMNT-CUSTOMER-NAME
               TO WS-C-CUSTOMER-NAME (WS-CUST-FOUND-IDX)
           MOVE ACCTMNT-ADDRESS-LINE
               TO WS-C-ADDRESS-LINE (WS-CUST-FOUND-IDX)
           MOVE ACCTMNT-CITY
               TO WS-C-CITY (WS-CUST-FOUND-IDX)
           MOVE ACCTMNT-STATE
               TO WS-C-STATE (WS-CUST-FOUND-IDX)
           MOVE ACCTMNT-ZIP-CODE
               TO WS-C-ZIP-CODE (WS-CUST-FOUND-IDX).

      *----------------------------------------------------------------
      * 2690-ADD-RELATION - link WS-CUSTOMER-ID to the requested
      * account in WS-LINK-ROLE.
      *----------------------------------------------------------------
       2690-ADD-RELATION.
           ADD 1 TO WS-RELATION-COUNT
           MOVE WS-CUSTOMER-ID
               TO WS-L-CUSTOMER-ID (WS-RELATION-COUNT)
           MOVE ACCTMNT-ACCOUNT-NUMBER
               TO WS-L-ACCOUNT-NUMBER (WS-RELATION-COUNT)
           MOVE WS-LINK-ROLE
               TO WS-L-ROLE (WS-RELATION-COUNT)
           MOVE WS-RUN-DATE
               TO WS-L-LINKED-DATE (WS-RELATION-COUNT)
           MOVE 'N'
               TO WS-L-REMOVED-SWITCH (WS-RELATION-COUNT).

      *----------------------------------------------------------------
      * 2700-CHANGE-ACCOUNT - update the rate and/or the monthly
      * spendings figure on an existing, still-active account.  A
      * closed account must be reopened through a fresh ADD request
      * rather than changed in place.  A non-blank W-9 status also
      * updates the TIN and certification on CUSTADDR.
      *----------------------------------------------------------------
       2700-CHANGE-ACCOUNT.
           PERFORM 2640-EDIT-TAX-STATUS
           PERFORM 2630-SCREEN-NAME
           EVALUATE TRUE
               WHEN NOT WS-ACCOUNT-FOUND
                   MOVE "*** REJECTED - NO SUCH ACCOUNT ON FILE ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN ACCTM-ACCOUNT-CLOSED
                   MOVE "*** REJECTED - ACCOUNT IS CLOSED ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN NOT WS-W9-EDIT-OK
                   PERFORM 2900-LOG-REJECT
               WHEN WS-SCREEN-HIT
                   PERFORM 2635-PARK-REQUEST
               WHEN OTHER
                   MOVE ACCTMNT-INTEREST-RATE TO ACCTM-INTEREST-RATE
                   MOVE ACCTMNT-MONTHLY-SPENDINGS
                       TO ACCTM-MONTHLY-SPENDINGS
                   REWRITE ACCTM-RECORD
                   IF ACCTMNT-CUSTOMER-NAME NOT = SPACES
                       PERFORM 2650-POST-ADDRESS
                       PERFORM 2710-CHANGE-CUSTOMER
                   END-IF
                   PERFORM 2655-POST-TAX-STATUS
                   MOVE "RATE AND SPENDINGS UPDATED" TO WS-D-RESULT
                   ADD 1 TO WS-CHANGED-COUNT
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2710-CHANGE-CUSTOMER - a new name and address on a CHANGE
      * also goes to the customer's CUSTCIF entry - the customer the
      * request names, or the account's primary owner when it names
      * none.  An account with no customer on file is left as-is.
      *----------------------------------------------------------------
       2710-CHANGE-CUSTOMER.
           MOVE ACCTMNT-CUSTOMER-ID TO WS-CUSTOMER-ID
           IF WS-CUSTOMER-ID = 0
               PERFORM 2570-FIND-RELATION
               MOVE WS-PRIMARY-CUSTOMER-ID TO WS-CUSTOMER-ID
           END-IF
           IF WS-CUSTOMER-ID NOT = 0
               PERFORM 2560-FIND-CUSTOMER
               IF WS-CUSTOMER-FOUND
                   PERFORM 2680-POST-CUSTOMER
               END-IF
           END-IF.

      * still-active account.  A withdrawal against a CD account whose
      * ACCTM-MATURITY-DATE has not yet been reached is posted with an
      * early-withdrawal penalty deducted in addition to the
      * withdrawal itself, rather than simply being refused.  A
      * withdrawal that would dip into funds under a legal hold, or
      * any withdrawal from a frozen account, is refused.
      *----------------------------------------------------------------
       2750-WITHDRAW-ACCOUNT.
           IF NOT WS-ACCOUNT-FOUND
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               ELSE
                   PERFORM 2760-CHECK-HOLDS
                   IF WS-HELD-FUNDS-REJECT
                       PERFORM 2900-LOG-REJECT
                   ELSE
                       PERFORM 2770-POST-WITHDRAWAL
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2760-CHECK-HOLDS - the full debit, early CD penalty included,
      * against the account's legal holds in force today.  A frozen
      * account takes no debit at all; otherwise the debit may not
      * take the balance below the amount held.  An account with no
      * holds in force is not limited here, the same as before holds
      * existed.
      *----------------------------------------------------------------
       2760-CHECK-HOLDS.
           MOVE 'N' TO WS-HOLD-REJECT-SWITCH
           MOVE 0   TO WS-PENALTY-AMOUNT
           IF ACCTM-IS-CD
                  AND WS-RUN-DATE < ACCTM-MATURITY-DATE
               COMPUTE WS-PENALTY-AMOUNT ROUNDED =
                   ACCTMNT-WITHDRAWAL-AMOUNT
                       * WS-CD-PENALTY-RATE
           END-IF
           COMPUTE WS-DEBIT-AMOUNT =
               ACCTMNT-WITHDRAWAL-AMOUNT + WS-PENALTY-AMOUNT

           MOVE ACCTMNT-ACCOUNT-NUMBER TO HOLDCHK-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE            TO HOLDCHK-AS-OF-DATE
           CALL "HoldCheck" USING HOLD-CHECK-PARMS

           EVALUATE TRUE
               WHEN HOLDCHK-ACCOUNT-FROZEN
                   MOVE "*** REJECTED - ACCOUNT IS FROZEN ***"
                       TO WS-D-RESULT
                   MOVE 'Y' TO WS-HOLD-REJECT-SWITCH
               WHEN HOLDCHK-HOLD-COUNT > 0
                    AND WS-DEBIT-AMOUNT >
                        ACCTM-ACCOUNT-BALANCE - HOLDCHK-HELD-AMOUNT
                   MOVE "*** REJECTED - FUNDS ON HOLD ***"
                       TO WS-D-RESULT
                   MOVE 'Y' TO WS-HOLD-REJECT-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2770-POST-WITHDRAWAL - debit the withdrawal, and the early CD
      * penalty 2760 worked out, from the balance.
      *----------------------------------------------------------------
       2770-POST-WITHDRAWAL.
           IF ACCTM-IS-CD
                  AND WS-RUN-DATE < ACCTM-MATURITY-DATE
               SUBTRACT ACCTMNT-WITHDRAWAL-AMOUNT
                       WS-PENALTY-AMOUNT
                   FROM ACCTM-ACCOUNT-BALANCE
               ADD WS-PENALTY-AMOUNT TO WS-TOTAL-PENALTIES
               MOVE "WITHDRAWN - EARLY CD PENALTY APPLIED"
                   TO WS-D-RESULT
               MOVE "EARLY CD WITHDRAWAL - PENALTY ASSESSED"
                   TO EXCP-REASON
               MOVE "AccountMaint"        TO EXCP-PROGRAM-ID
               MOVE ACCTMNT-ACCOUNT-NUMBER TO EXCP-KEY-VALUE
               MOVE "ACCTMNT-WITHDRAWAL-AMOUNT"
                   TO EXCP-FIELD-NAME
               MOVE WS-RUN-DATE TO EXCP-RUN-DATE
               WRITE EXCEPTION-RECORD
           ELSE
               SUBTRACT ACCTMNT-WITHDRAWAL-AMOUNT
                   FROM ACCTM-ACCOUNT-BALANCE
               MOVE "WITHDRAWAL POSTED" TO WS-D-RESULT
           END-IF
           REWRITE ACCTM-RECORD
           ADD 1 TO WS-WITHDRAWN-COUNT.

      *----------------------------------------------------------------
      * 2800-CLOSE-ACCOUNT - flag the account closed rather than
      * removing it from the file, so the nightly interest run can
      * Deactivating an account takes a second sign-off:
      * ACCTMNT-SECOND-OPERATOR-ID must itself be an authorized
      * operator and must not be the same operator signed on for the
      * run, so one operator cannot close an account alone.  A close
      * that passes 2810's checks is settled by 2850 before the
      * status flips, so no balance is left behind on a closed
      * record.
      *----------------------------------------------------------------
       2800-CLOSE-ACCOUNT.
           EVALUATE TRUE
               WHEN NOT WS-ACCOUNT-FOUND
                   MOVE "*** REJECTED - NO SUCH ACCOUNT ON FILE ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN ACCTM-ACCOUNT-CLOSED
                   MOVE "*** REJECTED - ACCOUNT ALREADY CLOSED ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN OTHER
                   PERFORM 2810-CHECK-CLOSE
                   IF WS-CLOSE-REJECTED
                       PERFORM 2900-LOG-REJECT
                   ELSE
                       PERFORM 2850-SETTLE-ACCOUNT
                       MOVE 'C' TO ACCTM-STATUS
                       MOVE WS-RUN-DATE TO ACCTM-CLOSED-DATE
                       REWRITE ACCTM-RECORD
                       ADD 1 TO WS-CLOSED-COUNT
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2810-CHECK-CLOSE - an account under a freeze or any legal
      * hold in force cannot be closed and paid out, and neither can
      * one overdrawn even after its accrued interest - there would
      * be nothing to write the check for.  The second operator's
      * sign-off is checked last, so a request that fails on the
      * account itself never counts against the second operator's
      * sign-on attempts.
      *----------------------------------------------------------------
       2810-CHECK-CLOSE.
           MOVE 'N' TO WS-CLOSE-REJECT-SWITCH
           MOVE ACCTMNT-ACCOUNT-NUMBER TO HOLDCHK-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE            TO HOLDCHK-AS-OF-DATE
           CALL "HoldCheck" USING HOLD-CHECK-PARMS

           EVALUATE TRUE
               WHEN HOLDCHK-ACCOUNT-FROZEN
                   MOVE "*** REJECTED - ACCOUNT IS FROZEN ***"
                       TO WS-D-RESULT
                   MOVE 'Y' TO WS-CLOSE-REJECT-SWITCH
               WHEN HOLDCHK-HOLD-COUNT > 0
                   MOVE "*** REJECTED - LEGAL HOLD IN FORCE ***"
                       TO WS-D-RESULT
                   MOVE 'Y' TO WS-CLOSE-REJECT-SWITCH
               WHEN ACCTM-ACCOUNT-BALANCE + ACCTM-ACCRUED-INTEREST
                        < 0
                   MOVE "*** REJECTED - ACCOUNT IS OVERDRAWN ***"
                       TO WS-D-RESULT
                   MOVE 'Y' TO WS-CLOSE-REJECT-SWITCH
               WHEN ACCTMNT-SECOND-OPERATOR-ID = OPRAUTH-OPERATOR-ID
                   MOVE "*** REJECTED - SECOND OPER SAME ***"
                       TO WS-D-RESULT
                   MOVE 'Y' TO WS-CLOSE-REJECT-SWITCH
               WHEN OTHER
                   MOVE ACCTMNT-SECOND-OPERATOR-ID
                       TO SECOND-OPRAUTH-OPERATOR-ID
                   MOVE "AccountMaint" TO SECOND-OPRAUTH-CALLER-ID
                   CALL "SignOnCheck"
                       USING SECOND-OPERATOR-AUTH-PARMS
                   IF SECOND-OPRAUTH-DENIED
                       MOVE "*** REJECTED - 2ND SIGN-OFF DENIED ***"
                           TO WS-D-RESULT
                       MOVE 'Y' TO WS-CLOSE-REJECT-SWITCH
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2850-SETTLE-ACCOUNT - capitalize the accrued interest, then
      * pay the whole balance out to zero.  Each movement posts to
      * BALHIST and BALAUDIT as its own entry, the interest as type
      * 'I' and the payout as type 'C', so the statement and the
      * audit reconciliation see the same two steps.  A balance to
      * pay goes on the closing-check register; every close gets a
      * final statement.
      *----------------------------------------------------------------
       2850-SETTLE-ACCOUNT.
           MOVE ACCTM-ACCOUNT-BALANCE  TO WS-CLOSE-PRIOR-BALANCE
           MOVE ACCTM-ACCRUED-INTEREST TO WS-CLOSE-INTEREST

           IF WS-CLOSE-INTEREST NOT = 0
               MOVE ACCTM-ACCOUNT-BALANCE TO BALHIST-PRIOR-BALANCE
               MOVE ACCTM-ACCOUNT-BALANCE TO AUDIT-OLD-BALANCE
               ADD WS-CLOSE-INTEREST TO ACCTM-ACCOUNT-BALANCE
               ADD WS-CLOSE-INTEREST TO WS-TOTAL-CLOSE-INTEREST
               MOVE 0 TO ACCTM-ACCRUED-INTEREST
               MOVE ACCTM-ACCOUNT-BALANCE TO BALHIST-NEW-BALANCE
               MOVE ACCTM-ACCOUNT-BALANCE TO AUDIT-NEW-BALANCE
               MOVE 'I' TO AUDIT-TRANSACTION-TYPE
               PERFORM 2860-POST-CLOSING-ENTRY
           END-IF

           MOVE ACCTM-ACCOUNT-BALANCE TO WS-CLOSE-PAYOUT
           MOVE ACCTM-ACCOUNT-BALANCE TO BALHIST-PRIOR-BALANCE
           MOVE ACCTM-ACCOUNT-BALANCE TO AUDIT-OLD-BALANCE
           MOVE 0 TO ACCTM-ACCOUNT-BALANCE
           MOVE 0 TO BALHIST-NEW-BALANCE
           MOVE 0 TO AUDIT-NEW-BALANCE
           MOVE 'C' TO AUDIT-TRANSACTION-TYPE
           PERFORM 2860-POST-CLOSING-ENTRY

           PERFORM 2870-FIND-PAYEE
           IF WS-CLOSE-PAYOUT > 0
               PERFORM 2880-WRITE-CLOSING-CHECK
               MOVE "ACCOUNT CLOSED - CLOSING CHECK ISSUED"
                   TO WS-D-RESULT
           ELSE
               MOVE "ACCOUNT CLOSED - NO BALANCE TO PAY"
                   TO WS-D-RESULT
           END-IF
           PERFORM 2890-PRINT-FINAL-STATEMENT.

      *----------------------------------------------------------------
      * 2860-POST-CLOSING-ENTRY - the balance figures are already in
      * place on both records; stamp the rest and write the pair.
      *----------------------------------------------------------------
       2860-POST-CLOSING-ENTRY.
           MOVE "AccountMaint"         TO BALHIST-PROGRAM-ID
           MOVE ACCTM-ACCOUNT-NUMBER   TO BALHIST-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE            TO BALHIST-RUN-DATE
           WRITE BALANCE-HISTORY-RECORD

           MOVE "AccountMaint"         TO AUDIT-PROGRAM-ID
           MOVE ACCTM-ACCOUNT-NUMBER   TO AUDIT-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE            TO AUDIT-RUN-DATE
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------------
      * 2870-FIND-PAYEE - the closing check and final statement go to
      * the name and mailing address on CUSTADDR.  2000 has already
      * located the account's entry, if it has one.
      *----------------------------------------------------------------
       2870-FIND-PAYEE.
           IF WS-ADDRESS-FOUND
               MOVE WS-N-CUSTOMER-NAME (WS-ADDR-FOUND-IDX)
                   TO WS-PAYEE-NAME
               MOVE WS-N-ADDRESS-LINE (WS-ADDR-FOUND-IDX)
                   TO WS-PAYEE-ADDRESS
               MOVE WS-N-CITY (WS-ADDR-FOUND-IDX) TO WS-PAYEE-CITY
               MOVE WS-N-STATE (WS-ADDR-FOUND-IDX) TO WS-PAYEE-STATE
               MOVE WS-N-ZIP-CODE (WS-ADDR-FOUND-IDX)
                   TO WS-PAYEE-ZIP
           ELSE
               MOVE "*** NAME NOT ON FILE ***" TO WS-PAYEE-NAME
               MOVE "*** ADDRESS NOT ON FILE ***"
                   TO WS-PAYEE-ADDRESS
               MOVE SPACES TO WS-PAYEE-CITY
               MOVE SPACES TO WS-PAYEE-STATE
               MOVE SPACES TO WS-PAYEE-ZIP
           END-IF.

      *----------------------------------------------------------------
      * 2880-WRITE-CLOSING-CHECK
      *----------------------------------------------------------------
       2880-WRITE-CLOSING-CHECK.
           MOVE ACCTM-ACCOUNT-NUMBER TO WS-K-ACCOUNT
           MOVE WS-PAYEE-NAME        TO WS-K-PAYEE
           MOVE WS-CLOSE-PAYOUT      TO WS-K-AMOUNT
           MOVE WS-CLOSE-INTEREST    TO WS-K-INTEREST
           WRITE CLOSING-CHECK-LINE FROM WS-CHECK-DETAIL-LINE
           MOVE "CLOSECHK"           TO MASK-REPORT-ID
           PERFORM 2885-MASK-PAYEE-ADDRESS
           MOVE WS-MASKED-ADDRESS    TO WS-K-ADDRESS
           MOVE WS-PAYEE-CITY        TO WS-K-CITY
           MOVE WS-PAYEE-STATE       TO WS-K-STATE
           MOVE WS-MASKED-ZIP        TO WS-K-ZIP
           WRITE CLOSING-CHECK-LINE FROM WS-CHECK-ADDRESS-LINE
           ADD 1 TO WS-CHECK-COUNT
           ADD WS-CLOSE-PAYOUT TO WS-CHECK-TOTAL.

      *----------------------------------------------------------------
      * 2885-MASK-PAYEE-ADDRESS - the payee's street address and ZIP
      * code as the caller's report (MASK-REPORT-ID) may print them.
      *----------------------------------------------------------------
       2885-MASK-PAYEE-ADDRESS.
           MOVE 'P'              TO MASK-FIELD-TYPE
           MOVE 30               TO MASK-FIELD-LENGTH
           MOVE WS-PAYEE-ADDRESS TO MASK-FIELD-VALUE
           CALL "MaskData" USING MASK-DATA-PARMS
           MOVE MASK-FIELD-VALUE TO WS-MASKED-ADDRESS
           MOVE 10               TO MASK-FIELD-LENGTH
           MOVE WS-PAYEE-ZIP     TO MASK-FIELD-VALUE
           CALL "MaskData" USING MASK-DATA-PARMS
           MOVE MASK-FIELD-VALUE TO WS-MASKED-ZIP.

      *----------------------------------------------------------------
      * 2890-PRINT-FINAL-STATEMENT - mailing block, then the balance
      * the account closed with, the interest credited on closing,
      * the check paid and the zero ending balance.
      *----------------------------------------------------------------
       2890-PRINT-FINAL-STATEMENT.
           WRITE FINAL-STATEMENT-LINE FROM WS-STMT-SEPARATOR
           MOVE WS-PAYEE-NAME    TO WS-STMT-TEXT-LINE
           WRITE FINAL-STATEMENT-LINE FROM WS-STMT-TEXT-LINE
           MOVE "CLOSSTMT"        TO MASK-REPORT-ID
           PERFORM 2885-MASK-PAYEE-ADDRESS
           MOVE WS-MASKED-ADDRESS TO WS-STMT-TEXT-LINE
           WRITE FINAL-STATEMENT-LINE FROM WS-STMT-TEXT-LINE
           MOVE WS-PAYEE-CITY    TO WS-S-CITY
           MOVE WS-PAYEE-STATE   TO WS-S-STATE
           MOVE WS-MASKED-ZIP    TO WS-S-ZIP
           WRITE FINAL-STATEMENT-LINE FROM WS-STMT-CITY-LINE
           WRITE FINAL-STATEMENT-LINE FROM WS-STMT-BLANK

           MOVE ACCTM-ACCOUNT-NUMBER TO WS-S-ACCOUNT
           MOVE WS-RUN-DATE          TO WS-S-CLOSE-DATE
           WRITE FINAL-STATEMENT-LINE FROM WS-STMT-TITLE-LINE
           WRITE FINAL-STATEMENT-LINE FROM WS-STMT-BLANK

           MOVE "BALANCE BEFORE CLOSING"    TO WS-S-LABEL
           MOVE WS-CLOSE-PRIOR-BALANCE      TO WS-S-AMOUNT
           WRITE FINAL-STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           MOVE "ACCRUED INTEREST CREDITED" TO WS-S-LABEL
           MOVE WS-CLOSE-INTEREST           TO WS-S-AMOUNT
           WRITE FINAL-STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           MOVE "CLOSING CHECK"             TO WS-S-LABEL
           MOVE WS-CLOSE-PAYOUT             TO WS-S-AMOUNT
           WRITE FINAL-STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           MOVE "ENDING BALANCE"            TO WS-S-LABEL
           MOVE ACCTM-ACCOUNT-BALANCE       TO WS-S-AMOUNT
           WRITE FINAL-STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           WRITE FINAL-STATEMENT-LINE FROM WS-STMT-BLANK.

      *----------------------------------------------------------------
      * 2900-LOG-REJECT - every rejected maintenance request is logged
      * to the shared exception report as well as printed on the
           MOVE WS-RUN-DATE TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD.

      *----------------------------------------------------------------
      * 3000-RELATE-CUSTOMER - tie a customer to an existing, still-
      * active account as a joint owner or custodian, or as primary
      * owner of an account that has none on file.  A customer not on
      * CUSTCIF is opened from the request's name and address, so a
      * joint owner who banks nowhere else with us can still be
      * recorded.  That name is screened first, and a possible hit is
      * parked on SCRNHOLD as an ADD's would be.
      *----------------------------------------------------------------
       3000-RELATE-CUSTOMER.
           MOVE ACCTMNT-CUSTOMER-ID TO WS-CUSTOMER-ID
           IF WS-CUSTOMER-ID NOT = 0
               PERFORM 2560-FIND-CUSTOMER
           ELSE
               MOVE 'N' TO WS-CUST-FOUND-SWITCH
           END-IF
           IF WS-CUSTOMER-FOUND
               MOVE 'N' TO WS-SCREEN-HIT-SWITCH
           ELSE
               PERFORM 2630-SCREEN-NAME
           END-IF
           PERFORM 2570-FIND-RELATION
           EVALUATE TRUE
               WHEN NOT WS-ACCOUNT-FOUND
                   MOVE "*** REJECTED - NO SUCH ACCOUNT ON FILE ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN ACCTM-ACCOUNT-CLOSED
                   MOVE "*** REJECTED - ACCOUNT IS CLOSED ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN NOT ACCTMNT-ROLE-PRIMARY
                    AND NOT ACCTMNT-ROLE-JOINT
                    AND NOT ACCTMNT-ROLE-CUSTODIAN
                   MOVE "*** REJECTED - UNKNOWN RELATION ROLE ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN ACCTMNT-ROLE-PRIMARY AND WS-PRIMARY-FOUND
                   MOVE "*** REJECTED - ALREADY HAS PRIMARY ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN WS-RELATION-FOUND
                   MOVE "*** REJECTED - ALREADY RELATED ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN WS-CUSTOMER-FOUND
                    AND WS-C-DATE-OF-DEATH (WS-CUST-FOUND-IDX) NOT = 0
                   MOVE "*** REJECTED - CUSTOMER IS DECEASED ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN NOT WS-CUSTOMER-FOUND
                    AND ACCTMNT-CUSTOMER-NAME = SPACES
                   MOVE "*** REJECTED - CUSTOMER NAME REQUIRED ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN WS-SCREEN-HIT
                   PERFORM 2635-PARK-REQUEST
               WHEN OTHER
                   PERFORM 2660-OPEN-OR-FIND-CUSTOMER
                   MOVE ACCTMNT-RELATION-ROLE TO WS-LINK-ROLE
                   PERFORM 2690-ADD-RELATION
                   MOVE WS-C-CUSTOMER-NAME (WS-CUST-FOUND-IDX)
                       TO WS-D-NAME
                   EVALUATE TRUE
                       WHEN ACCTMNT-ROLE-PRIMARY
                           MOVE "CUSTOMER RELATED AS PRIMARY OWNER"
                               TO WS-D-RESULT
                       WHEN ACCTMNT-ROLE-JOINT
                           MOVE "CUSTOMER RELATED AS JOINT OWNER"
                               TO WS-D-RESULT
                       WHEN OTHER
                           MOVE "CUSTOMER RELATED AS CUSTODIAN"
                               TO WS-D-RESULT
                   END-EVALUATE
                   ADD 1 TO WS-RELATED-COUNT
           END-EVALUATE.

      *----------------------------------------------------------------
      * 3100-UNRELATE-CUSTOMER - remove a joint owner's or
      * custodian's link to an account.  The primary owner stays on
      * the account for as long as it is on file.
      *----------------------------------------------------------------
       3100-UNRELATE-CUSTOMER.
           MOVE ACCTMNT-CUSTOMER-ID TO WS-CUSTOMER-ID
           PERFORM 2570-FIND-RELATION
           EVALUATE TRUE
               WHEN NOT WS-RELATION-FOUND
                   MOVE "*** REJECTED - CUSTOMER NOT RELATED ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN WS-L-ROLE (WS-REL-FOUND-IDX) = 'P'
                   MOVE "*** REJECTED - IS PRIMARY OWNER ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN OTHER
                   MOVE 'Y' TO WS-L-REMOVED-SWITCH (WS-REL-FOUND-IDX)
                   MOVE "CUSTOMER UNRELATED FROM ACCOUNT"
                       TO WS-D-RESULT
                   ADD 1 TO WS-UNRELATED-COUNT
           END-EVALUATE.

      *----------------------------------------------------------------
      * 3200-TRANSFER-BRANCH - move an existing, still-active account
      * to the branch the request names, which must be an open branch
      * other than the one the account is booked at now.  The new
      * branch goes on the account's CUSTADDR entry as well.  The
      * account's balances stay where they are - only the branch
      * its figures report under changes.
      *----------------------------------------------------------------
       3200-TRANSFER-BRANCH.
           PERFORM 2620-FIND-BRANCH
           EVALUATE TRUE
               WHEN NOT WS-ACCOUNT-FOUND
                   MOVE "*** REJECTED - NO SUCH ACCOUNT ON FILE ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN ACCTM-ACCOUNT-CLOSED
                   MOVE "*** REJECTED - ACCOUNT IS CLOSED ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN NOT WS-BRANCH-IS-OPEN
                   MOVE "*** REJECTED - UNKNOWN OR CLOSED BRANCH ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN ACCTMNT-BRANCH-CODE = ACCTM-BRANCH-CODE
                   MOVE "*** REJECTED - ALREADY AT THAT BRANCH ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN OTHER
                   MOVE ACCTM-BRANCH-CODE   TO WS-OLD-BRANCH-CODE
                   MOVE ACCTMNT-BRANCH-CODE TO ACCTM-BRANCH-CODE
                   REWRITE ACCTM-RECORD
                   IF WS-ADDRESS-FOUND
                       MOVE ACCTMNT-BRANCH-CODE
                           TO WS-N-BRANCH-CODE (WS-ADDR-FOUND-IDX)
                   END-IF
                   MOVE SPACES TO WS-D-RESULT
                   STRING "MOVED FROM BRANCH " WS-OLD-BRANCH-CODE
                          " TO " ACCTMNT-BRANCH-CODE
                          DELIMITED BY SIZE INTO WS-D-RESULT
                   ADD 1 TO WS-TRANSFERRED-COUNT
           END-EVALUATE.

      *----------------------------------------------------------------
      * 3500-REWRITE-ADDRESS-MASTER - write the CUSTADDR table back
      * out in full.
                   TO CUSTA-STATE
               MOVE WS-N-ZIP-CODE (WS-ADDR-IDX)
                   TO CUSTA-ZIP-CODE
               MOVE WS-N-MAIL-STATUS (WS-ADDR-IDX)
                   TO CUSTA-MAIL-STATUS
               MOVE WS-N-RETURNED-DATE (WS-ADDR-IDX)
                   TO CUSTA-RETURNED-DATE
               MOVE WS-N-RETURNED-ITEM (WS-ADDR-IDX)
                   TO CUSTA-RETURNED-ITEM
               MOVE WS-N-TAXPAYER-ID (WS-ADDR-IDX)
                   TO CUSTA-TAXPAYER-ID
               MOVE WS-N-W9-STATUS (WS-ADDR-IDX)
                   TO CUSTA-W9-STATUS
               MOVE WS-N-ESTATE-STATUS (WS-ADDR-IDX)
                   TO CUSTA-ESTATE-STATUS
               MOVE WS-N-DATE-OF-DEATH (WS-ADDR-IDX)
                   TO CUSTA-DATE-OF-DEATH
               MOVE WS-N-BRANCH-CODE (WS-ADDR-IDX)
                   TO CUSTA-BRANCH-CODE
               WRITE CUSTADDR-RECORD
           END-PERFORM
           CLOSE CUSTOMER-ADDRESS-FILE.

      *----------------------------------------------------------------
      * 3600-REWRITE-CUSTOMER-MASTER - write the CUSTCIF table back
      * out in full.
      *----------------------------------------------------------------
       3600-REWRITE-CUSTOMER-MASTER.
           OPEN OUTPUT CUSTOMER-INFO-FILE
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUSTOMER-COUNT
               MOVE WS-C-CUSTOMER-ID (WS-CUST-IDX)
                   TO CUSTC-CUSTOMER-ID
               MOVE WS-C-CUSTOMER-NAME (WS-CUST-IDX)
                   TO CUSTC-CUSTOMER-NAME
               MOVE WS-C-ADDRESS-LINE (WS-CUST-IDX)
                   TO CUSTC-ADDRESS-LINE
               MOVE WS-C-CITY (WS-CUST-IDX)
                   TO CUSTC-CITY
               MOVE WS-C-STATE (WS-CUST-IDX)
                   TO CUSTC-STATE
               MOVE WS-C-ZIP-CODE (WS-CUST-IDX)
                   TO CUSTC-ZIP-CODE
               MOVE WS-C-OPENED-DATE (WS-CUST-IDX)
                   TO CUSTC-OPENED-DATE
               MOVE WS-C-DATE-OF-DEATH (WS-CUST-IDX)
                   TO CUSTC-DATE-OF-DEATH
               WRITE CUSTCIF-RECORD
           END-PERFORM
           CLOSE CUSTOMER-INFO-FILE.

      *----------------------------------------------------------------
      * 3700-REWRITE-RELATION-FILE - write the CUSTREL table back out,
      * leaving off every link an UNRELATE request removed.
      *----------------------------------------------------------------
       3700-REWRITE-RELATION-FILE.
           OPEN OUTPUT RELATIONSHIP-FILE
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > WS-RELATION-COUNT
               IF NOT WS-L-REMOVED (WS-REL-IDX)
                   MOVE WS-L-CUSTOMER-ID (WS-REL-IDX)
                       TO CUSTR-CUSTOMER-ID
                   MOVE WS-L-ACCOUNT-NUMBER (WS-REL-IDX)
                       TO CUSTR-ACCOUNT-NUMBER
                   MOVE WS-L-ROLE (WS-REL-IDX)
                       TO CUSTR-ROLE
                   MOVE WS-L-LINKED-DATE (WS-REL-IDX)
                       TO CUSTR-LINKED-DATE
                   WRITE CUSTREL-RECORD
               END-IF
           END-PERFORM
           CLOSE RELATIONSHIP-FILE.

      *----------------------------------------------------------------
      * 3800-REWRITE-SCREEN-HOLDS - still-held requests plus anything
      * this run parked; cleared and confirmed ones are gone.
      *----------------------------------------------------------------
       3800-REWRITE-SCREEN-HOLDS.
           OPEN OUTPUT SCREEN-HOLD-FILE
           PERFORM VARYING WS-SHOLD-IDX FROM 1 BY 1
                   UNTIL WS-SHOLD-IDX > WS-SHOLD-OUT-COUNT
               MOVE WS-SO-HELD-DATE (WS-SHOLD-IDX) TO SHOLD-HELD-DATE
               MOVE WS-SO-STATUS (WS-SHOLD-IDX)    TO SHOLD-STATUS
               MOVE WS-SO-REVIEW-OP (WS-SHOLD-IDX)
                   TO SHOLD-REVIEW-OPERATOR
               MOVE WS-SO-REVIEW-DATE (WS-SHOLD-IDX)
                   TO SHOLD-REVIEW-DATE
               MOVE WS-SO-REQUEST-IMAGE (WS-SHOLD-IDX)
                   TO SHOLD-REQUEST-IMAGE
               WRITE SCREEN-HOLD-RECORD
           END-PERFORM
           CLOSE SCREEN-HOLD-FILE.

      *----------------------------------------------------------------
      * 4000-PRINT-FOOTER
      *----------------------------------------------------------------
           MOVE WS-WITHDRAWN-COUNT TO WS-F-WITHDRAWN-COUNT
           MOVE WS-REJECTED-COUNT  TO WS-F-REJECTED-COUNT
           WRITE MAINTENANCE-REPORT-LINE FROM WS-REPORT-FOOTER
           MOVE WS-CUSTOMERS-ADDED-COUNT TO WS-F-CUSTOMERS-COUNT
           MOVE WS-RELATED-COUNT   TO WS-F-RELATED-COUNT
           MOVE WS-UNRELATED-COUNT TO WS-F-UNRELATED-COUNT
           MOVE WS-TRANSFERRED-COUNT TO WS-F-TRANSFERRED-COUNT
           WRITE MAINTENANCE-REPORT-LINE FROM WS-REPORT-FOOTER-2
           MOVE WS-SCREEN-HELD-COUNT TO WS-F-SCREEN-HELD-COUNT
           MOVE WS-CLEARED-APPLIED-COUNT TO WS-F-CLEARED-COUNT
           MOVE WS-CONFIRMED-REFUSED-COUNT TO WS-F-CONFIRMED-COUNT
           WRITE MAINTENANCE-REPORT-LINE FROM WS-REPORT-FOOTER-3
           CLOSE MAINTENANCE-REPORT-FILE.

      *----------------------------------------------------------------
      * 4100-CLOSE-CLOSING-FILES - register totals, then close.
      *----------------------------------------------------------------
       4100-CLOSE-CLOSING-FILES.
           MOVE WS-CHECK-COUNT TO WS-KF-COUNT
           MOVE WS-CHECK-TOTAL TO WS-KF-TOTAL
           WRITE CLOSING-CHECK-LINE FROM WS-STMT-BLANK
           WRITE CLOSING-CHECK-LINE FROM WS-CHECK-FOOTER
           CLOSE CLOSING-CHECK-FILE
           CLOSE FINAL-STATEMENT-FILE
           CLOSE BALANCE-HISTORY-FILE
           CLOSE AUDIT-TRAIL-FILE.

      *----------------------------------------------------------------
      * 4200-WRITE-MAINT-GL - the run's journal batch: early CD
      * penalties come out of customer deposits and into penalty
      * income, and the accrued interest capitalized on close moves
      * out of accrued interest payable - where the nightly interest
      * run booked it - into customer deposits.  Each pair nets to
      * zero, so the trailer total does too.
      *----------------------------------------------------------------
       4200-WRITE-MAINT-GL.
           OPEN OUTPUT MAINT-GL-FILE
           MOVE SPACES TO MGL-INTERFACE-RECORD
           MOVE 'H' TO MGL-RECORD-TYPE
           MOVE WS-RUN-DATE TO MGL-HEADER-RUN-DATE
           MOVE "ACCTMNT" TO MGL-HEADER-SOURCE
           WRITE MGL-INTERFACE-RECORD
           MOVE 'D' TO MGL-RECORD-TYPE

           MOVE "DEPO" TO WS-MGL-DEPARTMENT
           MOVE "DEPLB" TO WS-MGL-CATEGORY
           MOVE WS-TOTAL-PENALTIES TO WS-MGL-AMOUNT
           PERFORM 4300-WRITE-MAPPED-GL-LINE

           MOVE "PENAL" TO WS-MGL-CATEGORY
           COMPUTE WS-MGL-AMOUNT = 0 - WS-TOTAL-PENALTIES
           PERFORM 4300-WRITE-MAPPED-GL-LINE

           MOVE "INTPY" TO WS-MGL-CATEGORY
           MOVE WS-TOTAL-CLOSE-INTEREST TO WS-MGL-AMOUNT
           PERFORM 4300-WRITE-MAPPED-GL-LINE

           MOVE "DEPLB" TO WS-MGL-CATEGORY
           COMPUTE WS-MGL-AMOUNT = 0 - WS-TOTAL-CLOSE-INTEREST
           PERFORM 4300-WRITE-MAPPED-GL-LINE

           MOVE 'T' TO MGL-RECORD-TYPE
           MOVE WS-MGL-DETAIL-COUNT  TO MGL-TRAILER-RECORD-COUNT
           MOVE WS-MGL-EXTRACT-TOTAL TO MGL-TRAILER-TOTAL
           WRITE MGL-INTERFACE-RECORD
           CLOSE MAINT-GL-FILE
           IF WS-MGL-UNMAPPED-COUNT > 0
               DISPLAY "UNMAPPED MAINTENANCE GL LINES: "
                       WS-MGL-UNMAPPED-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 4300-WRITE-MAPPED-GL-LINE - through the chart of accounts; an
      * unmapped department/category pair goes to the exception file
      * instead of into the extract, the same treatment SalaryCalc
      * gives its lines.
      *----------------------------------------------------------------
       4300-WRITE-MAPPED-GL-LINE.
           MOVE 'N' TO WS-MAP-FOUND-SWITCH
           MOVE 0   TO WS-MAP-FOUND-IDX
           PERFORM VARYING WS-M-IDX FROM 1 BY 1
                   UNTIL WS-M-IDX > WS-COA-COUNT
                      OR WS-MAPPING-FOUND
               IF WS-M-DEPARTMENT (WS-M-IDX) = WS-MGL-DEPARTMENT
                  AND WS-M-CATEGORY (WS-M-IDX) = WS-MGL-CATEGORY
                   MOVE 'Y' TO WS-MAP-FOUND-SWITCH
                   MOVE WS-M-IDX TO WS-MAP-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-MAPPING-FOUND
               MOVE WS-M-GL-ACCOUNT (WS-MAP-FOUND-IDX)
                   TO MGL-ACCOUNT-CODE
               MOVE WS-MGL-AMOUNT TO MGL-AMOUNT
               WRITE MGL-INTERFACE-RECORD
               ADD 1 TO WS-MGL-DETAIL-COUNT
               ADD WS-MGL-AMOUNT TO WS-MGL-EXTRACT-TOTAL
           ELSE
               ADD 1 TO WS-MGL-UNMAPPED-COUNT
               MOVE "AccountMaint"      TO EXCP-PROGRAM-ID
               MOVE WS-MGL-DEPARTMENT   TO EXCP-KEY-VALUE
               MOVE "COAMAP-GL-ACCOUNT" TO EXCP-FIELD-NAME
               MOVE "NO CHART-OF-ACCOUNTS MAPPING - LINE DIVERTED"
                   TO EXCP-REASON
               MOVE WS-RUN-DATE TO EXCP-RUN-DATE
               WRITE EXCEPTION-RECORD
           END-IF.
