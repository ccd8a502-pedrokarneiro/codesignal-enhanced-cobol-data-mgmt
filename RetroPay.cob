       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetroPay.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - RETROACTIVE PAY ADJUSTMENT.
      *                  A RAISE APPROVED WEEKS AFTER ITS EFFECTIVE
      *                  DATE USED TO BE WORKED OUT BY HAND FROM OLD
      *                  REGISTERS AND PAID AS A SUPPLEMENTAL.  THIS
      *                  RUN READS ITS OWN RETROTRN FILE (EMPLOYEE,
      *                  NEW RATE, EFFECTIVE DATE), RE-PRICES EVERY
      *                  REGULAR PAYHIST PERIOD PAID SINCE THAT DATE AT
      *                  THE NEW RATE, WORKS THE WITHHOLDING ON BOTH
      *                  THE OLD AND THE NEW GROSS THROUGH THE TAXBRKT
      *                  BRACKETS, AND PAYS THE TOTAL DIFFERENCE AS ONE
      *                  RETRO LINE: ACCRUED INTO EMPYTD BY KEY,
      *                  APPENDED TO PAYHIST AS ENTRY TYPE 'T', PRINTED
      *                  ON A RETSTUB PAY STUB, EXTRACTED TO DDEXTR,
      *                  JOURNALED AS A RETGLEX BATCH IN THE SHARED
      *                  GLEXTR FORMAT THROUGH COAMAP, AND POSTED AS
      *                  ITS OWN EODSUM PAYROLL ENTRY.  THE RETRORPT
      *                  REGISTER SHOWS EVERY PERIOD BEHIND EACH
      *                  AMOUNT.  AN UNKNOWN OR TERMINATED EMPLOYEE, A
      *                  SECOND REQUEST FOR THE SAME EMPLOYEE, A SPAN
      *                  A RETRO LINE HAS ALREADY PAID INTO, OR A
      *                  REQUEST THAT RE-PRICES TO NO INCREASE REJECTS
      *                  TO EXCPRPT.  A HISTORY PERIOD WRITTEN BEFORE
      *                  PAYHIST CARRIED THE RATE IS LISTED BUT NOT
      *                  RE-PRICED, AND GOES TO EXCPRPT.
      * 2026-10-15  DLH  EMPYTD NOW CARRIES THE 401(K) DEFERRAL AND
      *                  EMPLOYER MATCH ACCUMULATORS; THEY ARE CARRIED
      *                  THROUGH THE REWRITE UNCHANGED.
      * 2026-10-15  DLH  CHECKS IN WITH THE SHARED PostingRegister
      *                  BEFORE OPENING ITS FILES AND REGISTERS THE
      *                  BUSINESS DATE WHEN THE RUN FINISHES.  A RERUN
      *                  FOR A DATE ALREADY POSTED ENDS RC 8 UNLESS A
      *                  RERUNREQ ENTRY ASKS FOR REPLACE MODE, WHICH
      *                  FIRST CLEARS THE DATE'S RETRO ('T') PAYHIST
      *                  ENTRIES AND THIS PROGRAM'S EODSUM ENTRY.
      * 2026-10-15  DLH  NO LONGER CHECKS IN WITH PostingRegister.  THE
      *                  PROGRAM RUNS ON DEMAND, SOMETIMES MORE THAN
      *                  ONCE A DAY, SO ONE REGISTRATION PER BUSINESS
      *                  DATE REFUSED A SECOND GENUINE BATCH, AND A
      *                  FORCED REPLACE PURGED THE FIRST BATCH'S PAYHIST
      *                  AND EODSUM ENTRIES WHILE ITS EMPYTD UPDATES
      *                  STOOD.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETRO-REQUEST-FILE ASSIGN TO "RETROTRN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAX-BRACKET-FILE ASSIGN TO "TAXBRKT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COA-MAP-FILE ASSIGN TO "COAMAP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT YTD-FILE ASSIGN TO "EMPYTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT DIRECT-DEPOSIT-FILE ASSIGN TO "DDEXTR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAY-STUB-FILE ASSIGN TO "RETSTUB"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETRO-GL-FILE ASSIGN TO "RETGLEX"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUMMARY-REPORT-FILE ASSIGN TO "EODSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT RETRO-REPORT-FILE ASSIGN TO "RETRORPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETRO-REQUEST-FILE.
       COPY RETROTRN.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  TAX-BRACKET-FILE.
       COPY TAXBRKT.

       FD  COA-MAP-FILE.
       COPY COAMAP.

       FD  YTD-FILE.
       COPY EMPYTD.

       FD  PAY-HISTORY-FILE.
       COPY PAYHIST.

       FD  DIRECT-DEPOSIT-FILE.
       01  DD-EXTRACT-RECORD.
           05  DD-BANK-ROUTING-NUMBER PIC 9(9).
           05  DD-BANK-ACCOUNT-NUMBER PIC X(17).
           05  DD-EMPLOYEE-NUMBER     PIC 9(6).
           05  DD-EMPLOYEE-NAME       PIC X(20).
           05  DD-DEPOSIT-AMOUNT      PIC 9(7)V99.

       FD  PAY-STUB-FILE.
       01  PAY-STUB-LINE                  PIC X(70).

       FD  RETRO-GL-FILE.
       COPY GLEXTR REPLACING LEADING ==GL-== BY ==RGL-==.

       FD  SUMMARY-REPORT-FILE.
       COPY EODSUM.

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       FD  RETRO-REPORT-FILE.
       01  RETRO-REPORT-LINE            PIC X(124).

       WORKING-STORAGE SECTION.
       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-RETRO-EOF-SWITCH       PIC X VALUE 'N'.
           88  WS-RETRO-END-OF-FILE  VALUE 'Y'.

       01  WS-HIST-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-HIST-END-OF-FILE   VALUE 'Y'.

       01  WS-YTD-STATUS             PIC X(2).
       01  WS-PAYHIST-STATUS         PIC X(2).
       01  WS-SUMMARY-STATUS         PIC X(2).
       01  WS-EXCP-STATUS            PIC X(2).

       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  WS-REQUEST-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-PAID-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-REJECTED-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-TOTAL-GROSS            PIC S9(8)V99 VALUE 0.
       01  WS-TOTAL-TAX              PIC S9(8)V99 VALUE 0.
       01  WS-TOTAL-NET-PAY          PIC S9(8)V99 VALUE 0.

       01  WS-TAX-GROSS              PIC S9(7)V99 VALUE 0.
       01  WS-TAX-RATE               PIC S9(3)V99 VALUE 0.
       01  WS-COMPUTED-TAX           PIC S9(5)V99 VALUE 0.

       01  WS-TAX-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-TAX-END-OF-FILE    VALUE 'Y'.
       01  WS-TAX-BAND-COUNT         PIC 9(1) COMP VALUE 0.
       01  SC-TAX-TABLE.
           05  SC-TAX-ENTRY OCCURS 5 TIMES INDEXED BY SC-TAX-IDX.
               10  SC-TAX-UPPER-LIMIT PIC S9(7)V99.
               10  SC-TAX-RATE        PIC S9(3)V99.

      *----------------------------------------------------------------
      * WS-EMPLOYEE-TABLE - the master's identity, department and
      * bank fields, for validation, the journal and the deposit
      * extract.
      *----------------------------------------------------------------
       01  WS-EMPLOYEE-COUNT         PIC 9(3) COMP VALUE 0.
       01  WS-EMP-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-EMPLOYEE-FOUND     VALUE 'Y'.
       01  WS-EMP-FOUND-IDX          PIC 9(3) COMP VALUE 0.
       01  WS-EMPLOYEE-TABLE.
           05  WS-EMP-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-EMPLOYEE-COUNT
                   INDEXED BY WS-EMP-IDX.
               10  WS-E-EMPLOYEE-NUMBER   PIC 9(6).
               10  WS-E-EMPLOYEE-NAME     PIC X(20).
               10  WS-E-DEPARTMENT        PIC X(4).
               10  WS-E-STATUS            PIC X.
               10  WS-E-BANK-ROUTING      PIC 9(9).
               10  WS-E-BANK-ACCOUNT      PIC X(17).

      *----------------------------------------------------------------
      * WS-YTD-TABLE - the keyed EMPYTD file, retro amounts accrued
      * in place and rewritten at end of run.
      *----------------------------------------------------------------
       01  WS-YTD-COUNT              PIC 9(3) COMP VALUE 0.
       01  WS-YTD-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-YTD-FOUND          VALUE 'Y'.
       01  WS-YTD-FOUND-IDX          PIC 9(3) COMP VALUE 0.
       01  WS-YTD-IDX                PIC 9(3) COMP VALUE 0.
       01  WS-YTD-TABLE.
           05  WS-Y-ENTRY OCCURS 100 TIMES.
               10  WS-Y-EMPLOYEE      PIC 9(6).
               10  WS-Y-GROSS         PIC S9(8)V99.
               10  WS-Y-TAX           PIC S9(6)V99.
               10  WS-Y-DEDUCTION     PIC S9(6)V99.
               10  WS-Y-GARNISHMENT   PIC S9(6)V99.
               10  WS-Y-NET           PIC S9(8)V99.
               10  WS-Y-BENEFIT       PIC S9(7)V99.
               10  WS-Y-401K-DEFERRAL PIC S9(6)V99.
               10  WS-Y-401K-MATCH    PIC S9(6)V99.

      *----------------------------------------------------------------
      * WS-PERIOD-TABLE - the current request's PAYHIST periods since
      * the effective date, each re-priced at the new rate: the base
      * pay (gross less the period's bonus) scales with the rate, the
      * bonus does not.  WS-PD-PRICED is 'N' for an entry written
      * before PAYHIST carried the rate - listed, never re-priced.
      *----------------------------------------------------------------
       01  WS-PERIOD-COUNT           PIC 9(3) COMP VALUE 0.
       01  WS-PD-IDX                 PIC 9(3) COMP VALUE 0.
       01  WS-REPRICED-COUNT         PIC 9(3) COMP VALUE 0.
       01  WS-ALREADY-PAID-SWITCH    PIC X VALUE 'N'.
           88  WS-RETRO-ALREADY-PAID VALUE 'Y'.
       01  WS-PERIOD-OVERFLOW-SWITCH PIC X VALUE 'N'.
           88  WS-PERIOD-OVERFLOW    VALUE 'Y'.
       01  WS-PERIOD-TABLE.
           05  WS-PD-ENTRY OCCURS 120 TIMES.
               10  WS-PD-RUN-DATE     PIC 9(8).
               10  WS-PD-OLD-RATE     PIC S9(7)V99.
               10  WS-PD-OLD-GROSS    PIC S9(7)V99.
               10  WS-PD-NEW-GROSS    PIC S9(7)V99.
               10  WS-PD-GROSS-DIFF   PIC S9(7)V99.
               10  WS-PD-OLD-TAX      PIC S9(5)V99.
               10  WS-PD-NEW-TAX      PIC S9(5)V99.
               10  WS-PD-TAX-DIFF     PIC S9(5)V99.
               10  WS-PD-PRICED       PIC X.

       01  WS-RETRO-GROSS            PIC S9(7)V99 VALUE 0.
       01  WS-RETRO-TAX              PIC S9(5)V99 VALUE 0.
       01  WS-RETRO-NET              PIC S9(7)V99 VALUE 0.
       01  WS-RESULT                 PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------
      * WS-SEEN-TABLE - every employee already requested this run, so
      * a second request for the same employee cannot pay twice.
      *----------------------------------------------------------------
       01  WS-SEEN-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-SEEN-IDX               PIC 9(3) COMP VALUE 0.
       01  WS-SEEN-SWITCH            PIC X VALUE 'N'.
           88  WS-ALREADY-SEEN       VALUE 'Y'.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-EMPLOYEE OCCURS 100 TIMES PIC 9(6).

      *----------------------------------------------------------------
      * WS-NEW-HIST-TABLE - the retro lines paid, held until the
      * requests are done so PAYHIST is only appended to after the
      * last scan of it.
      *----------------------------------------------------------------
       01  WS-NEW-HIST-COUNT         PIC 9(3) COMP VALUE 0.
       01  WS-NH-IDX                 PIC 9(3) COMP VALUE 0.
       01  WS-NEW-HIST-TABLE.
           05  WS-NH-ENTRY OCCURS 100 TIMES.
               10  WS-NH-EMPLOYEE     PIC 9(6).
               10  WS-NH-GROSS        PIC S9(7)V99.
               10  WS-NH-TAX          PIC S9(5)V99.
               10  WS-NH-NET          PIC S9(7)V99.
               10  WS-NH-RATE         PIC S9(7)V99.

      *----------------------------------------------------------------
      * Retro GL accumulators - salary expense per department, the
      * tax withheld as a liability credit and net pay as the cash
      * offset, extracted in one batch at end of run.
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

       01  WS-RGL-DEPARTMENT         PIC X(4) VALUE SPACES.
       01  WS-RGL-CATEGORY           PIC X(5) VALUE SPACES.
       01  WS-RGL-AMOUNT             PIC S9(7)V99 VALUE 0.
       01  WS-RGL-DETAIL-COUNT       PIC 9(10) COMP VALUE 0.
       01  WS-RGL-EXTRACT-TOTAL      PIC S9(7)V99 VALUE 0.
       01  WS-RGL-UNMAPPED-COUNT     PIC 9(4) COMP VALUE 0.

       01  WS-DEPT-GROSS-COUNT       PIC 9(2) COMP VALUE 0.
       01  WS-DG-FOUND-SWITCH        PIC X VALUE 'N'.
           88  WS-DEPT-GROSS-FOUND   VALUE 'Y'.
       01  WS-DG-FOUND-IDX           PIC 9(2) COMP VALUE 0.
       01  WS-DEPT-GROSS-TABLE.
           05  WS-DG-ENTRY OCCURS 20 TIMES INDEXED BY WS-DG-IDX.
               10  WS-DG-DEPARTMENT   PIC X(4).
               10  WS-DG-GROSS        PIC S9(7)V99.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.

       01  WS-STUB-SEPARATOR         PIC X(70) VALUE ALL "=".
       01  WS-STUB-BLANK             PIC X(70) VALUE SPACES.

       01  WS-STUB-HEADING.
           05  FILLER PIC X(10) VALUE "PAY STUB  ".
           05  WS-SB-EMP-NUMBER   PIC 9(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-SB-EMP-NAME     PIC X(20).
           05  FILLER PIC X(11) VALUE "  PAY DATE:".
           05  WS-SB-RUN-DATE     PIC 9(8).
           05  FILLER             PIC X(13) VALUE SPACES.

       01  WS-STUB-RETRO-HEADING.
           05  FILLER PIC X(28) VALUE "RETROACTIVE PAY - EFFECTIVE ".
           05  WS-SB-EFFECTIVE    PIC 9(8).
           05  FILLER PIC X(2)  VALUE ", ".
           05  WS-SB-PERIODS      PIC ZZ9.
           05  FILLER PIC X(20) VALUE " PERIODS RE-PRICED".
           05  FILLER             PIC X(9) VALUE SPACES.

       01  WS-STUB-COLUMN-HEADING.
           05  FILLER PIC X(22) VALUE SPACES.
           05  FILLER PIC X(16) VALUE "THIS PERIOD".
           05  FILLER PIC X(15) VALUE "YEAR TO DATE".
           05  FILLER PIC X(17) VALUE SPACES.

       01  WS-STUB-DETAIL-LINE.
           05  WS-SB-CAPTION      PIC X(20).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-SB-PERIOD       PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-SB-YTD          PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X(22) VALUE SPACES.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(28) VALUE "RETROACTIVE PAY REGISTER".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER           PIC X(78) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(12) VALUE "  PAY DATE".
           05  FILLER PIC X(12) VALUE "OLD RATE".
           05  FILLER PIC X(12) VALUE "OLD GROSS".
           05  FILLER PIC X(12) VALUE "NEW GROSS".
           05  FILLER PIC X(12) VALUE "GROSS DIFF".
           05  FILLER PIC X(11) VALUE "OLD TAX".
           05  FILLER PIC X(11) VALUE "NEW TAX".
           05  FILLER PIC X(12) VALUE "TAX DIFF".
           05  FILLER PIC X(30) VALUE "NOTE".

       01  WS-EMPLOYEE-LINE.
           05  FILLER PIC X(10) VALUE "EMPLOYEE: ".
           05  WS-EL-EMP-NUMBER   PIC 9(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-EL-EMP-NAME     PIC X(20).
           05  FILLER PIC X(12) VALUE "  NEW RATE: ".
           05  WS-EL-NEW-RATE     PIC ZZZ,ZZ9.99.
           05  FILLER PIC X(14) VALUE "  EFFECTIVE: ".
           05  WS-EL-EFFECTIVE    PIC 9(8).
           05  FILLER             PIC X(42) VALUE SPACES.

       01  WS-PERIOD-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-P-RUN-DATE      PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-P-OLD-RATE      PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-P-OLD-GROSS     PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-P-NEW-GROSS     PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-P-GROSS-DIFF    PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-P-OLD-TAX       PIC ZZ,ZZ9.99-.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-P-NEW-TAX       PIC ZZ,ZZ9.99-.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-P-TAX-DIFF      PIC ZZ,ZZ9.99-.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-P-NOTE          PIC X(30).

       01  WS-TOTAL-LINE.
           05  FILLER PIC X(14) VALUE "  RETRO LINE  ".
           05  FILLER PIC X(9)  VALUE "PERIODS: ".
           05  WS-T-PERIODS       PIC ZZ9.
           05  FILLER PIC X(9)  VALUE "  GROSS: ".
           05  WS-T-GROSS         PIC ZZZ,ZZ9.99-.
           05  FILLER PIC X(7)  VALUE "  TAX: ".
           05  WS-T-TAX           PIC ZZ,ZZ9.99-.
           05  FILLER PIC X(7)  VALUE "  NET: ".
           05  WS-T-NET           PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-T-RESULT        PIC X(40).
           05  FILLER             PIC X(1) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(7)  VALUE "PAID: ".
           05  WS-F-PAID        PIC ZZZ9.
           05  FILLER PIC X(12) VALUE "  REJECTED: ".
           05  WS-F-REJECTED    PIC ZZZ9.
           05  FILLER PIC X(16) VALUE "  TOTAL GROSS: ".
           05  WS-F-TOTAL-GROSS PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER PIC X(14) VALUE "  TOTAL TAX: ".
           05  WS-F-TOTAL-TAX   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER PIC X(14) VALUE "  TOTAL NET: ".
           05  WS-F-TOTAL-NET   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(8) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "RetroPay" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           ACCEPT OPRAUTH-OPERATOR-ID FROM SYSIN
           MOVE "RetroPay" TO OPRAUTH-CALLER-ID
           CALL "SignOnCheck" USING OPERATOR-AUTH-PARMS
           IF OPRAUTH-DENIED
               DISPLAY "*** SIGN-ON REJECTED - UNAUTHORIZED OPERATOR: "
                       OPRAUTH-OPERATOR-ID " ***"
               STOP RUN
           END-IF
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."

           PERFORM 0900-OPEN-FILES
           PERFORM 1000-LOAD-TAX-TABLE
           PERFORM 1100-LOAD-COA-TABLE
           PERFORM 1200-LOAD-EMPLOYEE-TABLE
           PERFORM 1400-LOAD-YTD-TABLE

           PERFORM 2100-READ-REQUEST
           PERFORM 2000-PROCESS-REQUEST
               UNTIL WS-RETRO-END-OF-FILE
           CLOSE RETRO-REQUEST-FILE

           PERFORM 3000-REWRITE-YTD-FILE
           PERFORM 3100-APPEND-PAY-HISTORY
           PERFORM 3300-WRITE-RETRO-GL
           PERFORM 4000-TERMINATE
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-REQUEST-COUNT TO RLOG-RECORDS-READ
           MOVE WS-PAID-COUNT    TO RLOG-RECORDS-WRITTEN
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS
           STOP RUN.

      *----------------------------------------------------------------
      * 0900-OPEN-FILES - PAYHIST is read once per request, so it is
      * not opened here; the retro lines are appended at the end.
      *----------------------------------------------------------------
       0900-OPEN-FILES.
           OPEN EXTEND EXCEPTION-REPORT-FILE
           IF WS-EXCP-STATUS = "35"
               OPEN OUTPUT EXCEPTION-REPORT-FILE
           END-IF

           OPEN INPUT RETRO-REQUEST-FILE
           OPEN OUTPUT DIRECT-DEPOSIT-FILE
           OPEN OUTPUT PAY-STUB-FILE

           OPEN OUTPUT RETRO-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           WRITE RETRO-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE RETRO-REPORT-LINE FROM WS-REPORT-HEADING-2.

      *----------------------------------------------------------------
      * 1000-LOAD-TAX-TABLE - the same withholding brackets the
      * regular cycle applies.
      *----------------------------------------------------------------
       1000-LOAD-TAX-TABLE.
           OPEN INPUT TAX-BRACKET-FILE
           SET SC-TAX-IDX TO 1
           PERFORM 1050-READ-TAX-BRACKET
           PERFORM UNTIL WS-TAX-END-OF-FILE
                   OR SC-TAX-IDX > 5
               MOVE TAXBRKT-UPPER-LIMIT
                   TO SC-TAX-UPPER-LIMIT (SC-TAX-IDX)
               MOVE TAXBRKT-RATE TO SC-TAX-RATE (SC-TAX-IDX)
               ADD 1 TO WS-TAX-BAND-COUNT
               SET SC-TAX-IDX UP BY 1
               PERFORM 1050-READ-TAX-BRACKET
           END-PERFORM
           CLOSE TAX-BRACKET-FILE.

      *----------------------------------------------------------------
      * 1050-READ-TAX-BRACKET
      *----------------------------------------------------------------
       1050-READ-TAX-BRACKET.
           READ TAX-BRACKET-FILE
               AT END
                   MOVE 'Y' TO WS-TAX-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1100-LOAD-COA-TABLE - the shared chart-of-accounts mapping,
      * the same load SalaryCalc performs.
      *----------------------------------------------------------------
       1100-LOAD-COA-TABLE.
           OPEN INPUT COA-MAP-FILE
           PERFORM 1150-READ-COA-MAP
           PERFORM UNTIL WS-MAP-END-OF-FILE
                   OR WS-COA-COUNT >= 100
               ADD 1 TO WS-COA-COUNT
               MOVE COAMAP-DEPARTMENT-CODE
                   TO WS-M-DEPARTMENT (WS-COA-COUNT)
               MOVE COAMAP-CATEGORY
                   TO WS-M-CATEGORY (WS-COA-COUNT)
               MOVE COAMAP-GL-ACCOUNT
                   TO WS-M-GL-ACCOUNT (WS-COA-COUNT)
               PERFORM 1150-READ-COA-MAP
           END-PERFORM
           CLOSE COA-MAP-FILE.

      *----------------------------------------------------------------
      * 1150-READ-COA-MAP
      *----------------------------------------------------------------
       1150-READ-COA-MAP.
           READ COA-MAP-FILE
               AT END
                   MOVE 'Y' TO WS-MAP-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1200-LOAD-EMPLOYEE-TABLE
      *----------------------------------------------------------------
       1200-LOAD-EMPLOYEE-TABLE.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           PERFORM 1250-READ-EMPLOYEE
           PERFORM UNTIL WS-END-OF-FILE
               ADD 1 TO WS-EMPLOYEE-COUNT
               MOVE EMP-EMPLOYEE-NUMBER
                   TO WS-E-EMPLOYEE-NUMBER (WS-EMPLOYEE-COUNT)
               MOVE EMP-EMPLOYEE-NAME
                   TO WS-E-EMPLOYEE-NAME (WS-EMPLOYEE-COUNT)
               MOVE EMP-DEPARTMENT-CODE
                   TO WS-E-DEPARTMENT (WS-EMPLOYEE-COUNT)
               MOVE EMP-EMPLOYMENT-STATUS
                   TO WS-E-STATUS (WS-EMPLOYEE-COUNT)
               MOVE EMP-BANK-ROUTING-NUMBER
                   TO WS-E-BANK-ROUTING (WS-EMPLOYEE-COUNT)
               MOVE EMP-BANK-ACCOUNT-NUMBER
                   TO WS-E-BANK-ACCOUNT (WS-EMPLOYEE-COUNT)
               PERFORM 1250-READ-EMPLOYEE
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE.

      *----------------------------------------------------------------
      * 1250-READ-EMPLOYEE
      *----------------------------------------------------------------
       1250-READ-EMPLOYEE.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1400-LOAD-YTD-TABLE
      *----------------------------------------------------------------
       1400-LOAD-YTD-TABLE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT YTD-FILE
           IF WS-YTD-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 1450-READ-YTD
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               ADD 1 TO WS-YTD-COUNT
               MOVE EMPYTD-EMPLOYEE-NUMBER
                   TO WS-Y-EMPLOYEE (WS-YTD-COUNT)
               MOVE EMPYTD-GROSS-PAY TO WS-Y-GROSS (WS-YTD-COUNT)
               MOVE EMPYTD-TAX-AMOUNT TO WS-Y-TAX (WS-YTD-COUNT)
               MOVE EMPYTD-DEDUCTION-AMOUNT
                   TO WS-Y-DEDUCTION (WS-YTD-COUNT)
               MOVE EMPYTD-GARNISHMENT-AMOUNT
                   TO WS-Y-GARNISHMENT (WS-YTD-COUNT)
               MOVE EMPYTD-NET-PAY TO WS-Y-NET (WS-YTD-COUNT)
               MOVE EMPYTD-EMPLOYER-BENEFIT
                   TO WS-Y-BENEFIT (WS-YTD-COUNT)
               MOVE EMPYTD-401K-DEFERRAL
                   TO WS-Y-401K-DEFERRAL (WS-YTD-COUNT)
               MOVE EMPYTD-401K-MATCH
                   TO WS-Y-401K-MATCH (WS-YTD-COUNT)
               PERFORM 1450-READ-YTD
           END-PERFORM
           IF WS-YTD-STATUS NOT = "35"
               CLOSE YTD-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1450-READ-YTD
      *----------------------------------------------------------------
       1450-READ-YTD.
           READ YTD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2000-PROCESS-REQUEST - validate the request, re-price its
      * history periods, and either pay the retro line or reject it.
      * Either way the register shows the periods behind the result.
      *----------------------------------------------------------------
       2000-PROCESS-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE SPACES TO WS-RESULT
           MOVE 0 TO WS-PERIOD-COUNT
           MOVE 0 TO WS-REPRICED-COUNT
           MOVE 0 TO WS-RETRO-GROSS
           MOVE 0 TO WS-RETRO-TAX
           MOVE 0 TO WS-RETRO-NET
           MOVE 'N' TO WS-ALREADY-PAID-SWITCH
           MOVE 'N' TO WS-PERIOD-OVERFLOW-SWITCH

           PERFORM 2200-FIND-EMPLOYEE
           PERFORM 2250-VALIDATE-REQUEST
           PERFORM 2270-WRITE-EMPLOYEE-LINE

           IF WS-RESULT = SPACES
               PERFORM 2300-SCAN-PAY-HISTORY
               PERFORM 2280-WRITE-PERIOD-LINES
               PERFORM 2290-CHECK-REPRICING
           END-IF

           IF WS-RESULT = SPACES
               PERFORM 2600-PAY-RETRO
           ELSE
               PERFORM 2900-LOG-REJECT
           END-IF

           MOVE WS-REPRICED-COUNT TO WS-T-PERIODS
           MOVE WS-RETRO-GROSS    TO WS-T-GROSS
           MOVE WS-RETRO-TAX      TO WS-T-TAX
           MOVE WS-RETRO-NET      TO WS-T-NET
           MOVE WS-RESULT         TO WS-T-RESULT
           WRITE RETRO-REPORT-LINE FROM WS-TOTAL-LINE
           WRITE RETRO-REPORT-LINE FROM WS-STUB-BLANK

           IF NOT WS-ALREADY-SEEN
              AND WS-SEEN-COUNT < 100
               ADD 1 TO WS-SEEN-COUNT
               MOVE RETRO-EMPLOYEE-NUMBER
                   TO WS-SEEN-EMPLOYEE (WS-SEEN-COUNT)
           END-IF

           PERFORM 2100-READ-REQUEST.

      *----------------------------------------------------------------
      * 2100-READ-REQUEST
      *----------------------------------------------------------------
       2100-READ-REQUEST.
           READ RETRO-REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-RETRO-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2200-FIND-EMPLOYEE
      *----------------------------------------------------------------
       2200-FIND-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND-SWITCH
           MOVE 0   TO WS-EMP-FOUND-IDX
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMPLOYEE-COUNT
                      OR WS-EMPLOYEE-FOUND
               IF WS-E-EMPLOYEE-NUMBER (WS-EMP-IDX)
                      = RETRO-EMPLOYEE-NUMBER
                   MOVE 'Y' TO WS-EMP-FOUND-SWITCH
                   MOVE WS-EMP-IDX TO WS-EMP-FOUND-IDX
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-SEEN-SWITCH
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                      OR WS-ALREADY-SEEN
               IF WS-SEEN-EMPLOYEE (WS-SEEN-IDX)
                      = RETRO-EMPLOYEE-NUMBER
                   MOVE 'Y' TO WS-SEEN-SWITCH
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2250-VALIDATE-REQUEST - the checks that need no history.  The
      * effective date must be before today's run, or there is
      * nothing paid yet to re-price.
      *----------------------------------------------------------------
       2250-VALIDATE-REQUEST.
           EVALUATE TRUE
               WHEN NOT WS-EMPLOYEE-FOUND
                   MOVE "*** REJECTED - UNKNOWN EMPLOYEE ***"
                       TO WS-RESULT
               WHEN WS-E-STATUS (WS-EMP-FOUND-IDX) = 'T'
                   MOVE "*** REJECTED - EMPLOYEE TERMINATED ***"
                       TO WS-RESULT
               WHEN WS-ALREADY-SEEN
                   MOVE "*** REJECTED - SECOND REQUEST ***"
                       TO WS-RESULT
               WHEN RETRO-NEW-RATE NOT NUMERIC
                   MOVE "*** REJECTED - NEW RATE NOT NUMERIC ***"
                       TO WS-RESULT
               WHEN RETRO-NEW-RATE = 0
                   MOVE "*** REJECTED - NEW RATE IS ZERO ***"
                       TO WS-RESULT
               WHEN RETRO-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "*** REJECTED - BAD EFFECTIVE DATE ***"
                       TO WS-RESULT
               WHEN RETRO-EFFECTIVE-DATE >= WS-RUN-DATE
                   MOVE "*** REJECTED - DATE NOT BEFORE RUN ***"
                       TO WS-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2270-WRITE-EMPLOYEE-LINE
      *----------------------------------------------------------------
       2270-WRITE-EMPLOYEE-LINE.
           MOVE RETRO-EMPLOYEE-NUMBER TO WS-EL-EMP-NUMBER
           IF WS-EMPLOYEE-FOUND
               MOVE WS-E-EMPLOYEE-NAME (WS-EMP-FOUND-IDX)
                   TO WS-EL-EMP-NAME
           ELSE
               MOVE SPACES TO WS-EL-EMP-NAME
           END-IF
           IF RETRO-NEW-RATE NUMERIC
               MOVE RETRO-NEW-RATE TO WS-EL-NEW-RATE
           ELSE
               MOVE 0 TO WS-EL-NEW-RATE
           END-IF
           IF RETRO-EFFECTIVE-DATE NUMERIC
               MOVE RETRO-EFFECTIVE-DATE TO WS-EL-EFFECTIVE
           ELSE
               MOVE 0 TO WS-EL-EFFECTIVE
           END-IF
           WRITE RETRO-REPORT-LINE FROM WS-EMPLOYEE-LINE.

      *----------------------------------------------------------------
      * 2280-WRITE-PERIOD-LINES - the per-period detail behind the
      * retro line.
      *----------------------------------------------------------------
       2280-WRITE-PERIOD-LINES.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PERIOD-COUNT
               MOVE WS-PD-RUN-DATE (WS-PD-IDX)   TO WS-P-RUN-DATE
               MOVE WS-PD-OLD-RATE (WS-PD-IDX)   TO WS-P-OLD-RATE
               MOVE WS-PD-OLD-GROSS (WS-PD-IDX)  TO WS-P-OLD-GROSS
               MOVE WS-PD-NEW-GROSS (WS-PD-IDX)  TO WS-P-NEW-GROSS
               MOVE WS-PD-GROSS-DIFF (WS-PD-IDX) TO WS-P-GROSS-DIFF
               MOVE WS-PD-OLD-TAX (WS-PD-IDX)    TO WS-P-OLD-TAX
               MOVE WS-PD-NEW-TAX (WS-PD-IDX)    TO WS-P-NEW-TAX
               MOVE WS-PD-TAX-DIFF (WS-PD-IDX)   TO WS-P-TAX-DIFF
               IF WS-PD-PRICED (WS-PD-IDX) = 'Y'
                   MOVE SPACES TO WS-P-NOTE
               ELSE
                   MOVE "NO RATE ON FILE - NOT REPRICED"
                       TO WS-P-NOTE
               END-IF
               WRITE RETRO-REPORT-LINE FROM WS-PERIOD-LINE
           END-PERFORM.

      *----------------------------------------------------------------
      * 2290-CHECK-REPRICING - a retro line already paid on or after
      * the effective date means this span has been settled once;
      * paying it again would double the raise.
      *----------------------------------------------------------------
       2290-CHECK-REPRICING.
           EVALUATE TRUE
               WHEN WS-RETRO-ALREADY-PAID
                   MOVE "*** REJECTED - RETRO ALREADY PAID ***"
                       TO WS-RESULT
               WHEN WS-PERIOD-OVERFLOW
                   MOVE "*** REJECTED - TOO MANY PERIODS ***"
                       TO WS-RESULT
               WHEN WS-REPRICED-COUNT = 0
                   MOVE "*** REJECTED - NO PERIODS TO REPRICE ***"
                       TO WS-RESULT
               WHEN WS-RETRO-GROSS NOT > 0
                   MOVE "*** REJECTED - NO INCREASE TO PAY ***"
                       TO WS-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2300-SCAN-PAY-HISTORY - one pass of PAYHIST for this
      * employee's entries paid on or after the effective date.
      *----------------------------------------------------------------
       2300-SCAN-PAY-HISTORY.
           MOVE 'N' TO WS-HIST-EOF-SWITCH
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PAYHIST-STATUS NOT = "00"
               MOVE 'Y' TO WS-HIST-EOF-SWITCH
           ELSE
               PERFORM 2350-READ-PAY-HISTORY
           END-IF
           PERFORM UNTIL WS-HIST-END-OF-FILE
               IF PAYH-EMPLOYEE-NUMBER = RETRO-EMPLOYEE-NUMBER
                  AND PAYH-RUN-DATE >= RETRO-EFFECTIVE-DATE
                   EVALUATE TRUE
                       WHEN PAYH-RETRO-ENTRY
                           MOVE 'Y' TO WS-ALREADY-PAID-SWITCH
                       WHEN PAYH-REGULAR-ENTRY
                           IF WS-PERIOD-COUNT < 120
                               ADD 1 TO WS-PERIOD-COUNT
                               PERFORM 2400-REPRICE-PERIOD
                           ELSE
                               MOVE 'Y' TO WS-PERIOD-OVERFLOW-SWITCH
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               PERFORM 2350-READ-PAY-HISTORY
           END-PERFORM
           IF WS-PAYHIST-STATUS NOT = "35"
               CLOSE PAY-HISTORY-FILE
           END-IF.

      *----------------------------------------------------------------
      * 2350-READ-PAY-HISTORY
      *----------------------------------------------------------------
       2350-READ-PAY-HISTORY.
           READ PAY-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2400-REPRICE-PERIOD - the base pay scales by new rate over the
      * rate the period was paid at; the bonus rides through as paid.
      * Both grosses go through the brackets so the tax difference is
      * the raise's alone.
      *----------------------------------------------------------------
       2400-REPRICE-PERIOD.
           MOVE PAYH-RUN-DATE  TO WS-PD-RUN-DATE (WS-PERIOD-COUNT)
           MOVE PAYH-GROSS-PAY TO WS-PD-OLD-GROSS (WS-PERIOD-COUNT)
           MOVE PAYH-GROSS-PAY TO WS-TAX-GROSS
           PERFORM 2500-COMPUTE-WITHHOLDING
           MOVE WS-COMPUTED-TAX TO WS-PD-OLD-TAX (WS-PERIOD-COUNT)

           IF PAYH-PAY-RATE NOT NUMERIC
              OR PAYH-BONUS NOT NUMERIC
               MOVE 0 TO PAYH-PAY-RATE
               MOVE 0 TO PAYH-BONUS
           END-IF

           IF PAYH-PAY-RATE = 0
               MOVE 'N' TO WS-PD-PRICED (WS-PERIOD-COUNT)
               MOVE 0 TO WS-PD-OLD-RATE (WS-PERIOD-COUNT)
               MOVE PAYH-GROSS-PAY
                   TO WS-PD-NEW-GROSS (WS-PERIOD-COUNT)
               MOVE WS-COMPUTED-TAX
                   TO WS-PD-NEW-TAX (WS-PERIOD-COUNT)
               MOVE 0 TO WS-PD-GROSS-DIFF (WS-PERIOD-COUNT)
               MOVE 0 TO WS-PD-TAX-DIFF (WS-PERIOD-COUNT)
               MOVE "RetroPay"            TO EXCP-PROGRAM-ID
               MOVE RETRO-EMPLOYEE-NUMBER TO EXCP-KEY-VALUE
               MOVE "PAYH-PAY-RATE"       TO EXCP-FIELD-NAME
               MOVE "NO RATE ON PAYHIST - PERIOD NOT REPRICED"
                   TO EXCP-REASON
               MOVE WS-RUN-DATE TO EXCP-RUN-DATE
               WRITE EXCEPTION-RECORD
           ELSE
               MOVE 'Y' TO WS-PD-PRICED (WS-PERIOD-COUNT)
               MOVE PAYH-PAY-RATE TO WS-PD-OLD-RATE (WS-PERIOD-COUNT)
               COMPUTE WS-PD-NEW-GROSS (WS-PERIOD-COUNT) ROUNDED =
                   (PAYH-GROSS-PAY - PAYH-BONUS)
                     * RETRO-NEW-RATE / PAYH-PAY-RATE
                   + PAYH-BONUS
               MOVE WS-PD-NEW-GROSS (WS-PERIOD-COUNT) TO WS-TAX-GROSS
               PERFORM 2500-COMPUTE-WITHHOLDING
               MOVE WS-COMPUTED-TAX TO WS-PD-NEW-TAX (WS-PERIOD-COUNT)
               COMPUTE WS-PD-GROSS-DIFF (WS-PERIOD-COUNT) =
                   WS-PD-NEW-GROSS (WS-PERIOD-COUNT)
                   - WS-PD-OLD-GROSS (WS-PERIOD-COUNT)
               COMPUTE WS-PD-TAX-DIFF (WS-PERIOD-COUNT) =
                   WS-PD-NEW-TAX (WS-PERIOD-COUNT)
                   - WS-PD-OLD-TAX (WS-PERIOD-COUNT)
               ADD WS-PD-GROSS-DIFF (WS-PERIOD-COUNT) TO WS-RETRO-GROSS
               ADD WS-PD-TAX-DIFF (WS-PERIOD-COUNT)   TO WS-RETRO-TAX
               ADD 1 TO WS-REPRICED-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 2500-COMPUTE-WITHHOLDING - the first band covering
      * WS-TAX-GROSS supplies the rate; past the last band takes the
      * top rate, as in SalaryCalc.
      *----------------------------------------------------------------
       2500-COMPUTE-WITHHOLDING.
           MOVE 0 TO WS-TAX-RATE
           IF WS-TAX-BAND-COUNT > 0
               MOVE SC-TAX-RATE (WS-TAX-BAND-COUNT) TO WS-TAX-RATE
               SET SC-TAX-IDX TO 1
               SEARCH SC-TAX-ENTRY
                   AT END
                       CONTINUE
                   WHEN SC-TAX-IDX > WS-TAX-BAND-COUNT
                       CONTINUE
                   WHEN WS-TAX-GROSS
                          <= SC-TAX-UPPER-LIMIT (SC-TAX-IDX)
                       MOVE SC-TAX-RATE (SC-TAX-IDX) TO WS-TAX-RATE
               END-SEARCH
           END-IF
           COMPUTE WS-COMPUTED-TAX ROUNDED = WS-TAX-GROSS * WS-TAX-RATE.

      *----------------------------------------------------------------
      * 2600-PAY-RETRO - the one retro line: accrued by key, held for
      * PAYHIST, journaled, stubbed and extracted.
      *----------------------------------------------------------------
       2600-PAY-RETRO.
           COMPUTE WS-RETRO-NET = WS-RETRO-GROSS - WS-RETRO-TAX

           PERFORM 2650-ACCRUE-YTD

           IF WS-NEW-HIST-COUNT < 100
               ADD 1 TO WS-NEW-HIST-COUNT
               MOVE RETRO-EMPLOYEE-NUMBER
                   TO WS-NH-EMPLOYEE (WS-NEW-HIST-COUNT)
               MOVE WS-RETRO-GROSS TO WS-NH-GROSS (WS-NEW-HIST-COUNT)
               MOVE WS-RETRO-TAX   TO WS-NH-TAX (WS-NEW-HIST-COUNT)
               MOVE WS-RETRO-NET   TO WS-NH-NET (WS-NEW-HIST-COUNT)
               MOVE RETRO-NEW-RATE TO WS-NH-RATE (WS-NEW-HIST-COUNT)
           END-IF

           PERFORM 2700-ACCUMULATE-RETRO-GL
           PERFORM 2750-WRITE-PAY-STUB

           IF WS-E-BANK-ROUTING (WS-EMP-FOUND-IDX) > 0
               MOVE WS-E-BANK-ROUTING (WS-EMP-FOUND-IDX)
                   TO DD-BANK-ROUTING-NUMBER
               MOVE WS-E-BANK-ACCOUNT (WS-EMP-FOUND-IDX)
                   TO DD-BANK-ACCOUNT-NUMBER
               MOVE RETRO-EMPLOYEE-NUMBER TO DD-EMPLOYEE-NUMBER
               MOVE WS-E-EMPLOYEE-NAME (WS-EMP-FOUND-IDX)
                   TO DD-EMPLOYEE-NAME
               MOVE WS-RETRO-NET TO DD-DEPOSIT-AMOUNT
               WRITE DD-EXTRACT-RECORD
               MOVE "PAID - DIRECT DEPOSIT" TO WS-RESULT
           ELSE
               MOVE "PAID - CUT PAPER CHECK" TO WS-RESULT
           END-IF

           ADD WS-RETRO-GROSS TO WS-TOTAL-GROSS
           ADD WS-RETRO-TAX   TO WS-TOTAL-TAX
           ADD WS-RETRO-NET   TO WS-TOTAL-NET-PAY
           ADD 1 TO WS-PAID-COUNT.

      *----------------------------------------------------------------
      * 2650-ACCRUE-YTD - into the keyed totals, so the W-2 and the
      * regular cycle both see the retro line.
      *----------------------------------------------------------------
       2650-ACCRUE-YTD.
           MOVE 'N' TO WS-YTD-FOUND-SWITCH
           MOVE 0   TO WS-YTD-FOUND-IDX
           PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                   UNTIL WS-YTD-IDX > WS-YTD-COUNT
                      OR WS-YTD-FOUND
               IF WS-Y-EMPLOYEE (WS-YTD-IDX) = RETRO-EMPLOYEE-NUMBER
                   MOVE 'Y' TO WS-YTD-FOUND-SWITCH
                   MOVE WS-YTD-IDX TO WS-YTD-FOUND-IDX
               END-IF
           END-PERFORM

           IF NOT WS-YTD-FOUND
               ADD 1 TO WS-YTD-COUNT
               MOVE RETRO-EMPLOYEE-NUMBER
                   TO WS-Y-EMPLOYEE (WS-YTD-COUNT)
               MOVE 0 TO WS-Y-GROSS (WS-YTD-COUNT)
               MOVE 0 TO WS-Y-TAX (WS-YTD-COUNT)
               MOVE 0 TO WS-Y-DEDUCTION (WS-YTD-COUNT)
               MOVE 0 TO WS-Y-GARNISHMENT (WS-YTD-COUNT)
               MOVE 0 TO WS-Y-NET (WS-YTD-COUNT)
               MOVE 0 TO WS-Y-BENEFIT (WS-YTD-COUNT)
               MOVE 0 TO WS-Y-401K-DEFERRAL (WS-YTD-COUNT)
               MOVE 0 TO WS-Y-401K-MATCH (WS-YTD-COUNT)
               MOVE WS-YTD-COUNT TO WS-YTD-FOUND-IDX
           END-IF

           ADD WS-RETRO-GROSS TO WS-Y-GROSS (WS-YTD-FOUND-IDX)
           ADD WS-RETRO-TAX   TO WS-Y-TAX (WS-YTD-FOUND-IDX)
           ADD WS-RETRO-NET   TO WS-Y-NET (WS-YTD-FOUND-IDX).

      *----------------------------------------------------------------
      * 2700-ACCUMULATE-RETRO-GL - the retro gross to the employee's
      * department salary expense.
      *----------------------------------------------------------------
       2700-ACCUMULATE-RETRO-GL.
           MOVE 'N' TO WS-DG-FOUND-SWITCH
           MOVE 0   TO WS-DG-FOUND-IDX
           PERFORM VARYING WS-DG-IDX FROM 1 BY 1
                   UNTIL WS-DG-IDX > WS-DEPT-GROSS-COUNT
                      OR WS-DEPT-GROSS-FOUND
               IF WS-DG-DEPARTMENT (WS-DG-IDX)
                      = WS-E-DEPARTMENT (WS-EMP-FOUND-IDX)
                   MOVE 'Y' TO WS-DG-FOUND-SWITCH
                   MOVE WS-DG-IDX TO WS-DG-FOUND-IDX
               END-IF
           END-PERFORM
           IF NOT WS-DEPT-GROSS-FOUND
              AND WS-DEPT-GROSS-COUNT < 20
               ADD 1 TO WS-DEPT-GROSS-COUNT
               MOVE WS-E-DEPARTMENT (WS-EMP-FOUND-IDX)
                   TO WS-DG-DEPARTMENT (WS-DEPT-GROSS-COUNT)
               MOVE 0 TO WS-DG-GROSS (WS-DEPT-GROSS-COUNT)
               MOVE WS-DEPT-GROSS-COUNT TO WS-DG-FOUND-IDX
           END-IF
           IF WS-DG-FOUND-IDX > 0
               ADD WS-RETRO-GROSS TO WS-DG-GROSS (WS-DG-FOUND-IDX)
           END-IF.

      *----------------------------------------------------------------
      * 2750-WRITE-PAY-STUB - the retro line on its own stub, in the
      * regular stub's layout, beside the year-to-date totals just
      * accrued.
      *----------------------------------------------------------------
       2750-WRITE-PAY-STUB.
           WRITE PAY-STUB-LINE FROM WS-STUB-SEPARATOR
           MOVE RETRO-EMPLOYEE-NUMBER TO WS-SB-EMP-NUMBER
           MOVE WS-E-EMPLOYEE-NAME (WS-EMP-FOUND-IDX)
               TO WS-SB-EMP-NAME
           MOVE WS-RUN-DATE          TO WS-SB-RUN-DATE
           WRITE PAY-STUB-LINE FROM WS-STUB-HEADING
           MOVE RETRO-EFFECTIVE-DATE TO WS-SB-EFFECTIVE
           MOVE WS-REPRICED-COUNT    TO WS-SB-PERIODS
           WRITE PAY-STUB-LINE FROM WS-STUB-RETRO-HEADING
           WRITE PAY-STUB-LINE FROM WS-STUB-COLUMN-HEADING

           MOVE "RETRO PAY"          TO WS-SB-CAPTION
           MOVE WS-RETRO-GROSS       TO WS-SB-PERIOD
           MOVE WS-Y-GROSS (WS-YTD-FOUND-IDX) TO WS-SB-YTD
           WRITE PAY-STUB-LINE FROM WS-STUB-DETAIL-LINE

           MOVE "TAX WITHHELD"       TO WS-SB-CAPTION
           MOVE WS-RETRO-TAX         TO WS-SB-PERIOD
           MOVE WS-Y-TAX (WS-YTD-FOUND-IDX) TO WS-SB-YTD
           WRITE PAY-STUB-LINE FROM WS-STUB-DETAIL-LINE

           MOVE "NET PAY"            TO WS-SB-CAPTION
           MOVE WS-RETRO-NET         TO WS-SB-PERIOD
           MOVE WS-Y-NET (WS-YTD-FOUND-IDX) TO WS-SB-YTD
           WRITE PAY-STUB-LINE FROM WS-STUB-DETAIL-LINE
           WRITE PAY-STUB-LINE FROM WS-STUB-BLANK.

      *----------------------------------------------------------------
      * 2900-LOG-REJECT
      *----------------------------------------------------------------
       2900-LOG-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE 0 TO WS-RETRO-NET
           MOVE "RetroPay"            TO EXCP-PROGRAM-ID
           MOVE RETRO-EMPLOYEE-NUMBER TO EXCP-KEY-VALUE
           MOVE "RETRO-EMPLOYEE-NUMBER" TO EXCP-FIELD-NAME
           MOVE WS-RESULT             TO EXCP-REASON
           MOVE WS-RUN-DATE TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD.

      *----------------------------------------------------------------
      * 3000-REWRITE-YTD-FILE
      *----------------------------------------------------------------
       3000-REWRITE-YTD-FILE.
           OPEN OUTPUT YTD-FILE
           PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                   UNTIL WS-YTD-IDX > WS-YTD-COUNT
               MOVE WS-Y-EMPLOYEE (WS-YTD-IDX)
                   TO EMPYTD-EMPLOYEE-NUMBER
               MOVE WS-Y-GROSS (WS-YTD-IDX)    TO EMPYTD-GROSS-PAY
               MOVE WS-Y-TAX (WS-YTD-IDX)      TO EMPYTD-TAX-AMOUNT
               MOVE WS-Y-DEDUCTION (WS-YTD-IDX)
                   TO EMPYTD-DEDUCTION-AMOUNT
               MOVE WS-Y-GARNISHMENT (WS-YTD-IDX)
                   TO EMPYTD-GARNISHMENT-AMOUNT
               MOVE WS-Y-NET (WS-YTD-IDX)      TO EMPYTD-NET-PAY
               MOVE WS-Y-BENEFIT (WS-YTD-IDX)
                   TO EMPYTD-EMPLOYER-BENEFIT
               MOVE WS-Y-401K-DEFERRAL (WS-YTD-IDX)
                   TO EMPYTD-401K-DEFERRAL
               MOVE WS-Y-401K-MATCH (WS-YTD-IDX)
                   TO EMPYTD-401K-MATCH
               WRITE EMPYTD-RECORD
           END-PERFORM
           CLOSE YTD-FILE.

      *----------------------------------------------------------------
      * 3100-APPEND-PAY-HISTORY - one type 'T' entry per retro line,
      * priced at the new rate; it is what stops the same span being
      * paid a second time.
      *----------------------------------------------------------------
       3100-APPEND-PAY-HISTORY.
           OPEN EXTEND PAY-HISTORY-FILE
           IF WS-PAYHIST-STATUS = "35"
               OPEN OUTPUT PAY-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-NH-IDX FROM 1 BY 1
                   UNTIL WS-NH-IDX > WS-NEW-HIST-COUNT
               MOVE WS-NH-EMPLOYEE (WS-NH-IDX) TO PAYH-EMPLOYEE-NUMBER
               MOVE WS-RUN-DATE                TO PAYH-RUN-DATE
               MOVE WS-NH-GROSS (WS-NH-IDX)    TO PAYH-GROSS-PAY
               MOVE WS-NH-TAX (WS-NH-IDX)      TO PAYH-TAX-AMOUNT
               MOVE 0                          TO PAYH-DEDUCTION
               MOVE 0                          TO PAYH-GARNISHMENT
               MOVE WS-NH-NET (WS-NH-IDX)      TO PAYH-NET-PAY
               MOVE 'T'                        TO PAYH-ENTRY-TYPE
               MOVE WS-NH-RATE (WS-NH-IDX)     TO PAYH-PAY-RATE
               MOVE 0                          TO PAYH-BONUS
               WRITE PAY-HISTORY-RECORD
           END-PERFORM
           CLOSE PAY-HISTORY-FILE.

      *----------------------------------------------------------------
      * 3300-WRITE-RETRO-GL - the run's journal batch: salary expense
      * per department, the tax withheld as a liability credit and
      * net pay as the cash offset, under the GLEXTR header/trailer
      * controls, for GLPOST.
      *----------------------------------------------------------------
       3300-WRITE-RETRO-GL.
           OPEN OUTPUT RETRO-GL-FILE
           MOVE SPACES TO RGL-INTERFACE-RECORD
           MOVE 'H' TO RGL-RECORD-TYPE
           MOVE WS-RUN-DATE TO RGL-HEADER-RUN-DATE
           MOVE "RETROPAY" TO RGL-HEADER-SOURCE
           WRITE RGL-INTERFACE-RECORD
           MOVE 'D' TO RGL-RECORD-TYPE

           PERFORM VARYING WS-DG-IDX FROM 1 BY 1
                   UNTIL WS-DG-IDX > WS-DEPT-GROSS-COUNT
               MOVE WS-DG-DEPARTMENT (WS-DG-IDX) TO WS-RGL-DEPARTMENT
               MOVE "SALRY" TO WS-RGL-CATEGORY
               MOVE WS-DG-GROSS (WS-DG-IDX) TO WS-RGL-AMOUNT
               PERFORM 3400-WRITE-MAPPED-GL-LINE
           END-PERFORM

           MOVE "PAYR" TO WS-RGL-DEPARTMENT
           MOVE "TAXWH" TO WS-RGL-CATEGORY
           COMPUTE WS-RGL-AMOUNT = 0 - WS-TOTAL-TAX
           PERFORM 3400-WRITE-MAPPED-GL-LINE

           MOVE "CASH " TO WS-RGL-CATEGORY
           COMPUTE WS-RGL-AMOUNT = 0 - WS-TOTAL-NET-PAY
           PERFORM 3400-WRITE-MAPPED-GL-LINE

           MOVE 'T' TO RGL-RECORD-TYPE
           MOVE WS-RGL-DETAIL-COUNT  TO RGL-TRAILER-RECORD-COUNT
           MOVE WS-RGL-EXTRACT-TOTAL TO RGL-TRAILER-TOTAL
           WRITE RGL-INTERFACE-RECORD
           CLOSE RETRO-GL-FILE
           IF WS-RGL-UNMAPPED-COUNT > 0
               DISPLAY "UNMAPPED RETRO GL LINES: "
                       WS-RGL-UNMAPPED-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 3400-WRITE-MAPPED-GL-LINE - through the chart of accounts; an
      * unmapped department/category pair goes to the exception file
      * instead of into the extract.
      *----------------------------------------------------------------
       3400-WRITE-MAPPED-GL-LINE.
           MOVE 'N' TO WS-MAP-FOUND-SWITCH
           MOVE 0   TO WS-MAP-FOUND-IDX
           PERFORM VARYING WS-M-IDX FROM 1 BY 1
                   UNTIL WS-M-IDX > WS-COA-COUNT
                      OR WS-MAPPING-FOUND
               IF WS-M-DEPARTMENT (WS-M-IDX) = WS-RGL-DEPARTMENT
                  AND WS-M-CATEGORY (WS-M-IDX) = WS-RGL-CATEGORY
                   MOVE 'Y' TO WS-MAP-FOUND-SWITCH
                   MOVE WS-M-IDX TO WS-MAP-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-MAPPING-FOUND
               MOVE WS-M-GL-ACCOUNT (WS-MAP-FOUND-IDX)
                   TO RGL-ACCOUNT-CODE
               MOVE WS-RGL-AMOUNT TO RGL-AMOUNT
               WRITE RGL-INTERFACE-RECORD
               ADD 1 TO WS-RGL-DETAIL-COUNT
               ADD WS-RGL-AMOUNT TO WS-RGL-EXTRACT-TOTAL
           ELSE
               ADD 1 TO WS-RGL-UNMAPPED-COUNT
               MOVE "RetroPay"          TO EXCP-PROGRAM-ID
               MOVE WS-RGL-DEPARTMENT   TO EXCP-KEY-VALUE
               MOVE "COAMAP-GL-ACCOUNT" TO EXCP-FIELD-NAME
               MOVE "NO CHART-OF-ACCOUNTS MAPPING - LINE DIVERTED"
                   TO EXCP-REASON
               MOVE WS-RUN-DATE TO EXCP-RUN-DATE
               WRITE EXCEPTION-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 4000-TERMINATE - register footer and this run's own EODSUM
      * payroll entry, under its own program ID so the regular
      * cycle's entries are untouched.
      *----------------------------------------------------------------
       4000-TERMINATE.
           MOVE WS-PAID-COUNT     TO WS-F-PAID
           MOVE WS-REJECTED-COUNT TO WS-F-REJECTED
           MOVE WS-TOTAL-GROSS    TO WS-F-TOTAL-GROSS
           MOVE WS-TOTAL-TAX      TO WS-F-TOTAL-TAX
           MOVE WS-TOTAL-NET-PAY  TO WS-F-TOTAL-NET
           WRITE RETRO-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE RETRO-REPORT-FILE
           CLOSE PAY-STUB-FILE
           CLOSE DIRECT-DEPOSIT-FILE
           CLOSE EXCEPTION-REPORT-FILE

           OPEN EXTEND SUMMARY-REPORT-FILE
           IF WS-SUMMARY-STATUS = "35"
               OPEN OUTPUT SUMMARY-REPORT-FILE
           END-IF
           MOVE "RetroPay"        TO EODSUM-PROGRAM-ID
           MOVE WS-RUN-DATE       TO EODSUM-RUN-DATE
           MOVE 0                 TO EODSUM-MONTHLY-EXPENSE
           MOVE 0                 TO EODSUM-INTEREST-EARNED
           MOVE 0                 TO EODSUM-OVERALL-BALANCE
           MOVE WS-TOTAL-NET-PAY  TO EODSUM-PAYROLL-TOTAL
           MOVE 0                 TO EODSUM-TRANSACTION-TOTAL
           WRITE EOD-SUMMARY-RECORD
           CLOSE SUMMARY-REPORT-FILE

           DISPLAY "RETRO LINES PAID: " WS-PAID-COUNT
                   "  REJECTED: " WS-REJECTED-COUNT.
