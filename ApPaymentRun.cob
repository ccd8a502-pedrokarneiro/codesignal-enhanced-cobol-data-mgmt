       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApPaymentRun.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - WEEKLY ACCOUNTS PAYABLE
      *                  PAYMENT RUN.  ComputeExpenses BOOKS EACH
      *                  DEPARTMENT'S RENT, UTILITIES AND FOOD, BUT THE
      *                  LANDLORD AND SUPPLIERS WERE PAID OUTSIDE THE
      *                  SYSTEM.  THIS RUN LOADS THE NEW VENDMAST
      *                  VENDOR MASTER AND APINVC INVOICE FILE, AND
      *                  SELECTS EVERY OPEN INVOICE DUE WITHIN THE
      *                  SYSIN DAYS-AHEAD WINDOW.  EACH ONE IS MATCHED
      *                  AGAINST ITS DEPARTMENT'S EXPPARM FIGURE FOR
      *                  THE CATEGORY; ONE OVER IT BY MORE THAN THE
      *                  SYSIN TOLERANCE IS HELD UNTIL ACCOUNTS PAYABLE
      *                  SETS THE INVOICE'S MATCH OVERRIDE.  AN UNKNOWN,
      *                  HELD OR INACTIVE VENDOR, A DUPLICATE INVOICE
      *                  KEY OR AN UNMAPPED DEPARTMENT IS HELD AS WELL
      *                  AND LISTED TO EXCPRPT.  THE SELECTED INVOICES
      *                  ARE PAID AS ONE APPAY PAYMENT PER VENDOR,
      *                  PRINTED ON THE APREG REGISTER, MARKED PAID ON
      *                  APINVC, AND JOURNALED AS AN APGLEX BATCH IN
      *                  THE SHARED GLEXTR FORMAT THROUGH COAMAP -
      *                  ACCOUNTS PAYABLE DEBITED BY DEPARTMENT, CASH
      *                  CREDITED.
      * 2026-10-15  DLH  SETTL INVOICES - A BAND'S SHARE OF A SHOW,
      *                  RAISED BY ShowSettlement IN THE TOUR
      *                  DEPARTMENT - ARE PAID WITHOUT AN EXPPARM
      *                  MATCH; THE SETTLEMENT STATEMENT IS THEIR
      *                  APPROVAL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT AP-INVOICE-FILE ASSIGN TO "APINVC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT EXPENSE-PARM-FILE ASSIGN TO "EXPPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COA-MAP-FILE ASSIGN TO "COAMAP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AP-PAYMENT-FILE ASSIGN TO "APPAY"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AP-GL-FILE ASSIGN TO "APGLEX"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT AP-REGISTER-FILE ASSIGN TO "APREG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-MASTER-FILE.
       COPY VENDMAST.

       FD  AP-INVOICE-FILE.
       COPY APINVC.

       FD  EXPENSE-PARM-FILE.
       COPY EXPPARM.

       FD  COA-MAP-FILE.
       COPY COAMAP.

       FD  AP-PAYMENT-FILE.
       COPY APPAY.

       FD  AP-GL-FILE.
       COPY GLEXTR REPLACING LEADING ==GL-== BY ==AGL-==.

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       FD  AP-REGISTER-FILE.
       01  AP-REGISTER-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.

       01  WS-VENDOR-EOF-SWITCH      PIC X VALUE 'N'.
           88  WS-VENDOR-END-OF-FILE VALUE 'Y'.
       01  WS-INVOICE-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-INVOICE-END-OF-FILE VALUE 'Y'.
       01  WS-PARM-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-PARM-END-OF-FILE   VALUE 'Y'.
       01  WS-MAP-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-MAP-END-OF-FILE    VALUE 'Y'.

       01  WS-VENDOR-STATUS          PIC X(2).
       01  WS-INVOICE-STATUS         PIC X(2).
       01  WS-EXCP-STATUS            PIC X(2).

       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

      *----------------------------------------------------------------
      * WS-CONTROL-CARD - second SYSIN line: how many days ahead of
      * the run date an invoice may fall due and still be paid now,
      * in columns 1-3 (blank for 7, the weekly cycle), and the
      * EXPPARM match tolerance percent in columns 5-7 (blank for 5).
      *----------------------------------------------------------------
       01  WS-CONTROL-CARD.
           05  WS-CARD-DAYS-AHEAD    PIC 9(3).
           05  FILLER                PIC X(1).
           05  WS-CARD-TOLERANCE     PIC 9(3).
           05  FILLER                PIC X(73).
       01  WS-DAYS-AHEAD             PIC 9(3) VALUE 7.
       01  WS-TOLERANCE-PERCENT      PIC 9(3) VALUE 5.

      *----------------------------------------------------------------
      * Day-number work fields - the same running day count CdLadder
      * uses, so a due date can be set against the pay-through day.
      *----------------------------------------------------------------
       01  WS-DN-DATE.
           05  WS-DN-YEAR            PIC 9(4).
           05  WS-DN-MONTH           PIC 9(2).
           05  WS-DN-DAY             PIC 9(2).
       01  WS-DN-DATE-NUM REDEFINES WS-DN-DATE PIC 9(8).
       01  WS-DN-ADJ-YEAR            PIC 9(4) COMP VALUE 0.
       01  WS-DN-ADJ-MONTH           PIC 9(2) COMP VALUE 0.
       01  WS-DN-QUARTER-DAYS        PIC 9(6) COMP VALUE 0.
       01  WS-DN-CENTURIES           PIC 9(6) COMP VALUE 0.
       01  WS-DN-QUAD-CENTURIES      PIC 9(6) COMP VALUE 0.
       01  WS-DN-MONTH-DAYS          PIC 9(6) COMP VALUE 0.
       01  WS-DAY-NUMBER             PIC 9(8) COMP VALUE 0.
       01  WS-PAY-THROUGH-DAY        PIC 9(8) COMP VALUE 0.

      *----------------------------------------------------------------
      * WS-VENDOR-TABLE - the vendor master, with what this run has
      * selected to pay each vendor.
      *----------------------------------------------------------------
       01  WS-VENDOR-COUNT           PIC 9(3) COMP VALUE 0.
       01  WS-VEND-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-VENDOR-FOUND       VALUE 'Y'.
       01  WS-VEND-FOUND-IDX         PIC 9(3) COMP VALUE 0.
       01  WS-VENDOR-TABLE.
           05  WS-V-ENTRY OCCURS 200 TIMES INDEXED BY WS-V-IDX.
               10  WS-V-VENDOR-ID     PIC X(6).
               10  WS-V-VENDOR-NAME   PIC X(30).
               10  WS-V-STATUS        PIC X.
               10  WS-V-METHOD        PIC X.
               10  WS-V-REMIT-ADDRESS PIC X(62).
               10  WS-V-BANK-ROUTING  PIC 9(9).
               10  WS-V-BANK-ACCOUNT  PIC X(17).
               10  WS-V-SELECT-COUNT  PIC 9(4) COMP.
               10  WS-V-SELECT-AMOUNT PIC 9(8)V99.

      *----------------------------------------------------------------
      * WS-PARM-TABLE - each department's EXPPARM figures, the amount
      * an invoice for that category is matched against.
      *----------------------------------------------------------------
       01  WS-PARM-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-PARM-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-PARM-FOUND         VALUE 'Y'.
       01  WS-PARM-TABLE.
           05  WS-X-ENTRY OCCURS 50 TIMES INDEXED BY WS-X-IDX.
               10  WS-X-DEPARTMENT    PIC X(4).
               10  WS-X-RENT          PIC 9(5)V99.
               10  WS-X-UTILITIES     PIC 9(4)V99.
               10  WS-X-FOOD          PIC 9(4)V99.
       01  WS-PARM-FIGURE            PIC 9(5)V99 VALUE 0.
       01  WS-ALLOWED-AMOUNT         PIC 9(7)V99 VALUE 0.

      *----------------------------------------------------------------
      * WS-COA-TABLE - the chart-of-accounts mapping.  Each
      * department's APAY entry is its accounts payable account; the
      * APAY/CASH entry is the account the payments are drawn on.
      *----------------------------------------------------------------
       01  WS-COA-COUNT              PIC 9(3) COMP VALUE 0.
       01  WS-MAP-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-MAPPING-FOUND      VALUE 'Y'.
       01  WS-MAP-FOUND-IDX          PIC 9(3) COMP VALUE 0.
       01  WS-COA-TABLE.
           05  WS-M-ENTRY OCCURS 100 TIMES INDEXED BY WS-M-IDX.
               10  WS-M-DEPARTMENT    PIC X(4).
               10  WS-M-CATEGORY      PIC X(5).
               10  WS-M-GL-ACCOUNT    PIC X(10).

      *----------------------------------------------------------------
      * WS-INVOICE-TABLE - the whole APINVC file, paid invoices
      * included, marked in place and rewritten at end of run.
      * WS-I-SELECT is 'Y' for an invoice paid this run and 'H' for
      * one due but held, with the reason in WS-I-HOLD-REASON.
      *----------------------------------------------------------------
       01  WS-INVOICE-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-INV-IDX                PIC 9(4) COMP VALUE 0.
       01  WS-DUP-IDX                PIC 9(4) COMP VALUE 0.
       01  WS-DUPLICATE-SWITCH       PIC X VALUE 'N'.
           88  WS-DUPLICATE-INVOICE  VALUE 'Y'.
       01  WS-INVOICE-OVERFLOW-SWITCH PIC X VALUE 'N'.
           88  WS-INVOICE-OVERFLOW   VALUE 'Y'.
       01  WS-INVOICE-FILE-SWITCH    PIC X VALUE 'N'.
           88  WS-INVOICE-FILE-LOADED VALUE 'Y'.
       01  WS-INVOICE-TABLE.
           05  WS-I-ENTRY OCCURS 1000 TIMES.
               10  WS-I-VENDOR-ID     PIC X(6).
               10  WS-I-DEPARTMENT    PIC X(4).
               10  WS-I-INVOICE-NUMBER PIC X(12).
               10  WS-I-CATEGORY      PIC X(5).
               10  WS-I-INVOICE-DATE  PIC 9(8).
               10  WS-I-DUE-DATE      PIC 9(8).
               10  WS-I-AMOUNT        PIC 9(7)V99.
               10  WS-I-STATUS        PIC X.
               10  WS-I-MATCH-OVERRIDE PIC X.
               10  WS-I-PAID-DATE     PIC 9(8).
               10  WS-I-PAYMENT-NUMBER PIC X(12).
               10  WS-I-SELECT        PIC X.
               10  WS-I-VEND-IDX      PIC 9(3) COMP.
               10  WS-I-HOLD-REASON   PIC X(30).

       01  WS-RESULT                 PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------
      * AP GL accumulators - the amount paid per department, debited
      * to its accounts payable account; the cash credit is the run
      * total.
      *----------------------------------------------------------------
       01  WS-DEPT-PAID-COUNT        PIC 9(2) COMP VALUE 0.
       01  WS-DP-FOUND-SWITCH        PIC X VALUE 'N'.
           88  WS-DEPT-PAID-FOUND    VALUE 'Y'.
       01  WS-DP-FOUND-IDX           PIC 9(2) COMP VALUE 0.
       01  WS-DEPT-PAID-TABLE.
           05  WS-DP-ENTRY OCCURS 50 TIMES INDEXED BY WS-DP-IDX.
               10  WS-DP-DEPARTMENT   PIC X(4).
               10  WS-DP-AMOUNT       PIC S9(7)V99.

       01  WS-AGL-DEPARTMENT         PIC X(4) VALUE SPACES.
       01  WS-AGL-CATEGORY           PIC X(5) VALUE SPACES.
       01  WS-AGL-AMOUNT             PIC S9(7)V99 VALUE 0.
       01  WS-AGL-DETAIL-COUNT       PIC 9(10) COMP VALUE 0.
       01  WS-AGL-EXTRACT-TOTAL      PIC S9(7)V99 VALUE 0.
       01  WS-AGL-UNMAPPED-COUNT     PIC 9(4) COMP VALUE 0.

       01  WS-VENDOR-READ            PIC 9(5) COMP VALUE 0.
       01  WS-INVOICE-READ           PIC 9(5) COMP VALUE 0.
       01  WS-NOT-DUE-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-HELD-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-PAID-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-PAYMENT-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-TOTAL-PAID             PIC S9(8)V99 VALUE 0.

       01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(36)
               VALUE "ACCOUNTS PAYABLE PAYMENT REGISTER".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-H-RUN-DATE      PIC 9(8).
           05  FILLER PIC X(14) VALUE "  DAYS AHEAD: ".
           05  WS-H-DAYS-AHEAD    PIC ZZ9.
           05  FILLER PIC X(13) VALUE "  TOLERANCE: ".
           05  WS-H-TOLERANCE     PIC ZZ9.
           05  FILLER PIC X(8)  VALUE " PERCENT".
           05  FILLER             PIC X(37) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(10) VALUE "  VENDOR".
           05  FILLER PIC X(26) VALUE "NAME".
           05  FILLER PIC X(14) VALUE "INVOICE".
           05  FILLER PIC X(6)  VALUE "DEPT".
           05  FILLER PIC X(7)  VALUE "CAT".
           05  FILLER PIC X(10) VALUE "INV DATE".
           05  FILLER PIC X(10) VALUE "DUE DATE".
           05  FILLER PIC X(15) VALUE "       AMOUNT".
           05  FILLER PIC X(34) VALUE "NOTE".

       01  WS-SECTION-LINE.
           05  WS-S-TITLE         PIC X(60).
           05  FILLER             PIC X(72) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-VENDOR-ID     PIC X(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-VENDOR-NAME   PIC X(24).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-INVOICE       PIC X(12).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-DEPARTMENT    PIC X(4).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-CATEGORY      PIC X(5).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-INVOICE-DATE  PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-DUE-DATE      PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-NOTE          PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.

       01  WS-PAYMENT-LINE.
           05  FILLER PIC X(12) VALUE "  PAYMENT   ".
           05  WS-PT-NUMBER       PIC X(12).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-PT-METHOD       PIC X(5).
           05  FILLER PIC X(12) VALUE "  INVOICES: ".
           05  WS-PT-COUNT        PIC ZZZ9.
           05  FILLER PIC X(10) VALUE "  AMOUNT: ".
           05  WS-PT-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(62) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(10) VALUE "PAYMENTS: ".
           05  WS-F-PAYMENTS      PIC ZZZ9.
           05  FILLER PIC X(17) VALUE "  INVOICES PAID: ".
           05  WS-F-PAID          PIC ZZZZ9.
           05  FILLER PIC X(14) VALUE "  TOTAL PAID: ".
           05  WS-F-TOTAL-PAID    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(8)  VALUE "  HELD: ".
           05  WS-F-HELD          PIC ZZZZ9.
           05  FILLER PIC X(15) VALUE "  NOT YET DUE: ".
           05  WS-F-NOT-DUE       PIC ZZZZ9.
           05  FILLER             PIC X(35) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "ApPaymentRun" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           ACCEPT OPRAUTH-OPERATOR-ID FROM SYSIN
           MOVE "ApPaymentRun" TO OPRAUTH-CALLER-ID
           CALL "SignOnCheck" USING OPERATOR-AUTH-PARMS
           IF OPRAUTH-DENIED
               DISPLAY "*** SIGN-ON REJECTED - UNAUTHORIZED OPERATOR: "
                       OPRAUTH-OPERATOR-ID " ***"
               STOP RUN
           END-IF
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."

           PERFORM 0500-SET-RUN-PARAMETERS
           PERFORM 1000-LOAD-VENDOR-TABLE
           PERFORM 1100-LOAD-PARM-TABLE
           PERFORM 1200-LOAD-COA-TABLE
           PERFORM 1300-LOAD-INVOICE-TABLE

           IF WS-INVOICE-OVERFLOW
               DISPLAY "*** APINVC HOLDS MORE THAN 1000 INVOICES - "
                       "NOTHING PAID ***"
               MOVE 'E' TO RLOG-ACTION
               MOVE WS-INVOICE-READ TO RLOG-RECORDS-READ
               MOVE 0 TO RLOG-RECORDS-WRITTEN
               MOVE "RC08" TO RLOG-FINAL-STATUS
               CALL "RunLog" USING RUN-LOG-PARMS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0900-OPEN-FILES

           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INVOICE-COUNT
               PERFORM 2000-SELECT-INVOICE
           END-PERFORM

           PERFORM VARYING WS-V-IDX FROM 1 BY 1
                   UNTIL WS-V-IDX > WS-VENDOR-COUNT
               IF WS-V-SELECT-COUNT (WS-V-IDX) > 0
                   PERFORM 3000-PAY-VENDOR
               END-IF
           END-PERFORM

           PERFORM 3500-LIST-HELD-INVOICES
           PERFORM 4000-REWRITE-INVOICE-FILE
           PERFORM 4500-WRITE-AP-GL
           PERFORM 5000-TERMINATE
           MOVE 'E' TO RLOG-ACTION
           COMPUTE RLOG-RECORDS-READ = WS-VENDOR-READ
                                     + WS-INVOICE-READ
           MOVE WS-PAYMENT-COUNT TO RLOG-RECORDS-WRITTEN
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS
           STOP RUN.

      *----------------------------------------------------------------
      * 0500-SET-RUN-PARAMETERS - the days-ahead window and the match
      * tolerance from the second SYSIN line, and the last day an
      * invoice may fall due and still be paid by this run.
      *----------------------------------------------------------------
       0500-SET-RUN-PARAMETERS.
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           IF WS-CARD-DAYS-AHEAD NUMERIC
               MOVE WS-CARD-DAYS-AHEAD TO WS-DAYS-AHEAD
           END-IF
           IF WS-CARD-TOLERANCE NUMERIC
               MOVE WS-CARD-TOLERANCE TO WS-TOLERANCE-PERCENT
           END-IF
           MOVE WS-RUN-DATE TO WS-DN-DATE-NUM
           PERFORM 2500-COMPUTE-DAY-NUMBER
           COMPUTE WS-PAY-THROUGH-DAY = WS-DAY-NUMBER + WS-DAYS-AHEAD
           DISPLAY "Days ahead: " WS-DAYS-AHEAD
                   "  tolerance percent: " WS-TOLERANCE-PERCENT.

      *----------------------------------------------------------------
      * 0900-OPEN-FILES
      *----------------------------------------------------------------
       0900-OPEN-FILES.
           OPEN EXTEND EXCEPTION-REPORT-FILE
           IF WS-EXCP-STATUS = "35"
               OPEN OUTPUT EXCEPTION-REPORT-FILE
           END-IF

           OPEN OUTPUT AP-PAYMENT-FILE

           OPEN OUTPUT AP-REGISTER-FILE
           MOVE WS-RUN-DATE          TO WS-H-RUN-DATE
           MOVE WS-DAYS-AHEAD        TO WS-H-DAYS-AHEAD
           MOVE WS-TOLERANCE-PERCENT TO WS-H-TOLERANCE
           WRITE AP-REGISTER-LINE FROM WS-REPORT-HEADING-1
           WRITE AP-REGISTER-LINE FROM WS-BLANK-LINE
           WRITE AP-REGISTER-LINE FROM WS-REPORT-HEADING-2
           WRITE AP-REGISTER-LINE FROM WS-BLANK-LINE.

      *----------------------------------------------------------------
      * 1000-LOAD-VENDOR-TABLE - a missing vendor master leaves the
      * table empty, so every invoice is held as an unknown vendor.
      *----------------------------------------------------------------
       1000-LOAD-VENDOR-TABLE.
           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-VENDOR-STATUS = "35"
               DISPLAY "VENDMAST NOT FOUND - NO VENDORS LOADED"
           ELSE
               PERFORM 1050-READ-VENDOR
               PERFORM UNTIL WS-VENDOR-END-OF-FILE
                       OR WS-VENDOR-COUNT >= 200
                   ADD 1 TO WS-VENDOR-COUNT
                   SET WS-V-IDX TO WS-VENDOR-COUNT
                   MOVE VEND-VENDOR-ID     TO WS-V-VENDOR-ID (WS-V-IDX)
                   MOVE VEND-VENDOR-NAME
                       TO WS-V-VENDOR-NAME (WS-V-IDX)
                   MOVE VEND-STATUS        TO WS-V-STATUS (WS-V-IDX)
                   MOVE VEND-PAYMENT-METHOD TO WS-V-METHOD (WS-V-IDX)
                   MOVE VEND-REMIT-ADDRESS
                       TO WS-V-REMIT-ADDRESS (WS-V-IDX)
                   IF VEND-BANK-ROUTING NUMERIC
                       MOVE VEND-BANK-ROUTING
                           TO WS-V-BANK-ROUTING (WS-V-IDX)
                   ELSE
                       MOVE 0 TO WS-V-BANK-ROUTING (WS-V-IDX)
                   END-IF
                   MOVE VEND-BANK-ACCOUNT
                       TO WS-V-BANK-ACCOUNT (WS-V-IDX)
                   MOVE 0 TO WS-V-SELECT-COUNT (WS-V-IDX)
                   MOVE 0 TO WS-V-SELECT-AMOUNT (WS-V-IDX)
                   PERFORM 1050-READ-VENDOR
               END-PERFORM
               CLOSE VENDOR-MASTER-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1050-READ-VENDOR
      *----------------------------------------------------------------
       1050-READ-VENDOR.
           READ VENDOR-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-VENDOR-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-VENDOR-READ
           END-READ.

      *----------------------------------------------------------------
      * 1100-LOAD-PARM-TABLE - every department's EXPPARM record.
      *----------------------------------------------------------------
       1100-LOAD-PARM-TABLE.
           OPEN INPUT EXPENSE-PARM-FILE
           PERFORM 1150-READ-PARAMETER
           PERFORM UNTIL WS-PARM-END-OF-FILE
                   OR WS-PARM-COUNT >= 50
               ADD 1 TO WS-PARM-COUNT
               MOVE PARM-DEPARTMENT-CODE
                   TO WS-X-DEPARTMENT (WS-PARM-COUNT)
               MOVE PARM-RENT      TO WS-X-RENT (WS-PARM-COUNT)
               MOVE PARM-UTILITIES TO WS-X-UTILITIES (WS-PARM-COUNT)
               MOVE PARM-FOOD      TO WS-X-FOOD (WS-PARM-COUNT)
               PERFORM 1150-READ-PARAMETER
           END-PERFORM
           CLOSE EXPENSE-PARM-FILE.

      *----------------------------------------------------------------
      * 1150-READ-PARAMETER
      *----------------------------------------------------------------
       1150-READ-PARAMETER.
           READ EXPENSE-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1200-LOAD-COA-TABLE
      *----------------------------------------------------------------
       1200-LOAD-COA-TABLE.
           OPEN INPUT COA-MAP-FILE
           PERFORM 1250-READ-COA-MAP
           PERFORM UNTIL WS-MAP-END-OF-FILE
                   OR WS-COA-COUNT >= 100
               ADD 1 TO WS-COA-COUNT
               MOVE COAMAP-DEPARTMENT-CODE
                   TO WS-M-DEPARTMENT (WS-COA-COUNT)
               MOVE COAMAP-CATEGORY
                   TO WS-M-CATEGORY (WS-COA-COUNT)
               MOVE COAMAP-GL-ACCOUNT
                   TO WS-M-GL-ACCOUNT (WS-COA-COUNT)
               PERFORM 1250-READ-COA-MAP
           END-PERFORM
           CLOSE COA-MAP-FILE.

      *----------------------------------------------------------------
      * 1250-READ-COA-MAP
      *----------------------------------------------------------------
       1250-READ-COA-MAP.
           READ COA-MAP-FILE
               AT END
                   MOVE 'Y' TO WS-MAP-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1300-LOAD-INVOICE-TABLE - the whole file, since it is
      * rewritten from the table.  More invoices than the table holds
      * stops the run before anything is paid, rather than losing the
      * overflow on the rewrite.  A missing file means nothing to pay.
      *----------------------------------------------------------------
       1300-LOAD-INVOICE-TABLE.
           OPEN INPUT AP-INVOICE-FILE
           IF WS-INVOICE-STATUS = "35"
               DISPLAY "APINVC NOT FOUND - NO INVOICES TO PAY"
           ELSE
               MOVE 'Y' TO WS-INVOICE-FILE-SWITCH
               PERFORM 1350-READ-INVOICE
               PERFORM UNTIL WS-INVOICE-END-OF-FILE
                       OR WS-INVOICE-OVERFLOW
                   IF WS-INVOICE-COUNT >= 1000
                       MOVE 'Y' TO WS-INVOICE-OVERFLOW-SWITCH
                   ELSE
                       ADD 1 TO WS-INVOICE-COUNT
                       MOVE WS-INVOICE-COUNT TO WS-INV-IDX
                       PERFORM 1400-TABLE-INVOICE
                       PERFORM 1350-READ-INVOICE
                   END-IF
               END-PERFORM
               CLOSE AP-INVOICE-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1350-READ-INVOICE
      *----------------------------------------------------------------
       1350-READ-INVOICE.
           READ AP-INVOICE-FILE
               AT END
                   MOVE 'Y' TO WS-INVOICE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-INVOICE-READ
           END-READ.

      *----------------------------------------------------------------
      * 1400-TABLE-INVOICE
      *----------------------------------------------------------------
       1400-TABLE-INVOICE.
           MOVE APIN-VENDOR-ID      TO WS-I-VENDOR-ID (WS-INV-IDX)
           MOVE APIN-DEPARTMENT-CODE TO WS-I-DEPARTMENT (WS-INV-IDX)
           MOVE APIN-INVOICE-NUMBER
               TO WS-I-INVOICE-NUMBER (WS-INV-IDX)
           MOVE APIN-CATEGORY       TO WS-I-CATEGORY (WS-INV-IDX)
           MOVE APIN-INVOICE-DATE   TO WS-I-INVOICE-DATE (WS-INV-IDX)
           MOVE APIN-DUE-DATE       TO WS-I-DUE-DATE (WS-INV-IDX)
           MOVE APIN-AMOUNT         TO WS-I-AMOUNT (WS-INV-IDX)
           MOVE APIN-STATUS         TO WS-I-STATUS (WS-INV-IDX)
           MOVE APIN-MATCH-OVERRIDE
               TO WS-I-MATCH-OVERRIDE (WS-INV-IDX)
           MOVE APIN-PAID-DATE      TO WS-I-PAID-DATE (WS-INV-IDX)
           MOVE APIN-PAYMENT-NUMBER
               TO WS-I-PAYMENT-NUMBER (WS-INV-IDX)
           MOVE 'N'    TO WS-I-SELECT (WS-INV-IDX)
           MOVE 0      TO WS-I-VEND-IDX (WS-INV-IDX)
           MOVE SPACES TO WS-I-HOLD-REASON (WS-INV-IDX).

      *----------------------------------------------------------------
      * 2000-SELECT-INVOICE - an open invoice due on or before the
      * pay-through day is either selected for payment or held with
      * the reason; paid and not-yet-due invoices are left alone.
      *----------------------------------------------------------------
       2000-SELECT-INVOICE.
           IF WS-I-STATUS (WS-INV-IDX) NOT = 'P'
               MOVE SPACES TO WS-RESULT
               IF WS-I-DUE-DATE (WS-INV-IDX) NOT NUMERIC
                   MOVE "BAD DUE DATE" TO WS-RESULT
               ELSE
                   MOVE WS-I-DUE-DATE (WS-INV-IDX) TO WS-DN-DATE-NUM
                   PERFORM 2500-COMPUTE-DAY-NUMBER
               END-IF

               IF WS-RESULT = SPACES
                  AND WS-DAY-NUMBER > WS-PAY-THROUGH-DAY
                   ADD 1 TO WS-NOT-DUE-COUNT
               ELSE
                   IF WS-RESULT = SPACES
                       PERFORM 2100-FIND-VENDOR
                       PERFORM 2200-FIND-PARM-FIGURE
                       PERFORM 2300-CHECK-DUPLICATE
                       MOVE WS-I-DEPARTMENT (WS-INV-IDX)
                           TO WS-AGL-DEPARTMENT
                       MOVE "APAY " TO WS-AGL-CATEGORY
                       PERFORM 2400-FIND-MAPPING
                       PERFORM 2050-VALIDATE-INVOICE
                   END-IF
                   IF WS-RESULT = SPACES
                       MOVE 'Y' TO WS-I-SELECT (WS-INV-IDX)
                       MOVE WS-VEND-FOUND-IDX
                           TO WS-I-VEND-IDX (WS-INV-IDX)
                       ADD 1 TO WS-V-SELECT-COUNT (WS-VEND-FOUND-IDX)
                       ADD WS-I-AMOUNT (WS-INV-IDX)
                           TO WS-V-SELECT-AMOUNT (WS-VEND-FOUND-IDX)
                   ELSE
                       PERFORM 2900-HOLD-INVOICE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2050-VALIDATE-INVOICE - the first failing check is the reason
      * the invoice is held.
      *----------------------------------------------------------------
       2050-VALIDATE-INVOICE.
           EVALUATE TRUE
               WHEN WS-I-STATUS (WS-INV-IDX) NOT = 'O'
                   MOVE "BAD INVOICE STATUS" TO WS-RESULT
               WHEN WS-I-AMOUNT (WS-INV-IDX) NOT NUMERIC
                   MOVE "BAD INVOICE AMOUNT" TO WS-RESULT
               WHEN WS-I-AMOUNT (WS-INV-IDX) = 0
                   MOVE "INVOICE AMOUNT IS ZERO" TO WS-RESULT
               WHEN WS-DUPLICATE-INVOICE
                   MOVE "DUPLICATE INVOICE" TO WS-RESULT
               WHEN NOT WS-VENDOR-FOUND
                   MOVE "UNKNOWN VENDOR" TO WS-RESULT
               WHEN WS-V-STATUS (WS-VEND-FOUND-IDX) = 'H'
                   MOVE "VENDOR ON HOLD" TO WS-RESULT
               WHEN WS-V-STATUS (WS-VEND-FOUND-IDX) NOT = 'A'
                   MOVE "VENDOR NOT ACTIVE" TO WS-RESULT
               WHEN WS-V-METHOD (WS-VEND-FOUND-IDX) = 'A'
                AND WS-V-BANK-ROUTING (WS-VEND-FOUND-IDX) = 0
                   MOVE "NO BANK DETAILS FOR ACH" TO WS-RESULT
               WHEN WS-V-METHOD (WS-VEND-FOUND-IDX) NOT = 'A'
                AND WS-V-METHOD (WS-VEND-FOUND-IDX) NOT = 'C'
                   MOVE "BAD PAYMENT METHOD" TO WS-RESULT
               WHEN WS-I-CATEGORY (WS-INV-IDX) = "SETTL"
                AND NOT WS-MAPPING-FOUND
                   MOVE "NO AP ACCOUNT MAPPING" TO WS-RESULT
               WHEN WS-I-CATEGORY (WS-INV-IDX) = "SETTL"
                   CONTINUE
               WHEN WS-I-CATEGORY (WS-INV-IDX) NOT = "RENT "
                AND WS-I-CATEGORY (WS-INV-IDX) NOT = "UTIL "
                AND WS-I-CATEGORY (WS-INV-IDX) NOT = "FOOD "
                   MOVE "UNKNOWN EXPENSE CATEGORY" TO WS-RESULT
               WHEN NOT WS-PARM-FOUND
                   MOVE "NO EXPPARM FOR DEPARTMENT" TO WS-RESULT
               WHEN WS-I-AMOUNT (WS-INV-IDX) > WS-ALLOWED-AMOUNT
                AND WS-I-MATCH-OVERRIDE (WS-INV-IDX) NOT = 'Y'
                   MOVE "OVER EXPPARM FIGURE" TO WS-RESULT
               WHEN NOT WS-MAPPING-FOUND
                   MOVE "NO AP ACCOUNT MAPPING" TO WS-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2100-FIND-VENDOR
      *----------------------------------------------------------------
       2100-FIND-VENDOR.
           MOVE 'N' TO WS-VEND-FOUND-SWITCH
           MOVE 0   TO WS-VEND-FOUND-IDX
           PERFORM VARYING WS-V-IDX FROM 1 BY 1
                   UNTIL WS-V-IDX > WS-VENDOR-COUNT
                      OR WS-VENDOR-FOUND
               IF WS-V-VENDOR-ID (WS-V-IDX)
                      = WS-I-VENDOR-ID (WS-INV-IDX)
                   MOVE 'Y' TO WS-VEND-FOUND-SWITCH
                   SET WS-VEND-FOUND-IDX TO WS-V-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2200-FIND-PARM-FIGURE - the department's EXPPARM figure for
      * the invoice's category, and the most the invoice may come to
      * within the tolerance.
      *----------------------------------------------------------------
       2200-FIND-PARM-FIGURE.
           MOVE 'N' TO WS-PARM-FOUND-SWITCH
           MOVE 0   TO WS-PARM-FIGURE
           PERFORM VARYING WS-X-IDX FROM 1 BY 1
                   UNTIL WS-X-IDX > WS-PARM-COUNT
                      OR WS-PARM-FOUND
               IF WS-X-DEPARTMENT (WS-X-IDX)
                      = WS-I-DEPARTMENT (WS-INV-IDX)
                   MOVE 'Y' TO WS-PARM-FOUND-SWITCH
                   EVALUATE WS-I-CATEGORY (WS-INV-IDX)
                       WHEN "RENT "
                           MOVE WS-X-RENT (WS-X-IDX) TO WS-PARM-FIGURE
                       WHEN "UTIL "
                           MOVE WS-X-UTILITIES (WS-X-IDX)
                               TO WS-PARM-FIGURE
                       WHEN "FOOD "
                           MOVE WS-X-FOOD (WS-X-IDX) TO WS-PARM-FIGURE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           COMPUTE WS-ALLOWED-AMOUNT ROUNDED =
               WS-PARM-FIGURE
             + WS-PARM-FIGURE * WS-TOLERANCE-PERCENT / 100.

      *----------------------------------------------------------------
      * 2300-CHECK-DUPLICATE - the same vendor, department and invoice
      * number earlier on the file, paid or not, means this one is a
      * second copy of a bill and is never paid.
      *----------------------------------------------------------------
       2300-CHECK-DUPLICATE.
           MOVE 'N' TO WS-DUPLICATE-SWITCH
           PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
                   UNTIL WS-DUP-IDX >= WS-INV-IDX
                      OR WS-DUPLICATE-INVOICE
               IF WS-I-VENDOR-ID (WS-DUP-IDX)
                      = WS-I-VENDOR-ID (WS-INV-IDX)
                  AND WS-I-DEPARTMENT (WS-DUP-IDX)
                      = WS-I-DEPARTMENT (WS-INV-IDX)
                  AND WS-I-INVOICE-NUMBER (WS-DUP-IDX)
                      = WS-I-INVOICE-NUMBER (WS-INV-IDX)
                   MOVE 'Y' TO WS-DUPLICATE-SWITCH
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2400-FIND-MAPPING - WS-AGL-DEPARTMENT and WS-AGL-CATEGORY
      * through the chart of accounts.
      *----------------------------------------------------------------
       2400-FIND-MAPPING.
           MOVE 'N' TO WS-MAP-FOUND-SWITCH
           MOVE 0   TO WS-MAP-FOUND-IDX
           PERFORM VARYING WS-M-IDX FROM 1 BY 1
                   UNTIL WS-M-IDX > WS-COA-COUNT
                      OR WS-MAPPING-FOUND
               IF WS-M-DEPARTMENT (WS-M-IDX) = WS-AGL-DEPARTMENT
                  AND WS-M-CATEGORY (WS-M-IDX) = WS-AGL-CATEGORY
                   MOVE 'Y' TO WS-MAP-FOUND-SWITCH
                   SET WS-MAP-FOUND-IDX TO WS-M-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2500-COMPUTE-DAY-NUMBER - WS-DN-DATE as a running day count.
      * January and February count as months 13 and 14 of the year
      * before, so the leap day is the last day of its year and each
      * earlier month's length follows from 153 days per 5 months.
      *----------------------------------------------------------------
       2500-COMPUTE-DAY-NUMBER.
           IF WS-DN-MONTH < 3
               COMPUTE WS-DN-ADJ-YEAR  = WS-DN-YEAR - 1
               COMPUTE WS-DN-ADJ-MONTH = WS-DN-MONTH + 9
           ELSE
               MOVE WS-DN-YEAR TO WS-DN-ADJ-YEAR
               COMPUTE WS-DN-ADJ-MONTH = WS-DN-MONTH - 3
           END-IF
           DIVIDE WS-DN-ADJ-YEAR BY 4   GIVING WS-DN-QUARTER-DAYS
           DIVIDE WS-DN-ADJ-YEAR BY 100 GIVING WS-DN-CENTURIES
           DIVIDE WS-DN-ADJ-YEAR BY 400 GIVING WS-DN-QUAD-CENTURIES
           COMPUTE WS-DN-MONTH-DAYS = 153 * WS-DN-ADJ-MONTH + 2
           DIVIDE WS-DN-MONTH-DAYS BY 5 GIVING WS-DN-MONTH-DAYS
           COMPUTE WS-DAY-NUMBER = 365 * WS-DN-ADJ-YEAR
                                 + WS-DN-QUARTER-DAYS
                                 - WS-DN-CENTURIES
                                 + WS-DN-QUAD-CENTURIES
                                 + WS-DN-MONTH-DAYS
                                 + WS-DN-DAY.

      *----------------------------------------------------------------
      * 2900-HOLD-INVOICE - due but not payable; it stays open on
      * APINVC, is listed on the register and goes to EXCPRPT.
      *----------------------------------------------------------------
       2900-HOLD-INVOICE.
           ADD 1 TO WS-HELD-COUNT
           MOVE 'H'       TO WS-I-SELECT (WS-INV-IDX)
           MOVE WS-RESULT TO WS-I-HOLD-REASON (WS-INV-IDX)
           MOVE "ApPaymentRun"       TO EXCP-PROGRAM-ID
           MOVE SPACES               TO EXCP-KEY-VALUE
           STRING WS-I-VENDOR-ID (WS-INV-IDX) DELIMITED BY SIZE
                  WS-I-DEPARTMENT (WS-INV-IDX) DELIMITED BY SIZE
                  WS-I-INVOICE-NUMBER (WS-INV-IDX) DELIMITED BY SIZE
               INTO EXCP-KEY-VALUE
           END-STRING
           MOVE "APIN-INVOICE-NUMBER" TO EXCP-FIELD-NAME
           MOVE WS-RESULT            TO EXCP-REASON
           MOVE WS-RUN-DATE          TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD.

      *----------------------------------------------------------------
      * 3000-PAY-VENDOR - one payment covering every invoice selected
      * for the vendor at WS-V-IDX: each invoice is listed and marked
      * paid, then the payment goes to APPAY.
      *----------------------------------------------------------------
       3000-PAY-VENDOR.
           ADD 1 TO WS-PAYMENT-COUNT
           MOVE SPACES           TO AP-PAYMENT-RECORD
           MOVE WS-RUN-DATE      TO APPY-PAYMENT-DATE
           MOVE WS-PAYMENT-COUNT TO APPY-PAYMENT-SEQ

           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INVOICE-COUNT
               IF WS-I-SELECT (WS-INV-IDX) = 'Y'
                  AND WS-I-VEND-IDX (WS-INV-IDX) = WS-V-IDX
                   PERFORM 3100-PAY-INVOICE
               END-IF
           END-PERFORM

           MOVE WS-V-VENDOR-ID (WS-V-IDX)    TO APPY-VENDOR-ID
           MOVE WS-V-VENDOR-NAME (WS-V-IDX)  TO APPY-VENDOR-NAME
           MOVE WS-V-METHOD (WS-V-IDX)       TO APPY-PAYMENT-METHOD
           MOVE WS-V-REMIT-ADDRESS (WS-V-IDX) TO APPY-REMIT-ADDRESS
           MOVE WS-V-BANK-ROUTING (WS-V-IDX) TO APPY-BANK-ROUTING
           MOVE WS-V-BANK-ACCOUNT (WS-V-IDX) TO APPY-BANK-ACCOUNT
           MOVE WS-V-SELECT-COUNT (WS-V-IDX) TO APPY-INVOICE-COUNT
           MOVE WS-V-SELECT-AMOUNT (WS-V-IDX) TO APPY-PAYMENT-AMOUNT
           WRITE AP-PAYMENT-RECORD
           ADD WS-V-SELECT-AMOUNT (WS-V-IDX) TO WS-TOTAL-PAID

           MOVE APPY-PAYMENT-NUMBER TO WS-PT-NUMBER
           IF WS-V-METHOD (WS-V-IDX) = 'A'
               MOVE "ACH"   TO WS-PT-METHOD
           ELSE
               MOVE "CHECK" TO WS-PT-METHOD
           END-IF
           MOVE WS-V-SELECT-COUNT (WS-V-IDX)  TO WS-PT-COUNT
           MOVE WS-V-SELECT-AMOUNT (WS-V-IDX) TO WS-PT-AMOUNT
           WRITE AP-REGISTER-LINE FROM WS-PAYMENT-LINE
           WRITE AP-REGISTER-LINE FROM WS-BLANK-LINE.

      *----------------------------------------------------------------
      * 3100-PAY-INVOICE - list the invoice, mark it paid on this
      * payment, and add it to its department's payables debit.
      *----------------------------------------------------------------
       3100-PAY-INVOICE.
           ADD 1 TO WS-PAID-COUNT
           MOVE 'P'         TO WS-I-STATUS (WS-INV-IDX)
           MOVE WS-RUN-DATE TO WS-I-PAID-DATE (WS-INV-IDX)
           MOVE APPY-PAYMENT-NUMBER
               TO WS-I-PAYMENT-NUMBER (WS-INV-IDX)
           MOVE SPACES TO WS-D-NOTE
           PERFORM 3200-WRITE-DETAIL-LINE

           MOVE 'N' TO WS-DP-FOUND-SWITCH
           MOVE 0   TO WS-DP-FOUND-IDX
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DEPT-PAID-COUNT
                      OR WS-DEPT-PAID-FOUND
               IF WS-DP-DEPARTMENT (WS-DP-IDX)
                      = WS-I-DEPARTMENT (WS-INV-IDX)
                   MOVE 'Y' TO WS-DP-FOUND-SWITCH
                   SET WS-DP-FOUND-IDX TO WS-DP-IDX
               END-IF
           END-PERFORM
           IF NOT WS-DEPT-PAID-FOUND
              AND WS-DEPT-PAID-COUNT < 50
               ADD 1 TO WS-DEPT-PAID-COUNT
               MOVE WS-DEPT-PAID-COUNT TO WS-DP-FOUND-IDX
               MOVE WS-I-DEPARTMENT (WS-INV-IDX)
                   TO WS-DP-DEPARTMENT (WS-DP-FOUND-IDX)
               MOVE 0 TO WS-DP-AMOUNT (WS-DP-FOUND-IDX)
           END-IF
           ADD WS-I-AMOUNT (WS-INV-IDX)
               TO WS-DP-AMOUNT (WS-DP-FOUND-IDX).

      *----------------------------------------------------------------
      * 3200-WRITE-DETAIL-LINE - the invoice at WS-INV-IDX, with
      * WS-D-NOTE already set.
      *----------------------------------------------------------------
       3200-WRITE-DETAIL-LINE.
           MOVE WS-I-VENDOR-ID (WS-INV-IDX) TO WS-D-VENDOR-ID
           MOVE WS-I-VEND-IDX (WS-INV-IDX) TO WS-VEND-FOUND-IDX
           IF WS-VEND-FOUND-IDX > 0
               MOVE WS-V-VENDOR-NAME (WS-VEND-FOUND-IDX)
                   TO WS-D-VENDOR-NAME
           ELSE
               MOVE SPACES TO WS-D-VENDOR-NAME
           END-IF
           MOVE WS-I-INVOICE-NUMBER (WS-INV-IDX) TO WS-D-INVOICE
           MOVE WS-I-DEPARTMENT (WS-INV-IDX)     TO WS-D-DEPARTMENT
           MOVE WS-I-CATEGORY (WS-INV-IDX)       TO WS-D-CATEGORY
           MOVE WS-I-INVOICE-DATE (WS-INV-IDX)   TO WS-D-INVOICE-DATE
           MOVE WS-I-DUE-DATE (WS-INV-IDX)       TO WS-D-DUE-DATE
           IF WS-I-AMOUNT (WS-INV-IDX) NUMERIC
               MOVE WS-I-AMOUNT (WS-INV-IDX)     TO WS-D-AMOUNT
           ELSE
               MOVE 0 TO WS-D-AMOUNT
           END-IF
           WRITE AP-REGISTER-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------
      * 3500-LIST-HELD-INVOICES - the due invoices this run would not
      * pay, after the payments, so accounts payable can clear them
      * before the next run.
      *----------------------------------------------------------------
       3500-LIST-HELD-INVOICES.
           IF WS-HELD-COUNT > 0
               MOVE "DUE BUT HELD - NOT PAID THIS RUN" TO WS-S-TITLE
               WRITE AP-REGISTER-LINE FROM WS-SECTION-LINE
               WRITE AP-REGISTER-LINE FROM WS-BLANK-LINE
               PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                       UNTIL WS-INV-IDX > WS-INVOICE-COUNT
                   IF WS-I-SELECT (WS-INV-IDX) = 'H'
                       PERFORM 2100-FIND-VENDOR
                       MOVE WS-VEND-FOUND-IDX
                           TO WS-I-VEND-IDX (WS-INV-IDX)
                       MOVE WS-I-HOLD-REASON (WS-INV-IDX) TO WS-D-NOTE
                       PERFORM 3200-WRITE-DETAIL-LINE
                   END-IF
               END-PERFORM
               WRITE AP-REGISTER-LINE FROM WS-BLANK-LINE
           END-IF.

      *----------------------------------------------------------------
      * 4000-REWRITE-INVOICE-FILE - every invoice back out in its
      * original order, this run's payments marked paid.
      *----------------------------------------------------------------
       4000-REWRITE-INVOICE-FILE.
           IF WS-INVOICE-FILE-LOADED
               OPEN OUTPUT AP-INVOICE-FILE
               PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                       UNTIL WS-INV-IDX > WS-INVOICE-COUNT
                   MOVE WS-I-VENDOR-ID (WS-INV-IDX)  TO APIN-VENDOR-ID
                   MOVE WS-I-DEPARTMENT (WS-INV-IDX)
                       TO APIN-DEPARTMENT-CODE
                   MOVE WS-I-INVOICE-NUMBER (WS-INV-IDX)
                       TO APIN-INVOICE-NUMBER
                   MOVE WS-I-CATEGORY (WS-INV-IDX)   TO APIN-CATEGORY
                   MOVE WS-I-INVOICE-DATE (WS-INV-IDX)
                       TO APIN-INVOICE-DATE
                   MOVE WS-I-DUE-DATE (WS-INV-IDX)   TO APIN-DUE-DATE
                   MOVE WS-I-AMOUNT (WS-INV-IDX)     TO APIN-AMOUNT
                   MOVE WS-I-STATUS (WS-INV-IDX)     TO APIN-STATUS
                   MOVE WS-I-MATCH-OVERRIDE (WS-INV-IDX)
                       TO APIN-MATCH-OVERRIDE
                   MOVE WS-I-PAID-DATE (WS-INV-IDX)  TO APIN-PAID-DATE
                   MOVE WS-I-PAYMENT-NUMBER (WS-INV-IDX)
                       TO APIN-PAYMENT-NUMBER
                   WRITE AP-INVOICE-RECORD
               END-PERFORM
               CLOSE AP-INVOICE-FILE
           END-IF.

      *----------------------------------------------------------------
      * 4500-WRITE-AP-GL - the run's payments as one balanced batch:
      * each department's accounts payable debited for what was paid
      * against it, cash credited for the run total.
      *----------------------------------------------------------------
       4500-WRITE-AP-GL.
           OPEN OUTPUT AP-GL-FILE
           MOVE SPACES TO AGL-INTERFACE-RECORD
           MOVE 'H' TO AGL-RECORD-TYPE
           MOVE WS-RUN-DATE TO AGL-HEADER-RUN-DATE
           MOVE "APPAYMNT" TO AGL-HEADER-SOURCE
           WRITE AGL-INTERFACE-RECORD
           MOVE 'D' TO AGL-RECORD-TYPE

           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DEPT-PAID-COUNT
               MOVE WS-DP-DEPARTMENT (WS-DP-IDX) TO WS-AGL-DEPARTMENT
               MOVE "APAY " TO WS-AGL-CATEGORY
               MOVE WS-DP-AMOUNT (WS-DP-IDX) TO WS-AGL-AMOUNT
               PERFORM 4600-WRITE-MAPPED-GL-LINE
           END-PERFORM

           IF WS-TOTAL-PAID NOT = 0
               MOVE "APAY"  TO WS-AGL-DEPARTMENT
               MOVE "CASH " TO WS-AGL-CATEGORY
               COMPUTE WS-AGL-AMOUNT = 0 - WS-TOTAL-PAID
               PERFORM 4600-WRITE-MAPPED-GL-LINE
           END-IF

           MOVE 'T' TO AGL-RECORD-TYPE
           MOVE WS-AGL-DETAIL-COUNT  TO AGL-TRAILER-RECORD-COUNT
           MOVE WS-AGL-EXTRACT-TOTAL TO AGL-TRAILER-TOTAL
           WRITE AGL-INTERFACE-RECORD
           CLOSE AP-GL-FILE
           IF WS-AGL-UNMAPPED-COUNT > 0
               DISPLAY "UNMAPPED AP GL LINES: "
                       WS-AGL-UNMAPPED-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 4600-WRITE-MAPPED-GL-LINE - through the chart of accounts; an
      * unmapped department/category pair goes to the exception file
      * instead of into the extract.
      *----------------------------------------------------------------
       4600-WRITE-MAPPED-GL-LINE.
           PERFORM 2400-FIND-MAPPING
           IF WS-MAPPING-FOUND
               MOVE WS-M-GL-ACCOUNT (WS-MAP-FOUND-IDX)
                   TO AGL-ACCOUNT-CODE
               MOVE WS-AGL-AMOUNT TO AGL-AMOUNT
               WRITE AGL-INTERFACE-RECORD
               ADD 1 TO WS-AGL-DETAIL-COUNT
               ADD WS-AGL-AMOUNT TO WS-AGL-EXTRACT-TOTAL
           ELSE
               ADD 1 TO WS-AGL-UNMAPPED-COUNT
               MOVE "ApPaymentRun"      TO EXCP-PROGRAM-ID
               MOVE WS-AGL-DEPARTMENT   TO EXCP-KEY-VALUE
               MOVE "COAMAP-GL-ACCOUNT" TO EXCP-FIELD-NAME
               MOVE "NO CHART-OF-ACCOUNTS MAPPING - LINE DIVERTED"
                   TO EXCP-REASON
               MOVE WS-RUN-DATE TO EXCP-RUN-DATE
               WRITE EXCEPTION-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 5000-TERMINATE
      *----------------------------------------------------------------
       5000-TERMINATE.
           MOVE WS-PAYMENT-COUNT TO WS-F-PAYMENTS
           MOVE WS-PAID-COUNT    TO WS-F-PAID
           MOVE WS-TOTAL-PAID    TO WS-F-TOTAL-PAID
           MOVE WS-HELD-COUNT    TO WS-F-HELD
           MOVE WS-NOT-DUE-COUNT TO WS-F-NOT-DUE
           WRITE AP-REGISTER-LINE FROM WS-REPORT-FOOTER
           CLOSE AP-REGISTER-FILE
           CLOSE AP-PAYMENT-FILE
           CLOSE EXCEPTION-REPORT-FILE

           DISPLAY "AP PAYMENTS: " WS-PAYMENT-COUNT
                   "  INVOICES PAID: " WS-PAID-COUNT
                   "  HELD: " WS-HELD-COUNT.
