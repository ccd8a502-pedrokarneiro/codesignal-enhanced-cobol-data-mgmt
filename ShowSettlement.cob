       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShowSettlement.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - POST-SHOW SETTLEMENT.
      *                  TicketSales ROLLS SALES ONTO THE SCHEDULE AND
      *                  THERE THE MONEY STOPPED.  EVERY SHOWDEAL
      *                  DEAL WHOSE SHOW DATE HAS PASSED AND THAT IS
      *                  NOT YET SETTLED IS SETTLED: THE TOURSCHD
      *                  GROSS LESS THE SHOW'S SHOWEXP EXPENSES IS
      *                  THE NET; THE BAND IS DUE THE GREATER OF ITS
      *                  GUARANTEE AND ITS PERCENTAGE OF THE NET, THE
      *                  VENUE ITS PERCENTAGE, AND THE PROMOTER KEEPS
      *                  THE REST.  EACH SHOW PRINTS A SETTLEMENT
      *                  STATEMENT, THE BAND'S SHARE IS RAISED AS AN
      *                  OPEN APINVC INVOICE FOR ApPaymentRun TO PAY,
      *                  AND THE BAND AND VENUE SHARES ARE JOURNALED
      *                  AS A SETGLEX BATCH IN THE SHARED GLEXTR
      *                  FORMAT THROUGH COAMAP.  THE SETTLED FIGURES
      *                  GO BACK ON SHOWDEAL, AND THE RUN ENDS WITH
      *                  THE TOUR PROFIT-AND-LOSS PER BAND ROLLED UP
      *                  FROM EVERY SHOW SETTLED SO FAR.
      * 2026-10-15  DLH  A CANCELLED SHOW IS NOT SETTLED - ITS TICKETS
      *                  ARE REFUNDED BY TicketSales - AND IS COUNTED
      *                  ON THE FOOTER INSTEAD.  A POSTPONED SHOW IS
      *                  FOUND UNDER ITS ORIGINAL DATE AND SETTLES ONLY
      *                  ONCE THE DATE IT HAS MOVED TO HAS PASSED.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO "TOURSCHD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEAL-FILE ASSIGN TO "SHOWDEAL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXPENSE-FILE ASSIGN TO "SHOWEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPENSE-STATUS.

           SELECT COA-MAP-FILE ASSIGN TO "COAMAP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AP-INVOICE-FILE ASSIGN TO "APINVC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT SETTLEMENT-GL-FILE ASSIGN TO "SETGLEX"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SETTLEMENT-REPORT-FILE ASSIGN TO "SETLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       COPY TOURSCHD.

       FD  DEAL-FILE.
       COPY SHOWDEAL.

       FD  EXPENSE-FILE.
       COPY SHOWEXP.

       FD  COA-MAP-FILE.
       COPY COAMAP.

       FD  AP-INVOICE-FILE.
       COPY APINVC.

       FD  SETTLEMENT-GL-FILE.
       COPY GLEXTR REPLACING LEADING ==GL-== BY ==SGL-==.

       FD  SETTLEMENT-REPORT-FILE.
       01  SETTLEMENT-REPORT-LINE       PIC X(110).

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-EXPENSE-STATUS         PIC X(2).
       01  WS-INVOICE-STATUS         PIC X(2).
       01  WS-EXCP-STATUS            PIC X(2).
       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  WS-SETTLED-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-REJECTED-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-NOT-DUE-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-CANCELLED-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-SHOW-DATE              PIC 9(8) VALUE 0.
       01  WS-TOTAL-BAND-DUE         PIC 9(9)V99 VALUE 0.

      *----------------------------------------------------------------
      * Settlement arithmetic for the show being settled.
      *----------------------------------------------------------------
       01  WS-GROSS                  PIC 9(7)V99 VALUE 0.
       01  WS-EXPENSES               PIC 9(7)V99 VALUE 0.
       01  WS-NET                    PIC S9(8)V99 VALUE 0.
       01  WS-BAND-PCT-SHARE         PIC 9(8)V99 VALUE 0.
       01  WS-BAND-DUE               PIC 9(7)V99 VALUE 0.
       01  WS-VENUE-SHARE            PIC 9(7)V99 VALUE 0.
       01  WS-PROMOTER-NET           PIC S9(8)V99 VALUE 0.
       01  WS-BAND-BASIS             PIC X(30) VALUE SPACES.
       01  WS-INVOICE-NUMBER.
           05  FILLER                PIC X(4) VALUE "SETL".
           05  WS-IN-EVENT-DATE      PIC 9(8).

      *----------------------------------------------------------------
      * WS-SHOW-TABLE - the schedule, for each show's gross, venue
      * and city.
      *----------------------------------------------------------------
       01  WS-SHOW-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-SHOW-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-SHOW-FOUND         VALUE 'Y'.
       01  WS-SHOW-FOUND-IDX         PIC 9(3) COMP VALUE 0.
       01  WS-SHOW-TABLE.
           05  WS-S-ENTRY OCCURS 100 TIMES INDEXED BY WS-S-IDX.
               10  WS-S-BAND-NAME     PIC X(20).
               10  WS-S-CITY          PIC X(20).
               10  WS-S-VENUE         PIC X(30).
               10  WS-S-EVENT-DATE    PIC 9(8).
               10  WS-S-TICKETS-SOLD  PIC 9(5).
               10  WS-S-REVENUE       PIC 9(7)V99.
               10  WS-S-STATUS        PIC X.
                   88  WS-S-CANCELLED     VALUE 'C'.
               10  WS-S-ORIGINAL-DATE PIC 9(8).

      *----------------------------------------------------------------
      * WS-DEAL-TABLE - the whole SHOWDEAL file, settled in place and
      * rewritten at end of run.
      *----------------------------------------------------------------
       01  WS-DEAL-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-DEAL-TABLE.
           05  WS-D-ENTRY OCCURS 100 TIMES INDEXED BY WS-D-IDX.
               10  WS-D-BAND-NAME     PIC X(20).
               10  WS-D-EVENT-DATE    PIC 9(8).
               10  WS-D-VENDOR-ID     PIC X(6).
               10  WS-D-GUARANTEE     PIC 9(7)V99.
               10  WS-D-BAND-PCT      PIC 9(3)V99.
               10  WS-D-VENUE-PCT     PIC 9(3)V99.
               10  WS-D-SETTLED-DATE  PIC 9(8).
               10  WS-D-GROSS         PIC 9(7)V99.
               10  WS-D-EXPENSES      PIC 9(7)V99.
               10  WS-D-BAND-DUE      PIC 9(7)V99.
               10  WS-D-VENUE-SHARE   PIC 9(7)V99.

      *----------------------------------------------------------------
      * WS-EXPENSE-TABLE - every SHOWEXP line.
      *----------------------------------------------------------------
       01  WS-EXPENSE-COUNT          PIC 9(3) COMP VALUE 0.
       01  WS-EXPENSE-TABLE.
           05  WS-X-ENTRY OCCURS 500 TIMES INDEXED BY WS-X-IDX.
               10  WS-X-BAND-NAME     PIC X(20).
               10  WS-X-EVENT-DATE    PIC 9(8).
               10  WS-X-CATEGORY      PIC X(10).
               10  WS-X-DESCRIPTION   PIC X(20).
               10  WS-X-AMOUNT        PIC 9(7)V99.

      *----------------------------------------------------------------
      * WS-COA-TABLE - the chart-of-accounts mapping for the journal.
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

       01  WS-SGL-DEPARTMENT         PIC X(4) VALUE "TOUR".
       01  WS-SGL-CATEGORY           PIC X(5) VALUE SPACES.
       01  WS-SGL-AMOUNT             PIC S9(7)V99 VALUE 0.
       01  WS-SGL-DETAIL-COUNT       PIC 9(10) COMP VALUE 0.
       01  WS-SGL-EXTRACT-TOTAL      PIC S9(7)V99 VALUE 0.
       01  WS-SGL-UNMAPPED-COUNT     PIC 9(4) COMP VALUE 0.

      *----------------------------------------------------------------
      * WS-BAND-TABLE - the tour profit-and-loss rolled up per band.
      *----------------------------------------------------------------
       01  WS-BAND-COUNT             PIC 9(2) COMP VALUE 0.
       01  WS-BAND-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-BAND-FOUND         VALUE 'Y'.
       01  WS-BAND-FOUND-IDX         PIC 9(2) COMP VALUE 0.
       01  WS-BAND-TABLE.
           05  WS-B-ENTRY OCCURS 50 TIMES INDEXED BY WS-B-IDX.
               10  WS-B-BAND-NAME     PIC X(20).
               10  WS-B-SHOWS         PIC 9(4).
               10  WS-B-GROSS         PIC 9(9)V99.
               10  WS-B-EXPENSES      PIC 9(9)V99.
               10  WS-B-BAND-DUE      PIC 9(9)V99.
               10  WS-B-VENUE-SHARE   PIC 9(9)V99.
               10  WS-B-PROMOTER-NET  PIC S9(9)V99.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(30) VALUE "POST-SHOW SETTLEMENT".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER           PIC X(62) VALUE SPACES.

       01  WS-STATEMENT-HEADING.
           05  FILLER PIC X(22) VALUE "SETTLEMENT STATEMENT: ".
           05  WS-SH-BAND       PIC X(20).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-SH-DATE       PIC 9(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-SH-VENUE      PIC X(30).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-SH-CITY       PIC X(20).
           05  FILLER           PIC X(6) VALUE SPACES.

       01  WS-STATEMENT-LINE.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-SL-LABEL      PIC X(36).
           05  WS-SL-AMOUNT     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-SL-NOTE       PIC X(54).

       01  WS-EXPENSE-LINE.
           05  FILLER           PIC X(6) VALUE SPACES.
           05  WS-EL-CATEGORY   PIC X(11).
           05  WS-EL-DESCRIPTION PIC X(23).
           05  WS-EL-AMOUNT     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(56) VALUE SPACES.

       01  WS-PCT-NOTE.
           05  WS-PN-PCT        PIC ZZ9.99.
           05  FILLER           PIC X(12) VALUE " PCT OF NET ".
           05  WS-PN-BASIS      PIC X(30).
           05  FILLER           PIC X(6) VALUE SPACES.

       01  WS-BAND-SECTION-HEADING.
           05  FILLER PIC X(30) VALUE "TOUR PROFIT AND LOSS BY BAND".
           05  FILLER PIC X(80) VALUE SPACES.

       01  WS-BAND-COLUMN-HEADING.
           05  FILLER PIC X(22) VALUE "BAND".
           05  FILLER PIC X(6)  VALUE "SHOWS".
           05  FILLER PIC X(16) VALUE "         GROSS".
           05  FILLER PIC X(16) VALUE "      EXPENSES".
           05  FILLER PIC X(16) VALUE "     BAND PAID".
           05  FILLER PIC X(16) VALUE "   VENUE SHARE".
           05  FILLER PIC X(18) VALUE "  PROMOTER NET".

       01  WS-BAND-DETAIL-LINE.
           05  WS-DB-BAND         PIC X(20).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DB-SHOWS        PIC ZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DB-GROSS        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DB-EXPENSES     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DB-BAND-DUE     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DB-VENUE        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DB-PROMOTER     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(3) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(14) VALUE "SHOWS SETTLED:".
           05  WS-F-SETTLED     PIC ZZZ9.
           05  FILLER PIC X(12) VALUE "  REJECTED: ".
           05  WS-F-REJECTED    PIC ZZZ9.
           05  FILLER PIC X(13) VALUE "  NOT YET DUE".
           05  FILLER PIC X(2)  VALUE ": ".
           05  WS-F-NOT-DUE     PIC ZZZ9.
           05  FILLER PIC X(18) VALUE "  DUE TO BANDS: ".
           05  WS-F-BAND-DUE    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(13) VALUE "  CANCELLED: ".
           05  WS-F-CANCELLED   PIC ZZZ9.
           05  FILLER           PIC X(8) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(110) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           PERFORM 0900-OPEN-EXCEPTION-FILE
           PERFORM 1000-LOAD-SCHEDULE-TABLE
           PERFORM 1200-LOAD-DEAL-TABLE
           PERFORM 1400-LOAD-EXPENSE-TABLE
           PERFORM 1600-LOAD-COA-TABLE

           OPEN EXTEND AP-INVOICE-FILE
           IF WS-INVOICE-STATUS = "35"
               OPEN OUTPUT AP-INVOICE-FILE
           END-IF
           OPEN OUTPUT SETTLEMENT-GL-FILE
           MOVE SPACES TO SGL-INTERFACE-RECORD
           MOVE 'H' TO SGL-RECORD-TYPE
           MOVE WS-RUN-DATE TO SGL-HEADER-RUN-DATE
           MOVE "SHOWSETL" TO SGL-HEADER-SOURCE
           WRITE SGL-INTERFACE-RECORD

           OPEN OUTPUT SETTLEMENT-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           WRITE SETTLEMENT-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE SETTLEMENT-REPORT-LINE FROM WS-BLANK-LINE

           PERFORM 2000-SETTLE-DEAL
               VARYING WS-D-IDX FROM 1 BY 1
               UNTIL WS-D-IDX > WS-DEAL-COUNT

           MOVE 'T' TO SGL-RECORD-TYPE
           MOVE WS-SGL-DETAIL-COUNT  TO SGL-TRAILER-RECORD-COUNT
           MOVE WS-SGL-EXTRACT-TOTAL TO SGL-TRAILER-TOTAL
           WRITE SGL-INTERFACE-RECORD
           CLOSE SETTLEMENT-GL-FILE
           CLOSE AP-INVOICE-FILE
           IF WS-SGL-UNMAPPED-COUNT > 0
               DISPLAY "UNMAPPED SETTLEMENT GL LINES: "
                       WS-SGL-UNMAPPED-COUNT
           END-IF

           PERFORM 3000-REWRITE-DEALS
           PERFORM 4000-PRINT-TOUR-PL
           CLOSE SETTLEMENT-REPORT-FILE
           CLOSE EXCEPTION-REPORT-FILE

           DISPLAY "SHOWS SETTLED: " WS-SETTLED-COUNT
                   "  REJECTED: " WS-REJECTED-COUNT
                   "  NOT YET DUE: " WS-NOT-DUE-COUNT
                   "  CANCELLED: " WS-CANCELLED-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * 0900-OPEN-EXCEPTION-FILE
      *----------------------------------------------------------------
       0900-OPEN-EXCEPTION-FILE.
           OPEN EXTEND EXCEPTION-REPORT-FILE
           IF WS-EXCP-STATUS = "35"
               OPEN OUTPUT EXCEPTION-REPORT-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1000-LOAD-SCHEDULE-TABLE
      *----------------------------------------------------------------
       1000-LOAD-SCHEDULE-TABLE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SCHEDULE-FILE
           PERFORM 1100-READ-SCHEDULE
           PERFORM UNTIL WS-END-OF-FILE
                   OR WS-SHOW-COUNT >= 100
               ADD 1 TO WS-SHOW-COUNT
               MOVE TOUR-BAND-NAME
                   TO WS-S-BAND-NAME (WS-SHOW-COUNT)
               MOVE TOUR-CITY       TO WS-S-CITY (WS-SHOW-COUNT)
               MOVE TOUR-VENUE      TO WS-S-VENUE (WS-SHOW-COUNT)
               MOVE TOUR-EVENT-DATE
                   TO WS-S-EVENT-DATE (WS-SHOW-COUNT)
               MOVE TOUR-TICKETS-SOLD
                   TO WS-S-TICKETS-SOLD (WS-SHOW-COUNT)
               MOVE TOUR-REVENUE
                   TO WS-S-REVENUE (WS-SHOW-COUNT)
               MOVE TOUR-STATUS     TO WS-S-STATUS (WS-SHOW-COUNT)
               IF TOUR-ORIGINAL-DATE NOT NUMERIC
                   MOVE 0 TO TOUR-ORIGINAL-DATE
               END-IF
               MOVE TOUR-ORIGINAL-DATE
                   TO WS-S-ORIGINAL-DATE (WS-SHOW-COUNT)
               PERFORM 1100-READ-SCHEDULE
           END-PERFORM
           CLOSE SCHEDULE-FILE.

      *----------------------------------------------------------------
      * 1100-READ-SCHEDULE
      *----------------------------------------------------------------
       1100-READ-SCHEDULE.
           READ SCHEDULE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1200-LOAD-DEAL-TABLE
      *----------------------------------------------------------------
       1200-LOAD-DEAL-TABLE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT DEAL-FILE
           PERFORM 1300-READ-DEAL
           PERFORM UNTIL WS-END-OF-FILE
                   OR WS-DEAL-COUNT >= 100
               ADD 1 TO WS-DEAL-COUNT
               MOVE DEAL-BAND-NAME
                   TO WS-D-BAND-NAME (WS-DEAL-COUNT)
               MOVE DEAL-EVENT-DATE
                   TO WS-D-EVENT-DATE (WS-DEAL-COUNT)
               MOVE DEAL-VENDOR-ID
                   TO WS-D-VENDOR-ID (WS-DEAL-COUNT)
               MOVE DEAL-GUARANTEE
                   TO WS-D-GUARANTEE (WS-DEAL-COUNT)
               MOVE DEAL-BAND-PCT
                   TO WS-D-BAND-PCT (WS-DEAL-COUNT)
               MOVE DEAL-VENUE-PCT
                   TO WS-D-VENUE-PCT (WS-DEAL-COUNT)
               MOVE DEAL-SETTLED-DATE
                   TO WS-D-SETTLED-DATE (WS-DEAL-COUNT)
               MOVE DEAL-SETTLED-GROSS
                   TO WS-D-GROSS (WS-DEAL-COUNT)
               MOVE DEAL-SETTLED-EXPENSES
                   TO WS-D-EXPENSES (WS-DEAL-COUNT)
               MOVE DEAL-SETTLED-BAND-DUE
                   TO WS-D-BAND-DUE (WS-DEAL-COUNT)
               MOVE DEAL-SETTLED-VENUE
                   TO WS-D-VENUE-SHARE (WS-DEAL-COUNT)
               PERFORM 1300-READ-DEAL
           END-PERFORM
           CLOSE DEAL-FILE.

      *----------------------------------------------------------------
      * 1300-READ-DEAL
      *----------------------------------------------------------------
       1300-READ-DEAL.
           READ DEAL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1400-LOAD-EXPENSE-TABLE - a show with no SHOWEXP file, or no
      * lines on it, settles with no expenses.
      *----------------------------------------------------------------
       1400-LOAD-EXPENSE-TABLE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT EXPENSE-FILE
           IF WS-EXPENSE-STATUS NOT = "35"
               PERFORM 1500-READ-EXPENSE
               PERFORM UNTIL WS-END-OF-FILE
                       OR WS-EXPENSE-COUNT >= 500
                   ADD 1 TO WS-EXPENSE-COUNT
                   MOVE SHEX-BAND-NAME
                       TO WS-X-BAND-NAME (WS-EXPENSE-COUNT)
                   MOVE SHEX-EVENT-DATE
                       TO WS-X-EVENT-DATE (WS-EXPENSE-COUNT)
                   MOVE SHEX-CATEGORY
                       TO WS-X-CATEGORY (WS-EXPENSE-COUNT)
                   MOVE SHEX-DESCRIPTION
                       TO WS-X-DESCRIPTION (WS-EXPENSE-COUNT)
                   MOVE 0 TO WS-X-AMOUNT (WS-EXPENSE-COUNT)
                   IF SHEX-AMOUNT NUMERIC
                       MOVE SHEX-AMOUNT
                           TO WS-X-AMOUNT (WS-EXPENSE-COUNT)
                   END-IF
                   PERFORM 1500-READ-EXPENSE
               END-PERFORM
               CLOSE EXPENSE-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1500-READ-EXPENSE
      *----------------------------------------------------------------
       1500-READ-EXPENSE.
           READ EXPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1600-LOAD-COA-TABLE
      *----------------------------------------------------------------
       1600-LOAD-COA-TABLE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT COA-MAP-FILE
           PERFORM 1700-READ-COA-MAP
           PERFORM UNTIL WS-END-OF-FILE
                   OR WS-COA-COUNT >= 100
               ADD 1 TO WS-COA-COUNT
               MOVE COAMAP-DEPARTMENT-CODE
                   TO WS-M-DEPARTMENT (WS-COA-COUNT)
               MOVE COAMAP-CATEGORY
                   TO WS-M-CATEGORY (WS-COA-COUNT)
               MOVE COAMAP-GL-ACCOUNT
                   TO WS-M-GL-ACCOUNT (WS-COA-COUNT)
               PERFORM 1700-READ-COA-MAP
           END-PERFORM
           CLOSE COA-MAP-FILE.

      *----------------------------------------------------------------
      * 1700-READ-COA-MAP
      *----------------------------------------------------------------
       1700-READ-COA-MAP.
           READ COA-MAP-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2000-SETTLE-DEAL - a deal is settled once, the day after the
      * show or later.  A deal with no show on the schedule, no payee
      * or percentages over 100 between band and venue is rejected
      * and tried again next run once corrected.  A postponed show
      * is due once the date it moved to has passed; a cancelled one
      * is never settled.
      *----------------------------------------------------------------
       2000-SETTLE-DEAL.
           IF WS-D-SETTLED-DATE (WS-D-IDX) = 0
               PERFORM 2500-FIND-SHOW
               MOVE WS-D-EVENT-DATE (WS-D-IDX) TO WS-SHOW-DATE
               IF WS-SHOW-FOUND
                   MOVE WS-S-EVENT-DATE (WS-SHOW-FOUND-IDX)
                       TO WS-SHOW-DATE
               END-IF
               EVALUATE TRUE
                   WHEN WS-SHOW-FOUND
                    AND WS-S-CANCELLED (WS-SHOW-FOUND-IDX)
                       ADD 1 TO WS-CANCELLED-COUNT
                   WHEN WS-SHOW-DATE NOT < WS-RUN-DATE
                       ADD 1 TO WS-NOT-DUE-COUNT
                   WHEN NOT WS-SHOW-FOUND
                       MOVE "SHOW NOT ON THE TOUR SCHEDULE"
                           TO EXCP-REASON
                       PERFORM 2900-LOG-REJECT
                   WHEN WS-D-VENDOR-ID (WS-D-IDX) = SPACES
                       MOVE "NO BAND PAYEE ON THE DEAL"
                           TO EXCP-REASON
                       PERFORM 2900-LOG-REJECT
                   WHEN WS-D-BAND-PCT (WS-D-IDX)
                        + WS-D-VENUE-PCT (WS-D-IDX) > 100
                       MOVE "BAND AND VENUE SPLIT OVER 100 PCT"
                           TO EXCP-REASON
                       PERFORM 2900-LOG-REJECT
                   WHEN OTHER
                       PERFORM 2100-COMPUTE-SETTLEMENT
                       PERFORM 2200-PRINT-STATEMENT
                       PERFORM 2300-WRITE-INVOICE
                       PERFORM 2400-WRITE-SETTLEMENT-GL
                       ADD 1 TO WS-SETTLED-COUNT
                       ADD WS-BAND-DUE TO WS-TOTAL-BAND-DUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * 2100-COMPUTE-SETTLEMENT - a loss after expenses pays the
      * band its guarantee and the venue nothing; the promoter
      * carries the difference.
      *----------------------------------------------------------------
       2100-COMPUTE-SETTLEMENT.
           MOVE WS-S-REVENUE (WS-SHOW-FOUND-IDX) TO WS-GROSS
           MOVE 0 TO WS-EXPENSES
           PERFORM VARYING WS-X-IDX FROM 1 BY 1
                   UNTIL WS-X-IDX > WS-EXPENSE-COUNT
               IF WS-X-BAND-NAME (WS-X-IDX) = WS-D-BAND-NAME (WS-D-IDX)
                  AND WS-X-EVENT-DATE (WS-X-IDX)
                      = WS-D-EVENT-DATE (WS-D-IDX)
                   ADD WS-X-AMOUNT (WS-X-IDX) TO WS-EXPENSES
               END-IF
           END-PERFORM
           COMPUTE WS-NET = WS-GROSS - WS-EXPENSES

           IF WS-NET > 0
               COMPUTE WS-BAND-PCT-SHARE ROUNDED =
                   WS-NET * WS-D-BAND-PCT (WS-D-IDX) / 100
               COMPUTE WS-VENUE-SHARE ROUNDED =
                   WS-NET * WS-D-VENUE-PCT (WS-D-IDX) / 100
           ELSE
               MOVE 0 TO WS-BAND-PCT-SHARE
               MOVE 0 TO WS-VENUE-SHARE
           END-IF
           IF WS-BAND-PCT-SHARE > WS-D-GUARANTEE (WS-D-IDX)
               MOVE WS-BAND-PCT-SHARE TO WS-BAND-DUE
               MOVE "- PERCENTAGE OVER GUARANTEE"
                   TO WS-BAND-BASIS
           ELSE
               MOVE WS-D-GUARANTEE (WS-D-IDX) TO WS-BAND-DUE
               MOVE "- GUARANTEE PAID"          TO WS-BAND-BASIS
           END-IF
           COMPUTE WS-PROMOTER-NET =
               WS-NET - WS-BAND-DUE - WS-VENUE-SHARE

           MOVE WS-RUN-DATE    TO WS-D-SETTLED-DATE (WS-D-IDX)
           MOVE WS-GROSS       TO WS-D-GROSS (WS-D-IDX)
           MOVE WS-EXPENSES    TO WS-D-EXPENSES (WS-D-IDX)
           MOVE WS-BAND-DUE    TO WS-D-BAND-DUE (WS-D-IDX)
           MOVE WS-VENUE-SHARE TO WS-D-VENUE-SHARE (WS-D-IDX).

      *----------------------------------------------------------------
      * 2200-PRINT-STATEMENT - the show's statement: gross, each
      * expense, the net and every party's share.
      *----------------------------------------------------------------
       2200-PRINT-STATEMENT.
           MOVE WS-D-BAND-NAME (WS-D-IDX)  TO WS-SH-BAND
           MOVE WS-SHOW-DATE               TO WS-SH-DATE
           MOVE WS-S-VENUE (WS-SHOW-FOUND-IDX) TO WS-SH-VENUE
           MOVE WS-S-CITY (WS-SHOW-FOUND-IDX)  TO WS-SH-CITY
           WRITE SETTLEMENT-REPORT-LINE FROM WS-STATEMENT-HEADING

           MOVE "GROSS TICKET REVENUE" TO WS-SL-LABEL
           MOVE WS-GROSS               TO WS-SL-AMOUNT
           MOVE SPACES                 TO WS-SL-NOTE
           STRING "TICKETS SOLD: " DELIMITED BY SIZE
                  WS-S-TICKETS-SOLD (WS-SHOW-FOUND-IDX)
                      DELIMITED BY SIZE
                  INTO WS-SL-NOTE
           END-STRING
           WRITE SETTLEMENT-REPORT-LINE FROM WS-STATEMENT-LINE

           MOVE "SHOW EXPENSES"        TO WS-SL-LABEL
           COMPUTE WS-SL-AMOUNT = 0 - WS-EXPENSES
           MOVE SPACES                 TO WS-SL-NOTE
           WRITE SETTLEMENT-REPORT-LINE FROM WS-STATEMENT-LINE
           PERFORM VARYING WS-X-IDX FROM 1 BY 1
                   UNTIL WS-X-IDX > WS-EXPENSE-COUNT
               IF WS-X-BAND-NAME (WS-X-IDX) = WS-D-BAND-NAME (WS-D-IDX)
                  AND WS-X-EVENT-DATE (WS-X-IDX)
                      = WS-D-EVENT-DATE (WS-D-IDX)
                   MOVE WS-X-CATEGORY (WS-X-IDX)    TO WS-EL-CATEGORY
                   MOVE WS-X-DESCRIPTION (WS-X-IDX)
                       TO WS-EL-DESCRIPTION
                   MOVE WS-X-AMOUNT (WS-X-IDX)      TO WS-EL-AMOUNT
                   WRITE SETTLEMENT-REPORT-LINE FROM WS-EXPENSE-LINE
               END-IF
           END-PERFORM

           MOVE "NET AFTER EXPENSES"   TO WS-SL-LABEL
           MOVE WS-NET                 TO WS-SL-AMOUNT
           MOVE SPACES                 TO WS-SL-NOTE
           WRITE SETTLEMENT-REPORT-LINE FROM WS-STATEMENT-LINE

           MOVE "BAND SHARE"           TO WS-SL-LABEL
           MOVE WS-BAND-DUE            TO WS-SL-AMOUNT
           MOVE WS-D-BAND-PCT (WS-D-IDX) TO WS-PN-PCT
           MOVE WS-BAND-BASIS          TO WS-PN-BASIS
           MOVE WS-PCT-NOTE            TO WS-SL-NOTE
           WRITE SETTLEMENT-REPORT-LINE FROM WS-STATEMENT-LINE

           MOVE "VENUE SHARE"          TO WS-SL-LABEL
           MOVE WS-VENUE-SHARE         TO WS-SL-AMOUNT
           MOVE WS-D-VENUE-PCT (WS-D-IDX) TO WS-PN-PCT
           MOVE SPACES                 TO WS-PN-BASIS
           MOVE WS-PCT-NOTE            TO WS-SL-NOTE
           WRITE SETTLEMENT-REPORT-LINE FROM WS-STATEMENT-LINE

           MOVE "PROMOTER NET"         TO WS-SL-LABEL
           MOVE WS-PROMOTER-NET        TO WS-SL-AMOUNT
           MOVE SPACES                 TO WS-SL-NOTE
           WRITE SETTLEMENT-REPORT-LINE FROM WS-STATEMENT-LINE

           MOVE WS-D-EVENT-DATE (WS-D-IDX) TO WS-IN-EVENT-DATE
           MOVE "AMOUNT DUE TO BAND"   TO WS-SL-LABEL
           MOVE WS-BAND-DUE            TO WS-SL-AMOUNT
           MOVE SPACES                 TO WS-SL-NOTE
           STRING "PAYABLE TO VENDOR " DELIMITED BY SIZE
                  WS-D-VENDOR-ID (WS-D-IDX) DELIMITED BY SIZE
                  " INVOICE " DELIMITED BY SIZE
                  WS-INVOICE-NUMBER DELIMITED BY SIZE
                  INTO WS-SL-NOTE
           END-STRING
           WRITE SETTLEMENT-REPORT-LINE FROM WS-STATEMENT-LINE
           WRITE SETTLEMENT-REPORT-LINE FROM WS-BLANK-LINE.

      *----------------------------------------------------------------
      * 2300-WRITE-INVOICE - the band's share as an open invoice in
      * the TOUR department, due today, for the next ApPaymentRun.
      *----------------------------------------------------------------
       2300-WRITE-INVOICE.
           IF WS-BAND-DUE > 0
               MOVE WS-D-VENDOR-ID (WS-D-IDX) TO APIN-VENDOR-ID
               MOVE "TOUR"                    TO APIN-DEPARTMENT-CODE
               MOVE WS-INVOICE-NUMBER         TO APIN-INVOICE-NUMBER
               MOVE "SETTL"                   TO APIN-CATEGORY
               MOVE WS-RUN-DATE               TO APIN-INVOICE-DATE
               MOVE WS-RUN-DATE               TO APIN-DUE-DATE
               MOVE WS-BAND-DUE               TO APIN-AMOUNT
               MOVE 'O'                       TO APIN-STATUS
               MOVE 'N'                       TO APIN-MATCH-OVERRIDE
               MOVE 0                         TO APIN-PAID-DATE
               MOVE SPACES                    TO APIN-PAYMENT-NUMBER
               WRITE AP-INVOICE-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 2400-WRITE-SETTLEMENT-GL - the band's share charged to artist
      * fees against accounts payable, and the venue's share to
      * venue costs against the venue payable.
      *----------------------------------------------------------------
       2400-WRITE-SETTLEMENT-GL.
           MOVE 'D' TO SGL-RECORD-TYPE
           IF WS-BAND-DUE > 0
               MOVE "BANDF" TO WS-SGL-CATEGORY
               MOVE WS-BAND-DUE TO WS-SGL-AMOUNT
               PERFORM 2800-WRITE-MAPPED-GL-LINE
               MOVE "APAY " TO WS-SGL-CATEGORY
               COMPUTE WS-SGL-AMOUNT = 0 - WS-BAND-DUE
               PERFORM 2800-WRITE-MAPPED-GL-LINE
           END-IF
           IF WS-VENUE-SHARE > 0
               MOVE "VENUE" TO WS-SGL-CATEGORY
               MOVE WS-VENUE-SHARE TO WS-SGL-AMOUNT
               PERFORM 2800-WRITE-MAPPED-GL-LINE
               MOVE "VENPY" TO WS-SGL-CATEGORY
               COMPUTE WS-SGL-AMOUNT = 0 - WS-VENUE-SHARE
               PERFORM 2800-WRITE-MAPPED-GL-LINE
           END-IF.

      *----------------------------------------------------------------
      * 2500-FIND-SHOW - the deal at WS-D-IDX on the schedule.
      *----------------------------------------------------------------
       2500-FIND-SHOW.
           MOVE 'N' TO WS-SHOW-FOUND-SWITCH
           MOVE 0   TO WS-SHOW-FOUND-IDX
           PERFORM VARYING WS-S-IDX FROM 1 BY 1
                   UNTIL WS-S-IDX > WS-SHOW-COUNT
                      OR WS-SHOW-FOUND
               IF WS-S-BAND-NAME (WS-S-IDX) = WS-D-BAND-NAME (WS-D-IDX)
                  AND (WS-S-EVENT-DATE (WS-S-IDX)
                       = WS-D-EVENT-DATE (WS-D-IDX)
                    OR WS-S-ORIGINAL-DATE (WS-S-IDX)
                       = WS-D-EVENT-DATE (WS-D-IDX))
                   MOVE 'Y' TO WS-SHOW-FOUND-SWITCH
                   SET WS-SHOW-FOUND-IDX TO WS-S-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2800-WRITE-MAPPED-GL-LINE - through the chart of accounts; an
      * unmapped department/category pair goes to the exception file
      * instead of into the extract.
      *----------------------------------------------------------------
       2800-WRITE-MAPPED-GL-LINE.
           MOVE 'N' TO WS-MAP-FOUND-SWITCH
           MOVE 0   TO WS-MAP-FOUND-IDX
           PERFORM VARYING WS-M-IDX FROM 1 BY 1
                   UNTIL WS-M-IDX > WS-COA-COUNT
                      OR WS-MAPPING-FOUND
               IF WS-M-DEPARTMENT (WS-M-IDX) = WS-SGL-DEPARTMENT
                  AND WS-M-CATEGORY (WS-M-IDX) = WS-SGL-CATEGORY
                   MOVE 'Y' TO WS-MAP-FOUND-SWITCH
                   SET WS-MAP-FOUND-IDX TO WS-M-IDX
               END-IF
           END-PERFORM

           IF WS-MAPPING-FOUND
               MOVE WS-M-GL-ACCOUNT (WS-MAP-FOUND-IDX)
                   TO SGL-ACCOUNT-CODE
               MOVE WS-SGL-AMOUNT TO SGL-AMOUNT
               WRITE SGL-INTERFACE-RECORD
               ADD 1 TO WS-SGL-DETAIL-COUNT
               ADD WS-SGL-AMOUNT TO WS-SGL-EXTRACT-TOTAL
           ELSE
               ADD 1 TO WS-SGL-UNMAPPED-COUNT
               MOVE "ShowSettlement"    TO EXCP-PROGRAM-ID
               MOVE WS-SGL-DEPARTMENT   TO EXCP-KEY-VALUE
               MOVE "COAMAP-GL-ACCOUNT" TO EXCP-FIELD-NAME
               MOVE "NO CHART-OF-ACCOUNTS MAPPING - LINE DIVERTED"
                   TO EXCP-REASON
               MOVE WS-RUN-DATE TO EXCP-RUN-DATE
               WRITE EXCEPTION-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 2900-LOG-REJECT
      *----------------------------------------------------------------
       2900-LOG-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY "*** SETTLEMENT REJECTED: " WS-D-BAND-NAME (WS-D-IDX)
                   " " WS-D-EVENT-DATE (WS-D-IDX) " ***"
           MOVE "ShowSettlement"          TO EXCP-PROGRAM-ID
           MOVE WS-D-BAND-NAME (WS-D-IDX) TO EXCP-KEY-VALUE
           MOVE "SHOWDEAL"                TO EXCP-FIELD-NAME
           MOVE WS-RUN-DATE TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD.

      *----------------------------------------------------------------
      * 3000-REWRITE-DEALS
      *----------------------------------------------------------------
       3000-REWRITE-DEALS.
           OPEN OUTPUT DEAL-FILE
           PERFORM VARYING WS-D-IDX FROM 1 BY 1
                   UNTIL WS-D-IDX > WS-DEAL-COUNT
               MOVE WS-D-BAND-NAME (WS-D-IDX)   TO DEAL-BAND-NAME
               MOVE WS-D-EVENT-DATE (WS-D-IDX)  TO DEAL-EVENT-DATE
               MOVE WS-D-VENDOR-ID (WS-D-IDX)   TO DEAL-VENDOR-ID
               MOVE WS-D-GUARANTEE (WS-D-IDX)   TO DEAL-GUARANTEE
               MOVE WS-D-BAND-PCT (WS-D-IDX)    TO DEAL-BAND-PCT
               MOVE WS-D-VENUE-PCT (WS-D-IDX)   TO DEAL-VENUE-PCT
               MOVE WS-D-SETTLED-DATE (WS-D-IDX)
                   TO DEAL-SETTLED-DATE
               MOVE WS-D-GROSS (WS-D-IDX)       TO DEAL-SETTLED-GROSS
               MOVE WS-D-EXPENSES (WS-D-IDX)
                   TO DEAL-SETTLED-EXPENSES
               MOVE WS-D-BAND-DUE (WS-D-IDX)
                   TO DEAL-SETTLED-BAND-DUE
               MOVE WS-D-VENUE-SHARE (WS-D-IDX)
                   TO DEAL-SETTLED-VENUE
               WRITE SHOW-DEAL-RECORD
           END-PERFORM
           CLOSE DEAL-FILE.

      *----------------------------------------------------------------
      * 4000-PRINT-TOUR-PL - every settled show, this run's and
      * earlier ones, rolled up per band.
      *----------------------------------------------------------------
       4000-PRINT-TOUR-PL.
           PERFORM VARYING WS-D-IDX FROM 1 BY 1
                   UNTIL WS-D-IDX > WS-DEAL-COUNT
               IF WS-D-SETTLED-DATE (WS-D-IDX) NOT = 0
                   PERFORM 4100-ADD-TO-BAND
               END-IF
           END-PERFORM

           WRITE SETTLEMENT-REPORT-LINE FROM WS-BAND-SECTION-HEADING
           WRITE SETTLEMENT-REPORT-LINE FROM WS-BAND-COLUMN-HEADING
           PERFORM 4300-PRINT-BAND
               VARYING WS-B-IDX FROM 1 BY 1
               UNTIL WS-B-IDX > WS-BAND-COUNT

           WRITE SETTLEMENT-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-SETTLED-COUNT  TO WS-F-SETTLED
           MOVE WS-REJECTED-COUNT TO WS-F-REJECTED
           MOVE WS-NOT-DUE-COUNT  TO WS-F-NOT-DUE
           MOVE WS-CANCELLED-COUNT TO WS-F-CANCELLED
           MOVE WS-TOTAL-BAND-DUE TO WS-F-BAND-DUE
           WRITE SETTLEMENT-REPORT-LINE FROM WS-REPORT-FOOTER.

      *----------------------------------------------------------------
      * 4100-ADD-TO-BAND
      *----------------------------------------------------------------
       4100-ADD-TO-BAND.
           MOVE 'N' TO WS-BAND-FOUND-SWITCH
           MOVE 0   TO WS-BAND-FOUND-IDX
           PERFORM VARYING WS-B-IDX FROM 1 BY 1
                   UNTIL WS-B-IDX > WS-BAND-COUNT
                      OR WS-BAND-FOUND
               IF WS-B-BAND-NAME (WS-B-IDX) = WS-D-BAND-NAME (WS-D-IDX)
                   MOVE 'Y' TO WS-BAND-FOUND-SWITCH
                   SET WS-BAND-FOUND-IDX TO WS-B-IDX
               END-IF
           END-PERFORM
           IF NOT WS-BAND-FOUND
              AND WS-BAND-COUNT < 50
               ADD 1 TO WS-BAND-COUNT
               MOVE WS-BAND-COUNT TO WS-BAND-FOUND-IDX
               MOVE WS-D-BAND-NAME (WS-D-IDX)
                   TO WS-B-BAND-NAME (WS-BAND-FOUND-IDX)
               MOVE 0 TO WS-B-SHOWS (WS-BAND-FOUND-IDX)
               MOVE 0 TO WS-B-GROSS (WS-BAND-FOUND-IDX)
               MOVE 0 TO WS-B-EXPENSES (WS-BAND-FOUND-IDX)
               MOVE 0 TO WS-B-BAND-DUE (WS-BAND-FOUND-IDX)
               MOVE 0 TO WS-B-VENUE-SHARE (WS-BAND-FOUND-IDX)
               MOVE 0 TO WS-B-PROMOTER-NET (WS-BAND-FOUND-IDX)
           END-IF
           IF WS-BAND-FOUND-IDX > 0
               ADD 1 TO WS-B-SHOWS (WS-BAND-FOUND-IDX)
               ADD WS-D-GROSS (WS-D-IDX)
                   TO WS-B-GROSS (WS-BAND-FOUND-IDX)
               ADD WS-D-EXPENSES (WS-D-IDX)
                   TO WS-B-EXPENSES (WS-BAND-FOUND-IDX)
               ADD WS-D-BAND-DUE (WS-D-IDX)
                   TO WS-B-BAND-DUE (WS-BAND-FOUND-IDX)
               ADD WS-D-VENUE-SHARE (WS-D-IDX)
                   TO WS-B-VENUE-SHARE (WS-BAND-FOUND-IDX)
               COMPUTE WS-B-PROMOTER-NET (WS-BAND-FOUND-IDX) =
                   WS-B-PROMOTER-NET (WS-BAND-FOUND-IDX)
                 + WS-D-GROSS (WS-D-IDX)
                 - WS-D-EXPENSES (WS-D-IDX)
                 - WS-D-BAND-DUE (WS-D-IDX)
                 - WS-D-VENUE-SHARE (WS-D-IDX)
           END-IF.

      *----------------------------------------------------------------
      * 4300-PRINT-BAND
      *----------------------------------------------------------------
       4300-PRINT-BAND.
           MOVE WS-B-BAND-NAME (WS-B-IDX)    TO WS-DB-BAND
           MOVE WS-B-SHOWS (WS-B-IDX)        TO WS-DB-SHOWS
           MOVE WS-B-GROSS (WS-B-IDX)        TO WS-DB-GROSS
           MOVE WS-B-EXPENSES (WS-B-IDX)     TO WS-DB-EXPENSES
           MOVE WS-B-BAND-DUE (WS-B-IDX)     TO WS-DB-BAND-DUE
           MOVE WS-B-VENUE-SHARE (WS-B-IDX)  TO WS-DB-VENUE
           MOVE WS-B-PROMOTER-NET (WS-B-IDX) TO WS-DB-PROMOTER
           WRITE SETTLEMENT-REPORT-LINE FROM WS-BAND-DETAIL-LINE.
