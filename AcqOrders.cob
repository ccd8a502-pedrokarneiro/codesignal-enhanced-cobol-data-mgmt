       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcqOrders.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - LIBRARY ACQUISITIONS RUN.
      *                  THE HOLDQ QUEUE-STATUS REPORT SHOWS WHICH
      *                  TITLES HAVE DEEP BACKLOGS, BUT THE BOOK ORDER
      *                  WAS WRITTEN UP ON PAPER.  THIS RUN COUNTS
      *                  EACH TITLE'S WAITING HOLDS AGAINST ITS COPIES
      *                  (LIBBOOK, LESS RETIRED ONES) PLUS COPIES
      *                  ALREADY ON ORDER, AND WHEREVER THE HOLDS PER
      *                  COPY EXCEED THE SYSIN RATIO ORDERS ENOUGH
      *                  EXTRA COPIES TO BRING IT BACK WITHIN IT.  THE
      *                  ORDER GOES TO THE NEW LIBPO PURCHASE-ORDER
      *                  FILE AS ONE PO FOR THE RUN, ONE LINE PER
      *                  TITLE, TO THE SYSIN VENDOR (WHICH MUST BE
      *                  ACTIVE ON VENDMAST) AT THE SYSIN UNIT PRICE,
      *                  COMMITTED AGAINST THE SYSIN FUND ON THE NEW
      *                  ACQFUND ACQUISITIONS BUDGET FILE.  A TITLE
      *                  THE FUND CAN NO LONGER PAY FOR, OR ONE WITH
      *                  NO BOOKCAT ENTRY TO ORDER BY, IS LISTED TO
      *                  EXCPRPT INSTEAD.  BookMaint RECEIVES THE
      *                  COPIES AGAINST THE PO LINE WHEN THEY ARRIVE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDINGS-FILE ASSIGN TO "LIBBOOK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATALOG-FILE ASSIGN TO "BOOKCAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLD-QUEUE-FILE ASSIGN TO "HOLDQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT ACQ-FUND-FILE ASSIGN TO "ACQFUND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUND-STATUS.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO "LIBPO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT ACQ-REPORT-FILE ASSIGN TO "ACQRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLDINGS-FILE.
       COPY LIBBOOK.

       FD  CATALOG-FILE.
       COPY BOOKCAT.

       FD  HOLD-QUEUE-FILE.
       COPY HOLDQ.

       FD  VENDOR-MASTER-FILE.
       COPY VENDMAST.

       FD  ACQ-FUND-FILE.
       COPY ACQFUND.

       FD  PURCHASE-ORDER-FILE.
       COPY LIBPO.

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       FD  ACQ-REPORT-FILE.
       01  ACQ-REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.

       01  WS-HOLD-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-HOLD-END-OF-FILE   VALUE 'Y'.
       01  WS-CAT-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-CAT-END-OF-FILE    VALUE 'Y'.
       01  WS-QUEUE-EOF-SWITCH       PIC X VALUE 'N'.
           88  WS-QUEUE-END-OF-FILE  VALUE 'Y'.
       01  WS-VENDOR-EOF-SWITCH      PIC X VALUE 'N'.
           88  WS-VENDOR-END-OF-FILE VALUE 'Y'.
       01  WS-FUND-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-FUND-END-OF-FILE   VALUE 'Y'.
       01  WS-PO-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-PO-END-OF-FILE     VALUE 'Y'.

       01  WS-QUEUE-STATUS           PIC X(2).
       01  WS-VENDOR-STATUS          PIC X(2).
       01  WS-FUND-STATUS            PIC X(2).
       01  WS-PO-STATUS              PIC X(2).
       01  WS-EXCP-STATUS            PIC X(2).

       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

      *----------------------------------------------------------------
      * WS-CONTROL-CARD - second SYSIN line: the holds-per-copy ratio
      * a title may reach before more copies are ordered (columns
      * 1-2, blank for 3), the vendor to order from (columns 4-9),
      * the unit price (columns 11-17, 9(5)V99) and the ACQFUND fund
      * to charge (columns 19-24).
      *----------------------------------------------------------------
       01  WS-CONTROL-CARD.
           05  WS-CARD-RATIO         PIC 9(2).
           05  FILLER                PIC X(1).
           05  WS-CARD-VENDOR        PIC X(6).
           05  FILLER                PIC X(1).
           05  WS-CARD-PRICE         PIC 9(5)V99.
           05  FILLER                PIC X(1).
           05  WS-CARD-FUND          PIC X(6).
           05  FILLER                PIC X(56).
       01  WS-HOLDS-PER-COPY         PIC 9(2) VALUE 3.
       01  WS-ORDER-VENDOR           PIC X(6) VALUE SPACES.
       01  WS-UNIT-PRICE             PIC 9(5)V99 VALUE 0.
       01  WS-ORDER-FUND             PIC X(6) VALUE SPACES.
       01  WS-CARD-ERROR             PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------
      * WS-TITLE-TABLE - every title held, with its live copies, the
      * holds waiting on it and the copies already on order.
      *----------------------------------------------------------------
       01  WS-TITLE-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-TTL-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-TITLE-FOUND        VALUE 'Y'.
       01  WS-TTL-FOUND-IDX          PIC 9(3) COMP VALUE 0.
       01  WS-TARGET-TITLE           PIC X(30) VALUE SPACES.
       01  WS-TITLE-TABLE.
           05  WS-T-ENTRY OCCURS 200 TIMES INDEXED BY WS-T-IDX.
               10  WS-T-TITLE         PIC X(30).
               10  WS-T-COPIES        PIC 9(3) COMP.
               10  WS-T-HOLDS         PIC 9(4) COMP.
               10  WS-T-ON-ORDER      PIC 9(3) COMP.

       01  WS-CATALOG-COUNT          PIC 9(3) COMP VALUE 0.
       01  WS-CATALOG-TABLE.
           05  WS-C-ENTRY OCCURS 500 TIMES INDEXED BY WS-C-IDX.
               10  WS-C-ISBN          PIC 9(13).
               10  WS-C-TITLE         PIC X(40).
       01  WS-ORDER-ISBN             PIC 9(13) VALUE 0.

       01  WS-VENDOR-FOUND-SWITCH    PIC X VALUE 'N'.
           88  WS-VENDOR-FOUND       VALUE 'Y'.

      *----------------------------------------------------------------
      * WS-FUND-TABLE - the ACQFUND file, rewritten with this run's
      * commitments.
      *----------------------------------------------------------------
       01  WS-FUND-COUNT             PIC 9(2) COMP VALUE 0.
       01  WS-FUND-IDX               PIC 9(2) COMP VALUE 0.
       01  WS-ORDER-FUND-IDX         PIC 9(2) COMP VALUE 0.
       01  WS-FUND-TABLE.
           05  WS-F-ENTRY OCCURS 50 TIMES.
               10  WS-F-FUND-CODE     PIC X(6).
               10  WS-F-FUND-NAME     PIC X(30).
               10  WS-F-BUDGET        PIC 9(7)V99.
               10  WS-F-COMMITTED     PIC 9(7)V99.
               10  WS-F-SPENT         PIC 9(7)V99.

      *----------------------------------------------------------------
      * WS-PO-TABLE - the LIBPO file as it stood, with this run's new
      * lines appended.
      *----------------------------------------------------------------
       01  WS-PO-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-PO-IDX                 PIC 9(4) COMP VALUE 0.
       01  WS-PO-OVERFLOW-SWITCH     PIC X VALUE 'N'.
           88  WS-PO-OVERFLOW        VALUE 'Y'.
       01  WS-PO-TABLE.
           05  WS-P-ENTRY OCCURS 1000 TIMES.
               10  WS-P-RECORD        PIC X(94).
       01  WS-LAST-PO-NUMBER         PIC 9(6) VALUE 0.
       01  WS-RUN-PO-NUMBER          PIC 9(6) VALUE 0.
       01  WS-RUN-LINE-NUMBER        PIC 9(3) VALUE 0.

       01  WS-COPIES-WANTED          PIC 9(4) COMP VALUE 0.
       01  WS-COPIES-HELD            PIC 9(4) COMP VALUE 0.
       01  WS-ORDER-QUANTITY         PIC 9(3) VALUE 0.
       01  WS-LINE-COST              PIC 9(7)V99 VALUE 0.
       01  WS-FUND-AVAILABLE         PIC S9(7)V99 VALUE 0.

       01  WS-LINES-ORDERED          PIC 9(4) COMP VALUE 0.
       01  WS-COPIES-ORDERED         PIC 9(5) COMP VALUE 0.
       01  WS-TOTAL-COMMITTED        PIC 9(7)V99 VALUE 0.
       01  WS-NOT-ORDERED-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-RECORDS-READ           PIC 9(7) COMP VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(28) VALUE "ACQUISITIONS ORDER RUN".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-H-RUN-DATE      PIC 9(8).
           05  FILLER PIC X(12) VALUE "  PO NUMBER ".
           05  WS-H-PO-NUMBER     PIC 9(6).
           05  FILLER PIC X(36) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(8)  VALUE "VENDOR: ".
           05  WS-H-VENDOR        PIC X(6).
           05  FILLER PIC X(8)  VALUE "  FUND: ".
           05  WS-H-FUND          PIC X(6).
           05  FILLER PIC X(14) VALUE "  UNIT PRICE: ".
           05  WS-H-PRICE         PIC ZZ,ZZ9.99.
           05  FILLER PIC X(23) VALUE "  HOLDS PER COPY UP TO ".
           05  WS-H-RATIO         PIC Z9.
           05  FILLER PIC X(24) VALUE SPACES.

       01  WS-REPORT-HEADING-3.
           05  FILLER PIC X(5)  VALUE "LINE".
           05  FILLER PIC X(32) VALUE "TITLE".
           05  FILLER PIC X(7)  VALUE "HOLDS".
           05  FILLER PIC X(8)  VALUE "COPIES".
           05  FILLER PIC X(10) VALUE "ON ORDER".
           05  FILLER PIC X(5)  VALUE "ORDER".
           05  FILLER PIC X(12) VALUE "      COST".
           05  FILLER PIC X(21) VALUE "NOTE".

       01  WS-DETAIL-LINE.
           05  WS-D-LINE          PIC ZZZ.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-TITLE         PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-HOLDS         PIC ZZZ9.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-D-COPIES        PIC ZZ9.
           05  FILLER             PIC X(6) VALUE SPACES.
           05  WS-D-ON-ORDER      PIC ZZ9.
           05  FILLER             PIC X(5) VALUE SPACES.
           05  WS-D-ORDER         PIC ZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-COST          PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-NOTE          PIC X(21).

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(15) VALUE "LINES ORDERED: ".
           05  WS-F-LINES         PIC ZZZ9.
           05  FILLER PIC X(10) VALUE "  COPIES: ".
           05  WS-F-COPIES        PIC ZZZZ9.
           05  FILLER PIC X(13) VALUE "  COMMITTED: ".
           05  WS-F-TOTAL-COMMITTED PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(16) VALUE "  NOT ORDERED: ".
           05  WS-F-NOT-ORDERED   PIC ZZZ9.
           05  FILLER             PIC X(21) VALUE SPACES.

       01  WS-FUND-FOOTER.
           05  FILLER PIC X(5)  VALUE "FUND ".
           05  WS-FF-FUND         PIC X(6).
           05  FILLER PIC X(9)  VALUE " BUDGET: ".
           05  WS-FF-BUDGET       PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(12) VALUE " COMMITTED: ".
           05  WS-FF-COMMITTED    PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(8)  VALUE " SPENT: ".
           05  WS-FF-SPENT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(8)  VALUE " AVAIL: ".
           05  WS-FF-AVAILABLE    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(3) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "AcqOrders" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           ACCEPT OPRAUTH-OPERATOR-ID FROM SYSIN
           MOVE "AcqOrders" TO OPRAUTH-CALLER-ID
           CALL "SignOnCheck" USING OPERATOR-AUTH-PARMS
           IF OPRAUTH-DENIED
               DISPLAY "*** SIGN-ON REJECTED - UNAUTHORIZED OPERATOR: "
                       OPRAUTH-OPERATOR-ID " ***"
               STOP RUN
           END-IF
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."

           PERFORM 0500-SET-RUN-PARAMETERS
           IF WS-CARD-ERROR = SPACES
               PERFORM 1000-CHECK-VENDOR
           END-IF
           IF WS-CARD-ERROR = SPACES
               PERFORM 1100-LOAD-FUND-TABLE
           END-IF
           IF WS-CARD-ERROR = SPACES
               PERFORM 1500-LOAD-PO-TABLE
           END-IF
           IF WS-CARD-ERROR NOT = SPACES
               DISPLAY "*** " WS-CARD-ERROR " - NOTHING ORDERED ***"
               PERFORM 9000-END-RC08
           END-IF

           PERFORM 1200-LOAD-CATALOG-TABLE
           PERFORM 1300-LOAD-HOLDINGS
           PERFORM 1400-LOAD-HOLD-QUEUE
           PERFORM 0900-OPEN-FILES

           PERFORM VARYING WS-T-IDX FROM 1 BY 1
                   UNTIL WS-T-IDX > WS-TITLE-COUNT
               IF WS-T-HOLDS (WS-T-IDX) > 0
                   PERFORM 2000-REVIEW-TITLE
               END-IF
           END-PERFORM

           PERFORM 3000-REWRITE-PO-FILE
           PERFORM 3100-REWRITE-FUND-FILE
           PERFORM 5000-TERMINATE
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-RECORDS-READ TO RLOG-RECORDS-READ
           MOVE WS-LINES-ORDERED TO RLOG-RECORDS-WRITTEN
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS
           STOP RUN.

      *----------------------------------------------------------------
      * 0500-SET-RUN-PARAMETERS - the ratio, vendor, price and fund
      * from the second SYSIN line.  Only the ratio has a default;
      * an order is not raised on a guessed vendor, price or fund.
      *----------------------------------------------------------------
       0500-SET-RUN-PARAMETERS.
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           IF WS-CARD-RATIO NUMERIC
              AND WS-CARD-RATIO > 0
               MOVE WS-CARD-RATIO TO WS-HOLDS-PER-COPY
           END-IF
           MOVE WS-CARD-VENDOR TO WS-ORDER-VENDOR
           MOVE WS-CARD-FUND   TO WS-ORDER-FUND
           IF WS-CARD-PRICE NUMERIC
               MOVE WS-CARD-PRICE TO WS-UNIT-PRICE
           END-IF
           IF WS-ORDER-VENDOR = SPACES
               MOVE "CONTROL CARD HAS NO VENDOR" TO WS-CARD-ERROR
           END-IF
           IF WS-UNIT-PRICE = 0
               MOVE "CONTROL CARD HAS NO UNIT PRICE" TO WS-CARD-ERROR
           END-IF
           IF WS-ORDER-FUND = SPACES
               MOVE "CONTROL CARD HAS NO FUND" TO WS-CARD-ERROR
           END-IF
           DISPLAY "Holds per copy: " WS-HOLDS-PER-COPY
                   "  vendor: " WS-ORDER-VENDOR
                   "  fund: " WS-ORDER-FUND.

      *----------------------------------------------------------------
      * 0900-OPEN-FILES
      *----------------------------------------------------------------
       0900-OPEN-FILES.
           OPEN EXTEND EXCEPTION-REPORT-FILE
           IF WS-EXCP-STATUS = "35"
               OPEN OUTPUT EXCEPTION-REPORT-FILE
           END-IF

           COMPUTE WS-RUN-PO-NUMBER = WS-LAST-PO-NUMBER + 1
           OPEN OUTPUT ACQ-REPORT-FILE
           MOVE WS-RUN-DATE       TO WS-H-RUN-DATE
           MOVE WS-RUN-PO-NUMBER  TO WS-H-PO-NUMBER
           MOVE WS-ORDER-VENDOR   TO WS-H-VENDOR
           MOVE WS-ORDER-FUND     TO WS-H-FUND
           MOVE WS-UNIT-PRICE     TO WS-H-PRICE
           MOVE WS-HOLDS-PER-COPY TO WS-H-RATIO
           WRITE ACQ-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE ACQ-REPORT-LINE FROM WS-REPORT-HEADING-2
           WRITE ACQ-REPORT-LINE FROM WS-REPORT-HEADING-3.

      *----------------------------------------------------------------
      * 1000-CHECK-VENDOR - the vendor must be on VENDMAST and active;
      * accounts payable will not pay a held or inactive one.
      *----------------------------------------------------------------
       1000-CHECK-VENDOR.
           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-VENDOR-STATUS = "35"
               MOVE "VENDMAST NOT FOUND" TO WS-CARD-ERROR
           ELSE
               PERFORM 1050-READ-VENDOR
               PERFORM UNTIL WS-VENDOR-END-OF-FILE
                       OR WS-VENDOR-FOUND
                   IF VEND-VENDOR-ID = WS-ORDER-VENDOR
                       MOVE 'Y' TO WS-VENDOR-FOUND-SWITCH
                   ELSE
                       PERFORM 1050-READ-VENDOR
                   END-IF
               END-PERFORM
               CLOSE VENDOR-MASTER-FILE
               IF NOT WS-VENDOR-FOUND
                   MOVE "VENDOR NOT ON VENDMAST" TO WS-CARD-ERROR
               ELSE
                   IF NOT VEND-ACTIVE
                       MOVE "VENDOR NOT ACTIVE ON VENDMAST"
                           TO WS-CARD-ERROR
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 1050-READ-VENDOR
      *----------------------------------------------------------------
       1050-READ-VENDOR.
           READ VENDOR-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-VENDOR-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      *----------------------------------------------------------------
      * 1100-LOAD-FUND-TABLE - the run's fund must be on ACQFUND.
      *----------------------------------------------------------------
       1100-LOAD-FUND-TABLE.
           OPEN INPUT ACQ-FUND-FILE
           IF WS-FUND-STATUS = "35"
               MOVE "ACQFUND NOT FOUND" TO WS-CARD-ERROR
           ELSE
               PERFORM 1150-READ-FUND
               PERFORM UNTIL WS-FUND-END-OF-FILE
                       OR WS-FUND-COUNT >= 50
                   ADD 1 TO WS-FUND-COUNT
                   MOVE ACQF-FUND-CODE
                       TO WS-F-FUND-CODE (WS-FUND-COUNT)
                   MOVE ACQF-FUND-NAME
                       TO WS-F-FUND-NAME (WS-FUND-COUNT)
                   MOVE ACQF-BUDGET-AMOUNT
                       TO WS-F-BUDGET (WS-FUND-COUNT)
                   MOVE ACQF-COMMITTED-AMOUNT
                       TO WS-F-COMMITTED (WS-FUND-COUNT)
                   MOVE ACQF-SPENT-AMOUNT
                       TO WS-F-SPENT (WS-FUND-COUNT)
                   IF ACQF-FUND-CODE = WS-ORDER-FUND
                       MOVE WS-FUND-COUNT TO WS-ORDER-FUND-IDX
                   END-IF
                   PERFORM 1150-READ-FUND
               END-PERFORM
               CLOSE ACQ-FUND-FILE
               IF WS-ORDER-FUND-IDX = 0
                   MOVE "FUND NOT ON ACQFUND" TO WS-CARD-ERROR
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 1150-READ-FUND
      *----------------------------------------------------------------
       1150-READ-FUND.
           READ ACQ-FUND-FILE
               AT END
                   MOVE 'Y' TO WS-FUND-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      *----------------------------------------------------------------
      * 1200-LOAD-CATALOG-TABLE - an order line is raised by ISBN.
      *----------------------------------------------------------------
       1200-LOAD-CATALOG-TABLE.
           OPEN INPUT CATALOG-FILE
           PERFORM 1250-READ-CATALOG
           PERFORM UNTIL WS-CAT-END-OF-FILE
                   OR WS-CATALOG-COUNT >= 500
               ADD 1 TO WS-CATALOG-COUNT
               MOVE BOOKCAT-ISBN  TO WS-C-ISBN (WS-CATALOG-COUNT)
               MOVE BOOKCAT-TITLE TO WS-C-TITLE (WS-CATALOG-COUNT)
               PERFORM 1250-READ-CATALOG
           END-PERFORM
           CLOSE CATALOG-FILE.

      *----------------------------------------------------------------
      * 1250-READ-CATALOG
      *----------------------------------------------------------------
       1250-READ-CATALOG.
           READ CATALOG-FILE
               AT END
                   MOVE 'Y' TO WS-CAT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      *----------------------------------------------------------------
      * 1300-LOAD-HOLDINGS - live copies per title.  A retired copy
      * is gone for good and does not count.
      *----------------------------------------------------------------
       1300-LOAD-HOLDINGS.
           OPEN INPUT HOLDINGS-FILE
           PERFORM 1350-READ-HOLDING
           PERFORM UNTIL WS-HOLD-END-OF-FILE
               MOVE LIBBOOK-TITLE TO WS-TARGET-TITLE
               PERFORM 2900-FIND-TITLE
               IF WS-TITLE-FOUND
                  AND LIBBOOK-STATUS NOT = 'X'
                   ADD 1 TO WS-T-COPIES (WS-TTL-FOUND-IDX)
               END-IF
               PERFORM 1350-READ-HOLDING
           END-PERFORM
           CLOSE HOLDINGS-FILE.

      *----------------------------------------------------------------
      * 1350-READ-HOLDING
      *----------------------------------------------------------------
       1350-READ-HOLDING.
           READ HOLDINGS-FILE
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      *----------------------------------------------------------------
      * 1400-LOAD-HOLD-QUEUE - every waiting hold counts against its
      * title, whichever copy it is queued on.  No queue file means
      * nobody is waiting.
      *----------------------------------------------------------------
       1400-LOAD-HOLD-QUEUE.
           OPEN INPUT HOLD-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = "35"
               PERFORM 1450-READ-HOLD-QUEUE
               PERFORM UNTIL WS-QUEUE-END-OF-FILE
                   MOVE HOLDQ-TITLE TO WS-TARGET-TITLE
                   PERFORM 2900-FIND-TITLE
                   IF WS-TITLE-FOUND
                       ADD 1 TO WS-T-HOLDS (WS-TTL-FOUND-IDX)
                   END-IF
                   PERFORM 1450-READ-HOLD-QUEUE
               END-PERFORM
               CLOSE HOLD-QUEUE-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1450-READ-HOLD-QUEUE
      *----------------------------------------------------------------
       1450-READ-HOLD-QUEUE.
           READ HOLD-QUEUE-FILE
               AT END
                   MOVE 'Y' TO WS-QUEUE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      *----------------------------------------------------------------
      * 1500-LOAD-PO-TABLE - the existing order lines, kept for the
      * rewrite; an open line's copies still to come count as on
      * order for its title.  The run's PO number follows the
      * highest on file.  The title table is not built yet, so the
      * on-order counts are picked up in 2050-COUNT-ON-ORDER.
      *----------------------------------------------------------------
       1500-LOAD-PO-TABLE.
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-PO-STATUS NOT = "35"
               PERFORM 1550-READ-PO-LINE
               PERFORM UNTIL WS-PO-END-OF-FILE
                       OR WS-PO-OVERFLOW
                   IF WS-PO-COUNT >= 1000
                       MOVE 'Y' TO WS-PO-OVERFLOW-SWITCH
                   ELSE
                       ADD 1 TO WS-PO-COUNT
                       MOVE PURCHASE-ORDER-RECORD
                           TO WS-P-RECORD (WS-PO-COUNT)
                       IF PO-NUMBER > WS-LAST-PO-NUMBER
                           MOVE PO-NUMBER TO WS-LAST-PO-NUMBER
                       END-IF
                       PERFORM 1550-READ-PO-LINE
                   END-IF
               END-PERFORM
               CLOSE PURCHASE-ORDER-FILE
               IF WS-PO-OVERFLOW
                   MOVE "LIBPO HOLDS MORE THAN 1000 LINES"
                       TO WS-CARD-ERROR
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 1550-READ-PO-LINE
      *----------------------------------------------------------------
       1550-READ-PO-LINE.
           READ PURCHASE-ORDER-FILE
               AT END
                   MOVE 'Y' TO WS-PO-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      *----------------------------------------------------------------
      * 2000-REVIEW-TITLE - enough copies, counting those on order,
      * to bring the holds per copy within the ratio; the shortfall
      * is ordered if the title is cataloged and the fund can pay.
      *----------------------------------------------------------------
       2000-REVIEW-TITLE.
           PERFORM 2050-COUNT-ON-ORDER
           COMPUTE WS-COPIES-WANTED =
               (WS-T-HOLDS (WS-T-IDX) + WS-HOLDS-PER-COPY - 1)
                   / WS-HOLDS-PER-COPY
           COMPUTE WS-COPIES-HELD = WS-T-COPIES (WS-T-IDX)
                                  + WS-T-ON-ORDER (WS-T-IDX)
           IF WS-COPIES-WANTED > WS-COPIES-HELD
               COMPUTE WS-ORDER-QUANTITY =
                   WS-COPIES-WANTED - WS-COPIES-HELD
               COMPUTE WS-LINE-COST =
                   WS-ORDER-QUANTITY * WS-UNIT-PRICE
               PERFORM 2100-FIND-ISBN
               COMPUTE WS-FUND-AVAILABLE =
                   WS-F-BUDGET (WS-ORDER-FUND-IDX)
                   - WS-F-COMMITTED (WS-ORDER-FUND-IDX)
                   - WS-F-SPENT (WS-ORDER-FUND-IDX)

               MOVE 0 TO WS-D-LINE
               MOVE WS-T-TITLE (WS-T-IDX)    TO WS-D-TITLE
               MOVE WS-T-HOLDS (WS-T-IDX)    TO WS-D-HOLDS
               MOVE WS-T-COPIES (WS-T-IDX)   TO WS-D-COPIES
               MOVE WS-T-ON-ORDER (WS-T-IDX) TO WS-D-ON-ORDER
               MOVE WS-ORDER-QUANTITY        TO WS-D-ORDER
               MOVE WS-LINE-COST             TO WS-D-COST
               EVALUATE TRUE
                   WHEN WS-ORDER-ISBN = 0
                       MOVE "NOT ORDERED-NO ISBN" TO WS-D-NOTE
                       MOVE "TITLE NOT IN CATALOG - NOT ORDERED"
                           TO EXCP-REASON
                       PERFORM 2800-LOG-NOT-ORDERED
                   WHEN WS-LINE-COST > WS-FUND-AVAILABLE
                       MOVE "NOT ORDERED-FUND" TO WS-D-NOTE
                       MOVE "ACQUISITION FUND SHORT - NOT ORDERED"
                           TO EXCP-REASON
                       PERFORM 2800-LOG-NOT-ORDERED
                   WHEN WS-PO-COUNT >= 1000
                       MOVE "NOT ORDERED-LIBPO FULL" TO WS-D-NOTE
                       MOVE "LIBPO FULL - NOT ORDERED"
                           TO EXCP-REASON
                       PERFORM 2800-LOG-NOT-ORDERED
                   WHEN OTHER
                       PERFORM 2200-ADD-ORDER-LINE
                       MOVE WS-RUN-LINE-NUMBER TO WS-D-LINE
                       MOVE "ORDERED" TO WS-D-NOTE
               END-EVALUATE
               WRITE ACQ-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

      *----------------------------------------------------------------
      * 2050-COUNT-ON-ORDER - copies still to come on the title's
      * open order lines.
      *----------------------------------------------------------------
       2050-COUNT-ON-ORDER.
           MOVE 0 TO WS-T-ON-ORDER (WS-T-IDX)
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               MOVE WS-P-RECORD (WS-PO-IDX) TO PURCHASE-ORDER-RECORD
               IF PO-LINE-OPEN
                  AND PO-TITLE = WS-T-TITLE (WS-T-IDX)
                  AND PO-QTY-ORDERED > PO-QTY-RECEIVED
                   COMPUTE WS-T-ON-ORDER (WS-T-IDX) =
                       WS-T-ON-ORDER (WS-T-IDX)
                       + PO-QTY-ORDERED - PO-QTY-RECEIVED
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2100-FIND-ISBN - the catalog ISBN for the title, zero when
      * the title is not cataloged.
      *----------------------------------------------------------------
       2100-FIND-ISBN.
           MOVE 0 TO WS-ORDER-ISBN
           PERFORM VARYING WS-C-IDX FROM 1 BY 1
                   UNTIL WS-C-IDX > WS-CATALOG-COUNT
                      OR WS-ORDER-ISBN NOT = 0
               IF WS-C-TITLE (WS-C-IDX) = WS-T-TITLE (WS-T-IDX)
                   MOVE WS-C-ISBN (WS-C-IDX) TO WS-ORDER-ISBN
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2200-ADD-ORDER-LINE - the line goes on the run's PO and its
      * cost is committed against the fund.
      *----------------------------------------------------------------
       2200-ADD-ORDER-LINE.
           ADD 1 TO WS-RUN-LINE-NUMBER
           MOVE WS-RUN-PO-NUMBER   TO PO-NUMBER
           MOVE WS-RUN-LINE-NUMBER TO PO-LINE-NUMBER
           MOVE WS-RUN-DATE        TO PO-ORDER-DATE
           MOVE WS-ORDER-VENDOR    TO PO-VENDOR-ID
           MOVE WS-ORDER-FUND      TO PO-FUND-CODE
           MOVE WS-ORDER-ISBN      TO PO-ISBN
           MOVE WS-T-TITLE (WS-T-IDX) TO PO-TITLE
           MOVE WS-ORDER-QUANTITY  TO PO-QTY-ORDERED
           MOVE 0                  TO PO-QTY-RECEIVED
           MOVE WS-UNIT-PRICE      TO PO-UNIT-PRICE
           MOVE 'O'                TO PO-LINE-STATUS
           MOVE 0                  TO PO-CLOSE-DATE
           ADD 1 TO WS-PO-COUNT
           MOVE PURCHASE-ORDER-RECORD TO WS-P-RECORD (WS-PO-COUNT)

           ADD WS-LINE-COST TO WS-F-COMMITTED (WS-ORDER-FUND-IDX)
           ADD WS-LINE-COST TO WS-TOTAL-COMMITTED
           ADD WS-ORDER-QUANTITY TO WS-COPIES-ORDERED
           ADD 1 TO WS-LINES-ORDERED.

      *----------------------------------------------------------------
      * 2800-LOG-NOT-ORDERED - EXCP-REASON already set by the caller.
      *----------------------------------------------------------------
       2800-LOG-NOT-ORDERED.
           MOVE "AcqOrders"           TO EXCP-PROGRAM-ID
           MOVE WS-T-TITLE (WS-T-IDX) TO EXCP-KEY-VALUE
           MOVE "HOLDQ-TITLE"         TO EXCP-FIELD-NAME
           MOVE WS-RUN-DATE           TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD
           ADD 1 TO WS-NOT-ORDERED-COUNT.

      *----------------------------------------------------------------
      * 2900-FIND-TITLE - the title table entry for WS-TARGET-TITLE,
      * created on first sight.
      *----------------------------------------------------------------
       2900-FIND-TITLE.
           MOVE 'N' TO WS-TTL-FOUND-SWITCH
           MOVE 0   TO WS-TTL-FOUND-IDX
           PERFORM VARYING WS-T-IDX FROM 1 BY 1
                   UNTIL WS-T-IDX > WS-TITLE-COUNT
                      OR WS-TITLE-FOUND
               IF WS-T-TITLE (WS-T-IDX) = WS-TARGET-TITLE
                   MOVE 'Y' TO WS-TTL-FOUND-SWITCH
                   SET WS-TTL-FOUND-IDX TO WS-T-IDX
               END-IF
           END-PERFORM
           IF NOT WS-TITLE-FOUND
              AND WS-TITLE-COUNT < 200
               ADD 1 TO WS-TITLE-COUNT
               MOVE WS-TARGET-TITLE TO WS-T-TITLE (WS-TITLE-COUNT)
               MOVE 0 TO WS-T-COPIES (WS-TITLE-COUNT)
               MOVE 0 TO WS-T-HOLDS (WS-TITLE-COUNT)
               MOVE 0 TO WS-T-ON-ORDER (WS-TITLE-COUNT)
               MOVE WS-TITLE-COUNT TO WS-TTL-FOUND-IDX
               MOVE 'Y' TO WS-TTL-FOUND-SWITCH
           END-IF.

      *----------------------------------------------------------------
      * 3000-REWRITE-PO-FILE
      *----------------------------------------------------------------
       3000-REWRITE-PO-FILE.
           OPEN OUTPUT PURCHASE-ORDER-FILE
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               MOVE WS-P-RECORD (WS-PO-IDX) TO PURCHASE-ORDER-RECORD
               WRITE PURCHASE-ORDER-RECORD
           END-PERFORM
           CLOSE PURCHASE-ORDER-FILE.

      *----------------------------------------------------------------
      * 3100-REWRITE-FUND-FILE
      *----------------------------------------------------------------
       3100-REWRITE-FUND-FILE.
           OPEN OUTPUT ACQ-FUND-FILE
           PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
                   UNTIL WS-FUND-IDX > WS-FUND-COUNT
               MOVE WS-F-FUND-CODE (WS-FUND-IDX) TO ACQF-FUND-CODE
               MOVE WS-F-FUND-NAME (WS-FUND-IDX) TO ACQF-FUND-NAME
               MOVE WS-F-BUDGET (WS-FUND-IDX) TO ACQF-BUDGET-AMOUNT
               MOVE WS-F-COMMITTED (WS-FUND-IDX)
                   TO ACQF-COMMITTED-AMOUNT
               MOVE WS-F-SPENT (WS-FUND-IDX) TO ACQF-SPENT-AMOUNT
               WRITE ACQ-FUND-RECORD
           END-PERFORM
           CLOSE ACQ-FUND-FILE.

      *----------------------------------------------------------------
      * 5000-TERMINATE - run totals and where the fund now stands.
      *----------------------------------------------------------------
       5000-TERMINATE.
           MOVE WS-LINES-ORDERED     TO WS-F-LINES
           MOVE WS-COPIES-ORDERED    TO WS-F-COPIES
           MOVE WS-TOTAL-COMMITTED   TO WS-F-TOTAL-COMMITTED
           MOVE WS-NOT-ORDERED-COUNT TO WS-F-NOT-ORDERED
           WRITE ACQ-REPORT-LINE FROM WS-REPORT-FOOTER

           MOVE WS-ORDER-FUND TO WS-FF-FUND
           MOVE WS-F-BUDGET (WS-ORDER-FUND-IDX)    TO WS-FF-BUDGET
           MOVE WS-F-COMMITTED (WS-ORDER-FUND-IDX) TO WS-FF-COMMITTED
           MOVE WS-F-SPENT (WS-ORDER-FUND-IDX)     TO WS-FF-SPENT
           COMPUTE WS-FF-AVAILABLE =
               WS-F-BUDGET (WS-ORDER-FUND-IDX)
               - WS-F-COMMITTED (WS-ORDER-FUND-IDX)
               - WS-F-SPENT (WS-ORDER-FUND-IDX)
           WRITE ACQ-REPORT-LINE FROM WS-FUND-FOOTER
           CLOSE ACQ-REPORT-FILE
           CLOSE EXCEPTION-REPORT-FILE

           DISPLAY "PO " WS-RUN-PO-NUMBER
                   "  LINES ORDERED: " WS-LINES-ORDERED
                   "  NOT ORDERED: " WS-NOT-ORDERED-COUNT.

      *----------------------------------------------------------------
      * 9000-END-RC08 - nothing is ordered on a bad control card or
      * an unusable vendor, fund or order file.
      *----------------------------------------------------------------
       9000-END-RC08.
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-RECORDS-READ TO RLOG-RECORDS-READ
           MOVE 0 TO RLOG-RECORDS-WRITTEN
           MOVE "RC08" TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS
           MOVE 8 TO RETURN-CODE
           STOP RUN.
