      *                  CLOCK, SO A PAST-MIDNIGHT RERUN STILL STAMPS
      *                  ITS POSTINGS AND EXCEPTIONS WITH THE
      *                  INTENDED BUSINESS DATE.
      * 2026-10-15  DLH  A NEW COPY NOW BELONGS TO A BRANCH - THE
      *                  REQUEST'S BOOKMNT-BRANCH (BLANK = THE MAIN
      *                  BRANCH), WHICH MUST BE ON THE LIBBRCH BRANCH
      *                  FILE, BECOMES BOTH ITS HOME BRANCH AND ITS
      *                  LOCATION.  EXISTING HOLDINGS CARRY THEIR
      *                  BRANCH FIELDS THROUGH THE REWRITE.
      * 2026-10-15  DLH  NEW RECEIVE ('R') REQUEST BOOKS COPIES
      *                  ARRIVING ON A LIBPO PURCHASE-ORDER LINE
      *                  RAISED BY AcqOrders: THE COPIES ARE ADDED TO
      *                  LIBBOOK AS ON AN ADD-COPY, THE LINE'S RECEIVED
      *                  COUNT GOES UP AND THE LINE CLOSES ONCE
      *                  EVERYTHING ORDERED HAS ARRIVED, AND THEIR
      *                  COST MOVES FROM COMMITTED TO SPENT ON THE
      *                  ACQFUND FUND.  EVERY RUN ENDS WITH THE POOPEN
      *                  LIST OF ORDER LINES STILL OUTSTANDING.
      * 2026-10-15  DLH  CARRIES THE NEW LIBBOOK RENEWAL COUNT
      *                  THROUGH THE HOLDINGS REWRITE; A NEW COPY
      *                  STARTS WITH NONE.
      * 2026-10-15  DLH  BOOKCAT NOW CARRIES THE AUTHOR AND UP TO THREE
      *                  SUBJECT HEADINGS.  AN ADD CATALOGS THEM FROM
      *                  THE REQUEST, AND THE NEW UPDATE-CATALOG ('U')
      *                  REQUEST SETS THEM ON A TITLE ALREADY
      *                  CATALOGED - A NEW AUTHOR ALSO GOES ON EVERY
      *                  LIBBOOK COPY OF THE TITLE.  BOTH FEED THE
      *                  CATINDX KEYWORD INDEX CatalogIndex REBUILDS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT BRANCH-FILE ASSIGN TO "LIBBRCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO "LIBPO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

           SELECT ACQ-FUND-FILE ASSIGN TO "ACQFUND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUND-STATUS.

           SELECT OPEN-ORDER-REPORT-FILE ASSIGN TO "POOPEN"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       FD  BRANCH-FILE.
       COPY LIBBRCH.

       FD  PURCHASE-ORDER-FILE.
       COPY LIBPO.

       FD  ACQ-FUND-FILE.
       COPY ACQFUND.

       FD  OPEN-ORDER-REPORT-FILE.
       01  OPEN-ORDER-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.
       01  WS-FOUND-CAT-IDX          PIC 9(5) COMP VALUE 0.
       01  WS-COPY-AUTHOR            PIC X(20).
       01  WS-NEXT-COPY-NUMBER       PIC 9(2) VALUE 0.
       01  WS-SUBJ-IDX               PIC 9(1) COMP VALUE 0.
       01  WS-SUBJECTS-GIVEN-SWITCH  PIC X VALUE 'N'.
           88  WS-SUBJECTS-GIVEN     VALUE 'Y'.

      *----------------------------------------------------------------
      * WS-ISBN-NUMBER / WS-ISBN-DIGITS - ISBN-13 check digit working

       01  WS-ADDED-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-REJECTED-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-UPDATED-COUNT          PIC 9(4) COMP VALUE 0.

       01  WS-CATALOG-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-CATALOG-TABLE.
                   INDEXED BY WS-CAT-IDX.
               10  WS-C-ISBN                PIC 9(13).
               10  WS-C-TITLE               PIC X(40).
               10  WS-C-AUTHOR              PIC X(20).
               10  WS-C-SUBJECT             PIC X(20) OCCURS 3 TIMES.

       01  WS-HOLDING-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-HOLDING-TABLE.
               10  WS-H-COPY-NBR            PIC 9(2).
               10  WS-H-BORROWER            PIC X(10).
               10  WS-H-WAITING             PIC X(10).
               10  WS-H-HOME-BRANCH         PIC X(30).
               10  WS-H-LOCATION            PIC X(30).
               10  WS-H-RENEWALS            PIC 9(2).

      *----------------------------------------------------------------
      * Branch handling - the LIBBRCH branch list; the first entry is
      * the main branch.  Without the file the library is the one
      * main branch it always was.
      *----------------------------------------------------------------
       01  WS-BRANCH-STATUS          PIC X(2).
       01  WS-BRANCH-COUNT           PIC 9(2) COMP VALUE 0.
       01  WS-BR-FOUND-SWITCH        PIC X VALUE 'N'.
           88  WS-BRANCH-FOUND       VALUE 'Y'.
       01  WS-BRANCH-TABLE.
           05  WS-BR-NAME OCCURS 10 TIMES INDEXED BY WS-BR-IDX
                                     PIC X(30).
       01  WS-NEW-COPY-BRANCH        PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------
      * Purchase-order receiving - the LIBPO order lines and the
      * ACQFUND funds, each rewritten only when its file was there
      * to load.
      *----------------------------------------------------------------
       01  WS-PO-STATUS              PIC X(2).
       01  WS-FUND-STATUS            PIC X(2).
       01  WS-PO-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-PO-END-OF-FILE     VALUE 'Y'.
       01  WS-FUND-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-FUND-END-OF-FILE   VALUE 'Y'.
       01  WS-PO-LOADED-SWITCH       PIC X VALUE 'N'.
           88  WS-PO-FILE-LOADED     VALUE 'Y'.
       01  WS-FUND-LOADED-SWITCH     PIC X VALUE 'N'.
           88  WS-FUND-FILE-LOADED   VALUE 'Y'.
       01  WS-PO-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-PO-IDX                 PIC 9(4) COMP VALUE 0.
       01  WS-PO-FOUND-IDX           PIC 9(4) COMP VALUE 0.
       01  WS-PO-TABLE.
           05  WS-P-RECORD OCCURS 1000 TIMES PIC X(94).
       01  WS-FUND-COUNT             PIC 9(2) COMP VALUE 0.
       01  WS-FUND-IDX               PIC 9(2) COMP VALUE 0.
       01  WS-FUND-TABLE.
           05  WS-F-RECORD OCCURS 50 TIMES PIC X(63).
       01  WS-RECEIVE-QUANTITY       PIC 9(3) VALUE 0.
       01  WS-OUTSTANDING-QUANTITY   PIC 9(3) VALUE 0.
       01  WS-RECEIVED-COST          PIC 9(7)V99 VALUE 0.
       01  WS-COPY-STEP              PIC 9(3) COMP VALUE 0.
       01  WS-OPEN-LINE-COUNT        PIC 9(4) COMP VALUE 0.

       01  WS-OPEN-HEADING-1.
           05  FILLER PIC X(40)
               VALUE "PURCHASE ORDER LINES STILL OUTSTANDING".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-OH-RUN-DATE     PIC 9(8).
           05  FILLER PIC X(42) VALUE SPACES.

       01  WS-OPEN-HEADING-2.
           05  FILLER PIC X(11) VALUE "PO     LINE".
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(32) VALUE "TITLE".
           05  FILLER PIC X(8)  VALUE "VENDOR".
           05  FILLER PIC X(8)  VALUE "FUND".
           05  FILLER PIC X(10) VALUE "ORDER DT".
           05  FILLER PIC X(8)  VALUE "QTY".
           05  FILLER PIC X(6)  VALUE "RECD".
           05  FILLER PIC X(15) VALUE "OUTSTANDING".

       01  WS-OPEN-DETAIL-LINE.
           05  WS-OD-PO           PIC 9(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-OD-LINE         PIC 9(3).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-OD-TITLE        PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-OD-VENDOR       PIC X(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-OD-FUND         PIC X(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-OD-ORDER-DATE   PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-OD-ORDERED      PIC ZZ9.
           05  FILLER             PIC X(5) VALUE SPACES.
           05  WS-OD-RECEIVED     PIC ZZ9.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-OD-OUTSTANDING  PIC ZZ9.
           05  FILLER             PIC X(12) VALUE SPACES.

       01  WS-OPEN-FOOTER.
           05  FILLER PIC X(18) VALUE "OPEN ORDER LINES: ".
           05  WS-OF-COUNT        PIC ZZZ9.
           05  FILLER             PIC X(78) VALUE SPACES.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.
           05  WS-F-ADDED-COUNT   PIC ZZZ9.
           05  FILLER PIC X(12) VALUE "  REJECTED: ".
           05  WS-F-REJECTED-COUNT PIC ZZZ9.
           05  FILLER PIC X(11) VALUE "  UPDATED: ".
           05  WS-F-UPDATED-COUNT PIC ZZZ9.
           05  FILLER             PIC X(32) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
           PERFORM 0900-OPEN-EXCEPTION-FILE
           PERFORM 1000-LOAD-CATALOG-TABLE
           PERFORM 1100-LOAD-HOLDING-TABLE
           PERFORM 1200-LOAD-BRANCH-TABLE
           PERFORM 1300-LOAD-PO-TABLE
           PERFORM 1400-LOAD-FUND-TABLE
           PERFORM 1500-OPEN-REPORT

           OPEN INPUT MAINTENANCE-FILE

           PERFORM 3000-REWRITE-CATALOG
           PERFORM 3100-REWRITE-HOLDINGS
           PERFORM 3200-REWRITE-PO-FILE
           PERFORM 3300-REWRITE-FUND-FILE
           PERFORM 4000-PRINT-FOOTER
           PERFORM 4100-PRINT-OPEN-ORDERS
           CLOSE EXCEPTION-REPORT-FILE
           STOP RUN.

                   UNTIL WS-END-OF-FILE
               MOVE BOOKCAT-ISBN  TO WS-C-ISBN (WS-CAT-IDX)
               MOVE BOOKCAT-TITLE TO WS-C-TITLE (WS-CAT-IDX)
               MOVE BOOKCAT-AUTHOR TO WS-C-AUTHOR (WS-CAT-IDX)
               MOVE BOOKCAT-SUBJECT (1) TO WS-C-SUBJECT (WS-CAT-IDX 1)
               MOVE BOOKCAT-SUBJECT (2) TO WS-C-SUBJECT (WS-CAT-IDX 2)
               MOVE BOOKCAT-SUBJECT (3) TO WS-C-SUBJECT (WS-CAT-IDX 3)
               ADD 1 TO WS-CATALOG-COUNT
               PERFORM 1010-READ-CATALOG
           END-PERFORM
                   TO WS-H-BORROWER (WS-HOLD-IDX)
               MOVE LIBBOOK-WAITING-PATRON
                   TO WS-H-WAITING (WS-HOLD-IDX)
               MOVE LIBBOOK-HOME-BRANCH
                   TO WS-H-HOME-BRANCH (WS-HOLD-IDX)
               MOVE LIBBOOK-LOCATION
                   TO WS-H-LOCATION (WS-HOLD-IDX)
               IF LIBBOOK-RENEWAL-COUNT NUMERIC
                   MOVE LIBBOOK-RENEWAL-COUNT
                       TO WS-H-RENEWALS (WS-HOLD-IDX)
               ELSE
                   MOVE ZERO TO WS-H-RENEWALS (WS-HOLD-IDX)
               END-IF
               ADD 1 TO WS-HOLDING-COUNT
               PERFORM 1110-READ-HOLDING
           END-PERFORM
                   MOVE 'Y' TO WS-HOLD-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1200-LOAD-BRANCH-TABLE
      *----------------------------------------------------------------
       1200-LOAD-BRANCH-TABLE.
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS NOT = "35"
               PERFORM 1210-READ-BRANCH
               PERFORM UNTIL WS-BRANCH-STATUS NOT = "00"
                      OR WS-BRANCH-COUNT >= 10
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE LIBBR-BRANCH-NAME
                       TO WS-BR-NAME (WS-BRANCH-COUNT)
                   PERFORM 1210-READ-BRANCH
               END-PERFORM
               CLOSE BRANCH-FILE
           END-IF
           IF WS-BRANCH-COUNT = 0
               MOVE 1 TO WS-BRANCH-COUNT
               MOVE "Central Library" TO WS-BR-NAME (1)
           END-IF.

      *----------------------------------------------------------------
      * 1210-READ-BRANCH
      *----------------------------------------------------------------
       1210-READ-BRANCH.
           READ BRANCH-FILE
               AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------
      * 1300-LOAD-PO-TABLE - no LIBPO file means nothing is on order.
      *----------------------------------------------------------------
       1300-LOAD-PO-TABLE.
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-PO-STATUS NOT = "35"
               MOVE 'Y' TO WS-PO-LOADED-SWITCH
               PERFORM 1310-READ-PO-LINE
               PERFORM UNTIL WS-PO-END-OF-FILE
                       OR WS-PO-COUNT >= 1000
                   ADD 1 TO WS-PO-COUNT
                   MOVE PURCHASE-ORDER-RECORD
                       TO WS-P-RECORD (WS-PO-COUNT)
                   PERFORM 1310-READ-PO-LINE
               END-PERFORM
               CLOSE PURCHASE-ORDER-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1310-READ-PO-LINE
      *----------------------------------------------------------------
       1310-READ-PO-LINE.
           READ PURCHASE-ORDER-FILE
               AT END
                   MOVE 'Y' TO WS-PO-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1400-LOAD-FUND-TABLE
      *----------------------------------------------------------------
       1400-LOAD-FUND-TABLE.
           OPEN INPUT ACQ-FUND-FILE
           IF WS-FUND-STATUS NOT = "35"
               MOVE 'Y' TO WS-FUND-LOADED-SWITCH
               PERFORM 1410-READ-FUND
               PERFORM UNTIL WS-FUND-END-OF-FILE
                       OR WS-FUND-COUNT >= 50
                   ADD 1 TO WS-FUND-COUNT
                   MOVE ACQ-FUND-RECORD TO WS-F-RECORD (WS-FUND-COUNT)
                   PERFORM 1410-READ-FUND
               END-PERFORM
               CLOSE ACQ-FUND-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1410-READ-FUND
      *----------------------------------------------------------------
       1410-READ-FUND.
           READ ACQ-FUND-FILE
               AT END
                   MOVE 'Y' TO WS-FUND-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1500-OPEN-REPORT
      *----------------------------------------------------------------
      *----------------------------------------------------------------
       2000-APPLY-MAINTENANCE.
           MOVE BOOKMNT-ISBN TO WS-D-ISBN
           PERFORM 2050-FIND-BRANCH

           EVALUATE TRUE
               WHEN BOOKMNT-IS-ADD
                   MOVE "ADD" TO WS-D-REQUEST
                   IF WS-BRANCH-FOUND
                       PERFORM 2600-ADD-BOOK
                   ELSE
                       PERFORM 2690-REJECT-BRANCH
                   END-IF
               WHEN BOOKMNT-IS-ADD-COPY
                   MOVE "ADD COPY" TO WS-D-REQUEST
                   IF WS-BRANCH-FOUND
                       PERFORM 2660-ADD-COPY
                   ELSE
                       PERFORM 2690-REJECT-BRANCH
                   END-IF
               WHEN BOOKMNT-IS-RECEIVE
                   MOVE "RECEIVE" TO WS-D-REQUEST
                   IF WS-BRANCH-FOUND
                       PERFORM 2700-RECEIVE-ORDER
                   ELSE
                       PERFORM 2690-REJECT-BRANCH
                   END-IF
               WHEN BOOKMNT-IS-UPDATE-CATALOG
                   MOVE "UPDATE CAT" TO WS-D-REQUEST
                   PERFORM 2800-UPDATE-CATALOG
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-D-REQUEST
                   MOVE "*** UNKNOWN REQUEST TYPE - REJECTED ***"
           WRITE MAINTENANCE-REPORT-LINE FROM WS-DETAIL-LINE
           PERFORM 2100-READ-MAINTENANCE.

      *----------------------------------------------------------------
      * 2050-FIND-BRANCH - the new copy's branch, the main branch when
      * the request leaves it blank, checked against the branch table.
      *----------------------------------------------------------------
       2050-FIND-BRANCH.
           MOVE BOOKMNT-BRANCH TO WS-NEW-COPY-BRANCH
           IF WS-NEW-COPY-BRANCH = SPACES
               MOVE WS-BR-NAME (1) TO WS-NEW-COPY-BRANCH
           END-IF
           MOVE 'N' TO WS-BR-FOUND-SWITCH
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-COUNT
                      OR WS-BRANCH-FOUND
               IF WS-BR-NAME (WS-BR-IDX) = WS-NEW-COPY-BRANCH
                   MOVE 'Y' TO WS-BR-FOUND-SWITCH
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2100-READ-MAINTENANCE
      *----------------------------------------------------------------
                           TO WS-C-ISBN (WS-CATALOG-COUNT)
                       MOVE BOOKMNT-TITLE
                           TO WS-C-TITLE (WS-CATALOG-COUNT)
                       MOVE BOOKMNT-AUTHOR
                           TO WS-C-AUTHOR (WS-CATALOG-COUNT)
                       PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                               UNTIL WS-SUBJ-IDX > 3
                           MOVE BOOKMNT-SUBJECT (WS-SUBJ-IDX)
                               TO WS-C-SUBJECT
                                  (WS-CATALOG-COUNT WS-SUBJ-IDX)
                       END-PERFORM

                       ADD 1 TO WS-HOLDING-COUNT
                       MOVE BOOKMNT-TITLE
                           TO WS-H-AUTHOR (WS-HOLDING-COUNT)
                       MOVE 'S' TO WS-H-STATUS (WS-HOLDING-COUNT)
                       MOVE ZERO TO WS-H-DUE-DATE (WS-HOLDING-COUNT)
                       MOVE ZERO TO WS-H-RENEWALS (WS-HOLDING-COUNT)
                       MOVE 1    TO WS-H-COPY-NBR (WS-HOLDING-COUNT)
                       MOVE SPACES
                           TO WS-H-BORROWER (WS-HOLDING-COUNT)
                       MOVE SPACES
                           TO WS-H-WAITING (WS-HOLDING-COUNT)
                       MOVE WS-NEW-COPY-BRANCH
                           TO WS-H-HOME-BRANCH (WS-HOLDING-COUNT)
                       MOVE WS-NEW-COPY-BRANCH
                           TO WS-H-LOCATION (WS-HOLDING-COUNT)

                       MOVE "ADDED TO CATALOG AND HOLDINGS"
                           TO WS-D-RESULT
               PERFORM 2900-LOG-REJECT
           ELSE
               PERFORM 2640-NEXT-COPY-NUMBER
               PERFORM 2665-APPEND-COPY

               MOVE "COPY ADDED TO HOLDINGS"
                   TO WS-D-RESULT
               ADD 1 TO WS-ADDED-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 2665-APPEND-COPY - one new on-shelf copy of the catalog
      * entry's title, numbered WS-NEXT-COPY-NUMBER, at the
      * request's branch.
      *----------------------------------------------------------------
       2665-APPEND-COPY.
           ADD 1 TO WS-HOLDING-COUNT
           MOVE WS-C-TITLE (WS-FOUND-CAT-IDX)
               TO WS-H-TITLE (WS-HOLDING-COUNT)
           MOVE WS-COPY-AUTHOR TO WS-H-AUTHOR (WS-HOLDING-COUNT)
           MOVE 'S'            TO WS-H-STATUS (WS-HOLDING-COUNT)
           MOVE ZERO TO WS-H-DUE-DATE (WS-HOLDING-COUNT)
           MOVE ZERO TO WS-H-RENEWALS (WS-HOLDING-COUNT)
           MOVE SPACES TO WS-H-BORROWER (WS-HOLDING-COUNT)
           MOVE SPACES TO WS-H-WAITING (WS-HOLDING-COUNT)
           MOVE WS-NEW-COPY-BRANCH
               TO WS-H-HOME-BRANCH (WS-HOLDING-COUNT)
           MOVE WS-NEW-COPY-BRANCH
               TO WS-H-LOCATION (WS-HOLDING-COUNT)
           MOVE WS-NEXT-COPY-NUMBER
               TO WS-H-COPY-NBR (WS-HOLDING-COUNT).

      *----------------------------------------------------------------
      * 2700-RECEIVE-ORDER - copies arriving on an open LIBPO line
      * for the same ISBN are added as new copies of the cataloged
      * title; the line's received count goes up (closing it once
      * everything ordered is in) and the delivery's cost moves from
      * committed to spent on the line's fund.
      *----------------------------------------------------------------
       2700-RECEIVE-ORDER.
           PERFORM 2710-FIND-PO-LINE
           MOVE 0 TO WS-OUTSTANDING-QUANTITY
           MOVE 0 TO WS-RECEIVE-QUANTITY
           IF WS-PO-FOUND-IDX > 0
               COMPUTE WS-OUTSTANDING-QUANTITY =
                   PO-QTY-ORDERED - PO-QTY-RECEIVED
               IF BOOKMNT-QUANTITY NUMERIC
                   MOVE BOOKMNT-QUANTITY TO WS-RECEIVE-QUANTITY
               END-IF
               IF WS-RECEIVE-QUANTITY = 0
                   MOVE WS-OUTSTANDING-QUANTITY TO WS-RECEIVE-QUANTITY
               END-IF
           END-IF
           PERFORM 2630-FIND-CATALOG-ENTRY

           EVALUATE TRUE
               WHEN WS-PO-FOUND-IDX = 0
                   MOVE "*** REJECTED - NO OPEN PO LINE ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN PO-ISBN NOT = BOOKMNT-ISBN
                   MOVE "*** REJECTED - ISBN NOT ON PO LINE ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN WS-RECEIVE-QUANTITY > WS-OUTSTANDING-QUANTITY
                   MOVE "*** REJECTED - MORE THAN OUTSTANDING ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN NOT WS-DUPLICATE-FOUND
                   MOVE "*** REJECTED - NO CATALOG ENTRY FOR ISBN ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN OTHER
                   PERFORM 2640-NEXT-COPY-NUMBER
                   PERFORM VARYING WS-COPY-STEP FROM 1 BY 1
                           UNTIL WS-COPY-STEP > WS-RECEIVE-QUANTITY
                       PERFORM 2665-APPEND-COPY
                       ADD 1 TO WS-NEXT-COPY-NUMBER
                   END-PERFORM
                   ADD WS-RECEIVE-QUANTITY TO PO-QTY-RECEIVED
                   IF PO-QTY-RECEIVED = PO-QTY-ORDERED
                       MOVE 'C' TO PO-LINE-STATUS
                       MOVE WS-RUN-DATE TO PO-CLOSE-DATE
                       MOVE "RECEIVED - PO LINE CLOSED"
                           TO WS-D-RESULT
                   ELSE
                       MOVE "RECEIVED - PO LINE STILL OPEN"
                           TO WS-D-RESULT
                   END-IF
                   MOVE PURCHASE-ORDER-RECORD
                       TO WS-P-RECORD (WS-PO-FOUND-IDX)
                   COMPUTE WS-RECEIVED-COST =
                       WS-RECEIVE-QUANTITY * PO-UNIT-PRICE
                   PERFORM 2720-SPEND-FUND
                   ADD 1 TO WS-ADDED-COUNT
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2710-FIND-PO-LINE - the open order line the request names,
      * left in PURCHASE-ORDER-RECORD when found.
      *----------------------------------------------------------------
       2710-FIND-PO-LINE.
           MOVE 0 TO WS-PO-FOUND-IDX
           IF BOOKMNT-PO-NUMBER NUMERIC
              AND BOOKMNT-PO-LINE NUMERIC
               PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                       UNTIL WS-PO-IDX > WS-PO-COUNT
                          OR WS-PO-FOUND-IDX > 0
                   MOVE WS-P-RECORD (WS-PO-IDX)
                       TO PURCHASE-ORDER-RECORD
                   IF PO-NUMBER = BOOKMNT-PO-NUMBER
                      AND PO-LINE-NUMBER = BOOKMNT-PO-LINE
                      AND PO-LINE-OPEN
                       MOVE WS-PO-IDX TO WS-PO-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * 2720-SPEND-FUND - the delivery's cost leaves committed and
      * becomes spent.  Committed never goes below zero, should the
      * fund have been reset since the order was raised.
      *----------------------------------------------------------------
       2720-SPEND-FUND.
           PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
                   UNTIL WS-FUND-IDX > WS-FUND-COUNT
               MOVE WS-F-RECORD (WS-FUND-IDX) TO ACQ-FUND-RECORD
               IF ACQF-FUND-CODE = PO-FUND-CODE
                   IF ACQF-COMMITTED-AMOUNT > WS-RECEIVED-COST
                       SUBTRACT WS-RECEIVED-COST
                           FROM ACQF-COMMITTED-AMOUNT
                   ELSE
                       MOVE 0 TO ACQF-COMMITTED-AMOUNT
                   END-IF
                   ADD WS-RECEIVED-COST TO ACQF-SPENT-AMOUNT
                   MOVE ACQ-FUND-RECORD TO WS-F-RECORD (WS-FUND-IDX)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2800-UPDATE-CATALOG - author and subject headings for a title
      * already cataloged.  A blank author leaves the catalog's alone;
      * subjects are replaced as a set only when the request gives at
      * least one.  A new author is carried to every copy on LIBBOOK
      * so the catalog and holdings agree.
      *----------------------------------------------------------------
       2800-UPDATE-CATALOG.
           PERFORM 2630-FIND-CATALOG-ENTRY
           MOVE 'N' TO WS-SUBJECTS-GIVEN-SWITCH
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > 3
               IF BOOKMNT-SUBJECT (WS-SUBJ-IDX) NOT = SPACES
                   MOVE 'Y' TO WS-SUBJECTS-GIVEN-SWITCH
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN NOT WS-DUPLICATE-FOUND
                   MOVE "*** REJECTED - NO CATALOG ENTRY FOR ISBN ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN BOOKMNT-AUTHOR = SPACES
                AND NOT WS-SUBJECTS-GIVEN
                   MOVE "*** REJECTED - NO AUTHOR OR SUBJECT GIVEN ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN OTHER
                   IF BOOKMNT-AUTHOR NOT = SPACES
                       MOVE BOOKMNT-AUTHOR
                           TO WS-C-AUTHOR (WS-FOUND-CAT-IDX)
                       PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                               UNTIL WS-HOLD-IDX > WS-HOLDING-COUNT
                           IF WS-H-TITLE (WS-HOLD-IDX)
                                  = WS-C-TITLE (WS-FOUND-CAT-IDX)
                               MOVE BOOKMNT-AUTHOR
                                   TO WS-H-AUTHOR (WS-HOLD-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
                   IF WS-SUBJECTS-GIVEN
                       PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                               UNTIL WS-SUBJ-IDX > 3
                           MOVE BOOKMNT-SUBJECT (WS-SUBJ-IDX)
                               TO WS-C-SUBJECT
                                  (WS-FOUND-CAT-IDX WS-SUBJ-IDX)
                       END-PERFORM
                   END-IF
                   MOVE "CATALOG AUTHOR/SUBJECTS UPDATED"
                       TO WS-D-RESULT
                   ADD 1 TO WS-UPDATED-COUNT
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2630-FIND-CATALOG-ENTRY - look for BOOKMNT-ISBN in the catalog
      * table and remember its index when found.
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2690-REJECT-BRANCH
      *----------------------------------------------------------------
       2690-REJECT-BRANCH.
           MOVE "*** REJECTED - UNKNOWN BRANCH ***" TO WS-D-RESULT
           PERFORM 2900-LOG-REJECT.

      *----------------------------------------------------------------
      * 2900-LOG-REJECT
      *----------------------------------------------------------------
                   UNTIL WS-CAT-IDX > WS-CATALOG-COUNT
               MOVE WS-C-ISBN (WS-CAT-IDX)  TO BOOKCAT-ISBN
               MOVE WS-C-TITLE (WS-CAT-IDX) TO BOOKCAT-TITLE
               MOVE WS-C-AUTHOR (WS-CAT-IDX) TO BOOKCAT-AUTHOR
               MOVE WS-C-SUBJECT (WS-CAT-IDX 1) TO BOOKCAT-SUBJECT (1)
               MOVE WS-C-SUBJECT (WS-CAT-IDX 2) TO BOOKCAT-SUBJECT (2)
               MOVE WS-C-SUBJECT (WS-CAT-IDX 3) TO BOOKCAT-SUBJECT (3)
               WRITE BOOKCAT-RECORD
           END-PERFORM
           CLOSE CATALOG-FILE.
                   TO LIBBOOK-WAITING-PATRON
               MOVE WS-H-COPY-NBR (WS-HOLD-IDX)
                   TO LIBBOOK-COPY-NUMBER
               MOVE WS-H-HOME-BRANCH (WS-HOLD-IDX)
                   TO LIBBOOK-HOME-BRANCH
               MOVE WS-H-LOCATION (WS-HOLD-IDX)
                   TO LIBBOOK-LOCATION
               MOVE WS-H-RENEWALS (WS-HOLD-IDX)
                   TO LIBBOOK-RENEWAL-COUNT
               WRITE LIBBOOK-RECORD
           END-PERFORM
           CLOSE HOLDINGS-FILE.

      *----------------------------------------------------------------
      * 3200-REWRITE-PO-FILE
      *----------------------------------------------------------------
       3200-REWRITE-PO-FILE.
           IF WS-PO-FILE-LOADED
               OPEN OUTPUT PURCHASE-ORDER-FILE
               PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                       UNTIL WS-PO-IDX > WS-PO-COUNT
                   MOVE WS-P-RECORD (WS-PO-IDX)
                       TO PURCHASE-ORDER-RECORD
                   WRITE PURCHASE-ORDER-RECORD
               END-PERFORM
               CLOSE PURCHASE-ORDER-FILE
           END-IF.

      *----------------------------------------------------------------
      * 3300-REWRITE-FUND-FILE
      *----------------------------------------------------------------
       3300-REWRITE-FUND-FILE.
           IF WS-FUND-FILE-LOADED
               OPEN OUTPUT ACQ-FUND-FILE
               PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
                       UNTIL WS-FUND-IDX > WS-FUND-COUNT
                   MOVE WS-F-RECORD (WS-FUND-IDX) TO ACQ-FUND-RECORD
                   WRITE ACQ-FUND-RECORD
               END-PERFORM
               CLOSE ACQ-FUND-FILE
           END-IF.

      *----------------------------------------------------------------
      * 4000-PRINT-FOOTER
      *----------------------------------------------------------------
       4000-PRINT-FOOTER.
           MOVE WS-ADDED-COUNT    TO WS-F-ADDED-COUNT
           MOVE WS-REJECTED-COUNT TO WS-F-REJECTED-COUNT
           MOVE WS-UPDATED-COUNT  TO WS-F-UPDATED-COUNT
           WRITE MAINTENANCE-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE MAINTENANCE-REPORT-FILE.

      *----------------------------------------------------------------
      * 4100-PRINT-OPEN-ORDERS - every order line still waiting on
      * copies, after this run's receipts.
      *----------------------------------------------------------------
       4100-PRINT-OPEN-ORDERS.
           OPEN OUTPUT OPEN-ORDER-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-OH-RUN-DATE
           WRITE OPEN-ORDER-REPORT-LINE FROM WS-OPEN-HEADING-1
           WRITE OPEN-ORDER-REPORT-LINE FROM WS-OPEN-HEADING-2
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               MOVE WS-P-RECORD (WS-PO-IDX) TO PURCHASE-ORDER-RECORD
               IF PO-LINE-OPEN
                   MOVE PO-NUMBER       TO WS-OD-PO
                   MOVE PO-LINE-NUMBER  TO WS-OD-LINE
                   MOVE PO-TITLE        TO WS-OD-TITLE
                   MOVE PO-VENDOR-ID    TO WS-OD-VENDOR
                   MOVE PO-FUND-CODE    TO WS-OD-FUND
                   MOVE PO-ORDER-DATE   TO WS-OD-ORDER-DATE
                   MOVE PO-QTY-ORDERED  TO WS-OD-ORDERED
                   MOVE PO-QTY-RECEIVED TO WS-OD-RECEIVED
                   COMPUTE WS-OD-OUTSTANDING =
                       PO-QTY-ORDERED - PO-QTY-RECEIVED
                   WRITE OPEN-ORDER-REPORT-LINE
                       FROM WS-OPEN-DETAIL-LINE
                   ADD 1 TO WS-OPEN-LINE-COUNT
               END-IF
           END-PERFORM
           MOVE WS-OPEN-LINE-COUNT TO WS-OF-COUNT
           WRITE OPEN-ORDER-REPORT-LINE FROM WS-OPEN-FOOTER
           CLOSE OPEN-ORDER-REPORT-FILE.
