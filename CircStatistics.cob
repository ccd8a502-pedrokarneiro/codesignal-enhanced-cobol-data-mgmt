      *                  WHEREVER IT SITS ON THE HISTORY).  DAY
      *                  COUNTS COME FROM A DAY-SERIAL CONVERSION
      *                  RATHER THAN SUBTRACTING RAW DATES.
      * 2026-10-15  DLH  STATISTICS NOW BREAK OUT BY BRANCH - EACH
      *                  BRANCH'S TITLES PRINT UNDER ITS OWN HEADING,
      *                  WITH THE INTERBRANCH TRANSFERS SENT ('T') AND
      *                  TRANSFERS CHECKED IN ('I') COUNTED ALONGSIDE.
      *                  HISTORY FROM BEFORE BRANCHES WERE RECORDED
      *                  COUNTS UNDER THE MAIN BRANCH.
      * 2026-10-15  DLH  RENEWALS ('N') ARE COUNTED PER TITLE IN A
      *                  NEW RENEWS COLUMN.  A RENEWAL DOES NOT OPEN OR
      *                  CLOSE A LOAN, SO LOAN LENGTH STILL RUNS FROM
      *                  THE CHECKOUT TO THE RETURN.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY CIRCHIST.

       FD  STATISTICS-REPORT-FILE.
       01  STATISTICS-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
               10  WS-L-OPEN          PIC X.

      *----------------------------------------------------------------
      * Branch handling - a blank CIRC-BRANCH is the main branch the
      * library had before branches were recorded.  WS-BRANCH-TABLE
      * lists the branches with activity, in order of first sight.
      *----------------------------------------------------------------
       01  WS-MAIN-BRANCH            PIC X(30)
           VALUE "Central Library".
       01  WS-ENTRY-BRANCH           PIC X(30) VALUE SPACES.
       01  WS-BRANCH-COUNT           PIC 9(2) COMP VALUE 0.
       01  WS-BR-FOUND-SWITCH        PIC X VALUE 'N'.
           88  WS-BRANCH-FOUND       VALUE 'Y'.
       01  WS-BRANCH-TABLE.
           05  WS-B-ENTRY OCCURS 10 TIMES INDEXED BY WS-B-IDX.
               10  WS-B-NAME          PIC X(30).

      *----------------------------------------------------------------
      * WS-TITLE-TABLE - the month's activity per branch and title.
      *----------------------------------------------------------------
       01  WS-TITLE-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-TTL-FOUND-SWITCH       PIC X VALUE 'N'.
       01  WS-TTL-FOUND-IDX          PIC 9(3) COMP VALUE 0.
       01  WS-TITLE-TABLE.
           05  WS-T-ENTRY OCCURS 100 TIMES INDEXED BY WS-T-IDX.
               10  WS-T-BRANCH        PIC X(30).
               10  WS-T-TITLE         PIC X(30).
               10  WS-T-CHECKOUTS     PIC 9(4) COMP.
               10  WS-T-RETURNS       PIC 9(4) COMP.
               10  WS-T-HOLDS         PIC 9(4) COMP.
               10  WS-T-TRANSFERS     PIC 9(4) COMP.
               10  WS-T-CHECK-INS     PIC 9(4) COMP.
               10  WS-T-RENEWALS      PIC 9(4) COMP.
               10  WS-T-LOAN-DAYS     PIC 9(6) COMP.
               10  WS-T-LOANS-CLOSED  PIC 9(4) COMP.

           05  FILLER PIC X(11) VALUE "CHECKOUTS".
           05  FILLER PIC X(9)  VALUE "RETURNS".
           05  FILLER PIC X(7)  VALUE "HOLDS".
           05  FILLER PIC X(7)  VALUE "XFERS".
           05  FILLER PIC X(9)  VALUE "CHK-INS".
           05  FILLER PIC X(8)  VALUE "RENEWS".
           05  FILLER PIC X(14) VALUE "AVG LOAN DAYS".
           05  FILLER PIC X(3)  VALUE SPACES.

       01  WS-BRANCH-HEADING.
           05  FILLER PIC X(8)  VALUE "BRANCH: ".
           05  WS-BH-BRANCH     PIC X(30).
           05  FILLER           PIC X(52) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-D-TITLE         PIC X(30).
           05  WS-D-RETURNS       PIC ZZZ9.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-D-HOLDS         PIC ZZZ9.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-D-TRANSFERS     PIC ZZZ9.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-D-CHECK-INS     PIC ZZZ9.
           05  FILLER             PIC X(5) VALUE SPACES.
           05  WS-D-RENEWALS      PIC ZZZ9.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-D-AVG-DAYS      PIC ZZZ9.9.
           05  FILLER             PIC X(10) VALUE SPACES.

       01  WS-NO-ENTRIES-LINE        PIC X(90)
           VALUE "*** NO CIRCULATION ACTIVITY FOR THE MONTH ***".
      * its start; only in-month activity counts toward the totals.
      *----------------------------------------------------------------
       1000-FOLD-IN-ENTRY.
           MOVE CIRC-BRANCH TO WS-ENTRY-BRANCH
           IF WS-ENTRY-BRANCH = SPACES
               MOVE WS-MAIN-BRANCH TO WS-ENTRY-BRANCH
           END-IF

           EVALUATE TRUE
               WHEN CIRC-IS-CHECKOUT
                   PERFORM 1200-OPEN-LOAN
                       PERFORM 1500-FIND-TITLE
                       ADD 1 TO WS-T-HOLDS (WS-TTL-FOUND-IDX)
                   END-IF
               WHEN CIRC-IS-TRANSFER
                   IF CIRC-RUN-DATE(1:6) = WS-REPORT-MONTH
                       PERFORM 1500-FIND-TITLE
                       ADD 1 TO WS-T-TRANSFERS (WS-TTL-FOUND-IDX)
                   END-IF
               WHEN CIRC-IS-CHECK-IN
                   IF CIRC-RUN-DATE(1:6) = WS-REPORT-MONTH
                       PERFORM 1500-FIND-TITLE
                       ADD 1 TO WS-T-CHECK-INS (WS-TTL-FOUND-IDX)
                   END-IF
               WHEN CIRC-IS-RENEWAL
                   IF CIRC-RUN-DATE(1:6) = WS-REPORT-MONTH
                       PERFORM 1500-FIND-TITLE
                       ADD 1 TO WS-T-RENEWALS (WS-TTL-FOUND-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------
      * 1500-FIND-TITLE - the month table entry for CIRC-TITLE at the
      * entry's branch, created on first sight.
      *----------------------------------------------------------------
       1500-FIND-TITLE.
           MOVE 'N' TO WS-TTL-FOUND-SWITCH
                   UNTIL WS-T-IDX > WS-TITLE-COUNT
                      OR WS-TITLE-FOUND
               IF WS-T-TITLE (WS-T-IDX) = CIRC-TITLE
                  AND WS-T-BRANCH (WS-T-IDX) = WS-ENTRY-BRANCH
                   MOVE 'Y' TO WS-TTL-FOUND-SWITCH
                   MOVE WS-T-IDX TO WS-TTL-FOUND-IDX
               END-IF

           IF NOT WS-TITLE-FOUND
               ADD 1 TO WS-TITLE-COUNT
               MOVE WS-ENTRY-BRANCH TO WS-T-BRANCH (WS-TITLE-COUNT)
               MOVE CIRC-TITLE TO WS-T-TITLE (WS-TITLE-COUNT)
               MOVE 0 TO WS-T-CHECKOUTS (WS-TITLE-COUNT)
               MOVE 0 TO WS-T-RETURNS (WS-TITLE-COUNT)
               MOVE 0 TO WS-T-HOLDS (WS-TITLE-COUNT)
               MOVE 0 TO WS-T-TRANSFERS (WS-TITLE-COUNT)
               MOVE 0 TO WS-T-CHECK-INS (WS-TITLE-COUNT)
               MOVE 0 TO WS-T-RENEWALS (WS-TITLE-COUNT)
               MOVE 0 TO WS-T-LOAN-DAYS (WS-TITLE-COUNT)
               MOVE 0 TO WS-T-LOANS-CLOSED (WS-TITLE-COUNT)
               MOVE WS-TITLE-COUNT TO WS-TTL-FOUND-IDX
               PERFORM 1550-NOTE-BRANCH
           END-IF.

      *----------------------------------------------------------------
      * 1550-NOTE-BRANCH - the entry's branch added to the list of
      * branches to report.
      *----------------------------------------------------------------
       1550-NOTE-BRANCH.
           MOVE 'N' TO WS-BR-FOUND-SWITCH
           PERFORM VARYING WS-B-IDX FROM 1 BY 1
                   UNTIL WS-B-IDX > WS-BRANCH-COUNT
                      OR WS-BRANCH-FOUND
               IF WS-B-NAME (WS-B-IDX) = WS-ENTRY-BRANCH
                   MOVE 'Y' TO WS-BR-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF NOT WS-BRANCH-FOUND
              AND WS-BRANCH-COUNT < 10
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-ENTRY-BRANCH TO WS-B-NAME (WS-BRANCH-COUNT)
           END-IF.

      *----------------------------------------------------------------
               WRITE STATISTICS-REPORT-LINE FROM WS-NO-ENTRIES-LINE
           END-IF

           PERFORM 3050-PRINT-BRANCH
               VARYING WS-B-IDX FROM 1 BY 1
               UNTIL WS-B-IDX > WS-BRANCH-COUNT

           MOVE WS-TITLE-COUNT TO WS-F-TITLE-COUNT
           WRITE STATISTICS-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE STATISTICS-REPORT-FILE
           DISPLAY "TITLES REPORTED: " WS-TITLE-COUNT.

      *----------------------------------------------------------------
      * 3050-PRINT-BRANCH - the branch heading, then its titles.
      *----------------------------------------------------------------
       3050-PRINT-BRANCH.
           MOVE WS-B-NAME (WS-B-IDX) TO WS-BH-BRANCH
           WRITE STATISTICS-REPORT-LINE FROM WS-BRANCH-HEADING
           PERFORM VARYING WS-T-IDX FROM 1 BY 1
                   UNTIL WS-T-IDX > WS-TITLE-COUNT
               IF WS-T-BRANCH (WS-T-IDX) = WS-B-NAME (WS-B-IDX)
                   PERFORM 3100-PRINT-TITLE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 3100-PRINT-TITLE
      *----------------------------------------------------------------
           MOVE WS-T-CHECKOUTS (WS-T-IDX) TO WS-D-CHECKOUTS
           MOVE WS-T-RETURNS (WS-T-IDX)   TO WS-D-RETURNS
           MOVE WS-T-HOLDS (WS-T-IDX)     TO WS-D-HOLDS
           MOVE WS-T-TRANSFERS (WS-T-IDX) TO WS-D-TRANSFERS
           MOVE WS-T-CHECK-INS (WS-T-IDX) TO WS-D-CHECK-INS
           MOVE WS-T-RENEWALS (WS-T-IDX)  TO WS-D-RENEWALS
           IF WS-T-LOANS-CLOSED (WS-T-IDX) > 0
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-T-LOAN-DAYS (WS-T-IDX)
