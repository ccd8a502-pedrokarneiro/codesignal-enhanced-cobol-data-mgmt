      *                  CLOCK, SO A SUITE THAT SLIPS PAST MIDNIGHT OR
      *                  A NEXT-MORNING RERUN STILL STAMPS EVERYTHING
      *                  WITH THE INTENDED BUSINESS DATE.
      * 2026-10-15  DLH  THE TOTL/TOTAL GL LINE WAS A MEMO COPY OF THE
      *                  MONTHLY TOTAL, WHICH LEFT EVERY BATCH DEBIT-
      *                  HEAVY.  THE NEW LedgerPost GENERAL LEDGER
      *                  ONLY POSTS BALANCED BATCHES, SO THE LINE IS
      *                  NOW THE CREDIT OFFSET OF THE EXPENSE LINES
      *                  ACTUALLY EXTRACTED AND THE TRAILER TOTAL
      *                  COMES TO ZERO.  THE MONTHLY TOTAL HANDED BACK
      *                  THROUGH LINKAGE IS UNCHANGED.
      * 2026-10-15  DLH  THE GL BATCH HEADER NOW CARRIES THE SOURCE
      *                  'EXPENSES', SO THE LEDGER'S POSTED-BATCH LOG
      *                  CAN TELL THIS BATCH FROM ANOTHER FEEDER'S.
      * 2026-10-15  DLH  THE BUILDING'S SHARED RENT AND UTILITIES ARE
      *                  NOW ENTERED ONCE, ON A SHRD SHARED-COST RECORD
      *                  ON EXPPARM, INSTEAD OF BEING RE-SPLIT BY HAND
      *                  INTO EVERY DEPARTMENT'S OWN FIGURES.  EXPPARM
      *                  IS NOW TABLED FIRST AND THE SHARED COSTS
      *                  ALLOCATED ACROSS ITS DEPARTMENTS IN PROPORTION
      *                  TO THE NEW SQFTFAC SQUARE-FOOTAGE TABLE WHEN
      *                  IT HOLDS ANY RECORDS, OR TO THE ACTIVE EMPMAST
      *                  HEADCOUNT PER DEPARTMENT WHEN IT DOES NOT; THE
      *                  LAST DEPARTMENT WITH A SHARE TAKES THE ROUNDING
      *                  REMAINDER SO THE SHARES ADD BACK EXACTLY.  EACH
      *                  DEPARTMENT'S SHARE IS ADDED TO ITS OWN RENT AND
      *                  UTILITIES, SO IT FLOWS INTO THE MAPPED GL LINES
      *                  AND EXPHIST.  THE NEW ALLOCRPT WORKSHEET SHOWS
      *                  EACH DEPARTMENT'S BASIS AND SHARE.  SHARED
      *                  COSTS WITH NO BASIS TO SPREAD THEM ON GO TO
      *                  EXCPRPT UNALLOCATED.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT SQFT-FACTOR-FILE ASSIGN TO "SQFTFAC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQFT-STATUS.

           SELECT ALLOCATION-REPORT-FILE ASSIGN TO "ALLOCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPENSE-PARM-FILE.
       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  SQFT-FACTOR-FILE.
       COPY SQFTFAC.

       FD  ALLOCATION-REPORT-FILE.
       01  ALLOCATION-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.
               10  WS-M-CATEGORY      PIC X(5).
               10  WS-M-GL-ACCOUNT    PIC X(10).

      *----------------------------------------------------------------
      * WS-PARM-TABLE - every department's EXPPARM figures, tabled
      * before anything is extracted so the shared costs can be
      * spread across them first.  WS-P-BASIS-UNITS is the
      * department's headcount or square feet; the shares are added
      * to its own rent and utilities when it is extracted.
      *----------------------------------------------------------------
       01  WS-PARM-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-PARM-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-PARM-FOUND         VALUE 'Y'.
       01  WS-PARM-FOUND-IDX         PIC 9(3) COMP VALUE 0.
       01  WS-PARM-TABLE.
           05  WS-P-ENTRY OCCURS 50 TIMES INDEXED BY WS-P-IDX.
               10  WS-P-DEPARTMENT    PIC X(4).
               10  WS-P-RENT          PIC 9(5)V99.
               10  WS-P-UTILITIES     PIC 9(4)V99.
               10  WS-P-FOOD          PIC 9(4)V99.
               10  WS-P-BASIS-UNITS   PIC 9(7) COMP.
               10  WS-P-RENT-SHARE    PIC 9(5)V99.
               10  WS-P-UTIL-SHARE    PIC 9(5)V99.

      *----------------------------------------------------------------
      * Shared-cost allocation fields.  WS-ALLOC-BASIS is 'S' when
      * SQFTFAC supplied the basis, 'H' for EMPMAST headcount.
      * WS-EXCLUDED-UNITS is basis found for a department that is
      * not on EXPPARM, so has no GL lines to carry a share.
      *----------------------------------------------------------------
       01  WS-SHARED-SWITCH          PIC X VALUE 'N'.
           88  WS-SHARED-COSTS-FOUND VALUE 'Y'.
       01  WS-SHARED-RENT            PIC 9(5)V99 VALUE 0.
       01  WS-SHARED-UTILITIES       PIC 9(4)V99 VALUE 0.
       01  WS-ALLOC-BASIS            PIC X VALUE 'H'.
           88  WS-BASIS-SQUARE-FEET  VALUE 'S'.
           88  WS-BASIS-HEADCOUNT    VALUE 'H'.
       01  WS-ALLOC-DEPARTMENT       PIC X(4) VALUE SPACES.
       01  WS-BASIS-TOTAL            PIC 9(9) COMP VALUE 0.
       01  WS-EXCLUDED-UNITS         PIC 9(9) COMP VALUE 0.
       01  WS-SQFT-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-LAST-SHARE-IDX         PIC 9(3) COMP VALUE 0.
       01  WS-RENT-ALLOCATED         PIC 9(5)V99 VALUE 0.
       01  WS-UTIL-ALLOCATED         PIC 9(5)V99 VALUE 0.
       01  WS-DEPT-RENT              PIC 9(5)V99 VALUE 0.
       01  WS-DEPT-UTILITIES         PIC 9(5)V99 VALUE 0.
       01  WS-EMPMAST-STATUS         PIC X(2).
       01  WS-SQFT-STATUS            PIC X(2).
       01  WS-EMP-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-EMP-END-OF-FILE    VALUE 'Y'.
       01  WS-SQFT-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-SQFT-END-OF-FILE   VALUE 'Y'.

       01  WS-ALLOC-BLANK-LINE       PIC X(132) VALUE SPACES.

       01  WS-ALLOC-HEADING-1.
           05  FILLER PIC X(36)
               VALUE "SHARED COST ALLOCATION WORKSHEET".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-AH-RUN-DATE     PIC 9(8).
           05  FILLER             PIC X(78) VALUE SPACES.

       01  WS-ALLOC-HEADING-2.
           05  FILLER PIC X(7)  VALUE "BASIS: ".
           05  WS-AH-BASIS        PIC X(40).
           05  FILLER PIC X(15) VALUE "SHARED RENT: ".
           05  WS-AH-SHARED-RENT  PIC ZZ,ZZ9.99.
           05  FILLER PIC X(22) VALUE "   SHARED UTILITIES: ".
           05  WS-AH-SHARED-UTIL  PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(30) VALUE SPACES.

       01  WS-ALLOC-HEADING-3.
           05  FILLER PIC X(8)  VALUE "  DEPT".
           05  FILLER PIC X(11) VALUE "BASIS UNITS".
           05  FILLER PIC X(9)  VALUE "  SHARE %".
           05  FILLER PIC X(12) VALUE "  RENT SHARE".
           05  FILLER PIC X(13) VALUE "   UTIL SHARE".
           05  FILLER PIC X(13) VALUE "  DIRECT RENT".
           05  FILLER PIC X(13) VALUE "  DIRECT UTIL".
           05  FILLER PIC X(13) VALUE "   TOTAL RENT".
           05  FILLER PIC X(13) VALUE "   TOTAL UTIL".
           05  FILLER             PIC X(37) VALUE SPACES.

       01  WS-ALLOC-DETAIL-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-AD-DEPARTMENT   PIC X(4).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-AD-UNITS        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-AD-PERCENT      PIC ZZ9.99.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-AD-RENT-SHARE   PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-AD-UTIL-SHARE   PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-AD-DIRECT-RENT  PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-AD-DIRECT-UTIL  PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-AD-TOTAL-RENT   PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-AD-TOTAL-UTIL   PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(33) VALUE SPACES.

       01  WS-ALLOC-MESSAGE-LINE.
           05  WS-AM-TEXT         PIC X(60).
           05  WS-AM-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(61) VALUE SPACES.

       01  WS-ALLOC-PERCENT          PIC 9(3)V99 VALUE 0.

       01  Average-Daily-Expense PIC S9(4)V99.

       01  WS-RUN-DATE PIC 9(8).
               OPEN OUTPUT EXCEPTION-REPORT-FILE
           END-IF

           PERFORM 0700-LOAD-PARM-TABLE
           PERFORM 0800-ALLOCATE-SHARED-COSTS
           PERFORM 0900-PRINT-ALLOCATION-WORKSHEET

           OPEN OUTPUT GL-INTERFACE-FILE

           OPEN EXTEND EXPENSE-HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
           MOVE SPACES TO GL-INTERFACE-RECORD
           MOVE 'H' TO GL-RECORD-TYPE
           MOVE WS-RUN-DATE TO GL-HEADER-RUN-DATE
           MOVE "EXPENSES" TO GL-HEADER-SOURCE
           WRITE GL-INTERFACE-RECORD
           MOVE 'D' TO GL-RECORD-TYPE

           PERFORM VARYING WS-P-IDX FROM 1 BY 1
                   UNTIL WS-P-IDX > WS-PARM-COUNT
               PERFORM 1000-EXTRACT-DEPARTMENT
           END-PERFORM

           CLOSE EXPENSE-HISTORY-FILE

           DISPLAY "Total Monthly Expenses: " Monthly-Total

           MOVE "TOTL" TO WS-GL-DEPARTMENT
           MOVE "TOTAL" TO WS-GL-CATEGORY
           COMPUTE GL-AMOUNT = 0 - WS-GL-EXTRACT-TOTAL
           PERFORM 1500-MAP-GL-ACCOUNT
           IF WS-MAPPING-FOUND
               WRITE GL-INTERFACE-RECORD
               ADD 1 TO WS-GL-DETAIL-COUNT
               ADD GL-AMOUNT TO WS-GL-EXTRACT-TOTAL
           END-IF

           MOVE 'T' TO GL-RECORD-TYPE
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 0700-LOAD-PARM-TABLE - one entry per department record; the
      * SHRD shared-cost record is held apart for allocation.
      *----------------------------------------------------------------
       0700-LOAD-PARM-TABLE.
           OPEN INPUT EXPENSE-PARM-FILE
           PERFORM 0600-READ-PARAMETER
           PERFORM UNTIL WS-END-OF-FILE
               IF PARM-SHARED-COSTS
                   MOVE 'Y'            TO WS-SHARED-SWITCH
                   MOVE PARM-RENT      TO WS-SHARED-RENT
                   MOVE PARM-UTILITIES TO WS-SHARED-UTILITIES
               ELSE
                   IF WS-PARM-COUNT < 50
                       ADD 1 TO WS-PARM-COUNT
                       SET WS-P-IDX TO WS-PARM-COUNT
                       MOVE PARM-DEPARTMENT-CODE
                           TO WS-P-DEPARTMENT (WS-P-IDX)
                       MOVE PARM-RENT      TO WS-P-RENT (WS-P-IDX)
                       MOVE PARM-UTILITIES TO WS-P-UTILITIES (WS-P-IDX)
                       MOVE PARM-FOOD      TO WS-P-FOOD (WS-P-IDX)
                       MOVE 0 TO WS-P-BASIS-UNITS (WS-P-IDX)
                       MOVE 0 TO WS-P-RENT-SHARE (WS-P-IDX)
                       MOVE 0 TO WS-P-UTIL-SHARE (WS-P-IDX)
                   END-IF
               END-IF
               PERFORM 0600-READ-PARAMETER
           END-PERFORM
           CLOSE EXPENSE-PARM-FILE.

      *----------------------------------------------------------------
      * 0800-ALLOCATE-SHARED-COSTS - the basis is SQFTFAC floor area
      * when that file has any records, otherwise active EMPMAST
      * headcount.  Each department's share is its basis over the
      * total, rounded; the last department with a share takes
      * whatever rounding leaves, so the shares add back exactly.
      *----------------------------------------------------------------
       0800-ALLOCATE-SHARED-COSTS.
           IF WS-SHARED-COSTS-FOUND
               PERFORM 0810-LOAD-SQUARE-FEET
               IF WS-SQFT-COUNT > 0
                   MOVE 'S' TO WS-ALLOC-BASIS
               ELSE
                   MOVE 'H' TO WS-ALLOC-BASIS
                   PERFORM 0820-COUNT-HEADCOUNT
               END-IF

               MOVE 0 TO WS-BASIS-TOTAL
               MOVE 0 TO WS-LAST-SHARE-IDX
               PERFORM VARYING WS-P-IDX FROM 1 BY 1
                       UNTIL WS-P-IDX > WS-PARM-COUNT
                   ADD WS-P-BASIS-UNITS (WS-P-IDX) TO WS-BASIS-TOTAL
                   IF WS-P-BASIS-UNITS (WS-P-IDX) > 0
                       SET WS-LAST-SHARE-IDX TO WS-P-IDX
                   END-IF
               END-PERFORM

               IF WS-BASIS-TOTAL = 0
                   MOVE "ComputeExpenses"    TO EXCP-PROGRAM-ID
                   MOVE "SHRD"               TO EXCP-KEY-VALUE
                   MOVE "PARM-DEPARTMENT-CODE" TO EXCP-FIELD-NAME
                   MOVE "SHARED COSTS NOT SPREAD - NO BASIS"
                       TO EXCP-REASON
                   MOVE WS-RUN-DATE TO EXCP-RUN-DATE
                   WRITE EXCEPTION-RECORD
               ELSE
                   PERFORM 0850-SPREAD-SHARES
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 0810-LOAD-SQUARE-FEET - an absent or empty SQFTFAC leaves
      * WS-SQFT-COUNT at zero, which selects headcount instead.
      *----------------------------------------------------------------
       0810-LOAD-SQUARE-FEET.
           OPEN INPUT SQFT-FACTOR-FILE
           IF WS-SQFT-STATUS NOT = "35"
               PERFORM 0815-READ-SQUARE-FEET
               PERFORM UNTIL WS-SQFT-END-OF-FILE
                   IF SQFT-SQUARE-FEET NUMERIC
                       ADD 1 TO WS-SQFT-COUNT
                       MOVE SQFT-DEPARTMENT-CODE TO WS-ALLOC-DEPARTMENT
                       PERFORM 0840-FIND-PARM-DEPARTMENT
                       IF WS-PARM-FOUND
                           ADD SQFT-SQUARE-FEET
                               TO WS-P-BASIS-UNITS (WS-PARM-FOUND-IDX)
                       ELSE
                           ADD SQFT-SQUARE-FEET TO WS-EXCLUDED-UNITS
                       END-IF
                   END-IF
                   PERFORM 0815-READ-SQUARE-FEET
               END-PERFORM
               CLOSE SQFT-FACTOR-FILE
           END-IF.

      *----------------------------------------------------------------
      * 0815-READ-SQUARE-FEET
      *----------------------------------------------------------------
       0815-READ-SQUARE-FEET.
           READ SQFT-FACTOR-FILE
               AT END
                   MOVE 'Y' TO WS-SQFT-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 0820-COUNT-HEADCOUNT - active employees only, by their
      * EMP-DEPARTMENT-CODE.
      *----------------------------------------------------------------
       0820-COUNT-HEADCOUNT.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMPMAST-STATUS NOT = "35"
               PERFORM 0825-READ-EMPLOYEE
               PERFORM UNTIL WS-EMP-END-OF-FILE
                   IF EMP-ACTIVE
                       MOVE EMP-DEPARTMENT-CODE TO WS-ALLOC-DEPARTMENT
                       PERFORM 0840-FIND-PARM-DEPARTMENT
                       IF WS-PARM-FOUND
                           ADD 1 TO WS-P-BASIS-UNITS (WS-PARM-FOUND-IDX)
                       ELSE
                           ADD 1 TO WS-EXCLUDED-UNITS
                       END-IF
                   END-IF
                   PERFORM 0825-READ-EMPLOYEE
               END-PERFORM
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

      *----------------------------------------------------------------
      * 0825-READ-EMPLOYEE
      *----------------------------------------------------------------
       0825-READ-EMPLOYEE.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-EMP-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 0840-FIND-PARM-DEPARTMENT - WS-ALLOC-DEPARTMENT in the
      * EXPPARM table.
      *----------------------------------------------------------------
       0840-FIND-PARM-DEPARTMENT.
           MOVE 'N' TO WS-PARM-FOUND-SWITCH
           MOVE 0   TO WS-PARM-FOUND-IDX
           PERFORM VARYING WS-P-IDX FROM 1 BY 1
                   UNTIL WS-P-IDX > WS-PARM-COUNT
                      OR WS-PARM-FOUND
               IF WS-P-DEPARTMENT (WS-P-IDX) = WS-ALLOC-DEPARTMENT
                   MOVE 'Y' TO WS-PARM-FOUND-SWITCH
                   SET WS-PARM-FOUND-IDX TO WS-P-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 0850-SPREAD-SHARES - each department's share of the shared
      * rent and utilities.
      *----------------------------------------------------------------
       0850-SPREAD-SHARES.
           MOVE 0 TO WS-RENT-ALLOCATED
           MOVE 0 TO WS-UTIL-ALLOCATED
           PERFORM VARYING WS-P-IDX FROM 1 BY 1
                   UNTIL WS-P-IDX > WS-PARM-COUNT
               IF WS-P-IDX = WS-LAST-SHARE-IDX
                   COMPUTE WS-P-RENT-SHARE (WS-P-IDX) =
                       WS-SHARED-RENT - WS-RENT-ALLOCATED
                   COMPUTE WS-P-UTIL-SHARE (WS-P-IDX) =
                       WS-SHARED-UTILITIES - WS-UTIL-ALLOCATED
               ELSE
                   COMPUTE WS-P-RENT-SHARE (WS-P-IDX) ROUNDED =
                       WS-SHARED-RENT * WS-P-BASIS-UNITS (WS-P-IDX)
                     / WS-BASIS-TOTAL
                   COMPUTE WS-P-UTIL-SHARE (WS-P-IDX) ROUNDED =
                       WS-SHARED-UTILITIES
                     * WS-P-BASIS-UNITS (WS-P-IDX) / WS-BASIS-TOTAL
               END-IF
               ADD WS-P-RENT-SHARE (WS-P-IDX) TO WS-RENT-ALLOCATED
               ADD WS-P-UTIL-SHARE (WS-P-IDX) TO WS-UTIL-ALLOCATED
           END-PERFORM.

      *----------------------------------------------------------------
      * 0900-PRINT-ALLOCATION-WORKSHEET - each department's basis,
      * share percentage, shares, direct figures and the totals that
      * go to the GL and EXPHIST.
      *----------------------------------------------------------------
       0900-PRINT-ALLOCATION-WORKSHEET.
           OPEN OUTPUT ALLOCATION-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-AH-RUN-DATE
           WRITE ALLOCATION-REPORT-LINE FROM WS-ALLOC-HEADING-1
           WRITE ALLOCATION-REPORT-LINE FROM WS-ALLOC-BLANK-LINE

           IF NOT WS-SHARED-COSTS-FOUND
               MOVE "NO SHRD SHARED-COST RECORD ON EXPPARM"
                   TO ALLOCATION-REPORT-LINE
               WRITE ALLOCATION-REPORT-LINE
           ELSE
               IF WS-BASIS-SQUARE-FEET
                   MOVE "SQFTFAC SQUARE FOOTAGE" TO WS-AH-BASIS
               ELSE
                   MOVE "ACTIVE EMPMAST HEADCOUNT" TO WS-AH-BASIS
               END-IF
               MOVE WS-SHARED-RENT      TO WS-AH-SHARED-RENT
               MOVE WS-SHARED-UTILITIES TO WS-AH-SHARED-UTIL
               WRITE ALLOCATION-REPORT-LINE FROM WS-ALLOC-HEADING-2
               WRITE ALLOCATION-REPORT-LINE FROM WS-ALLOC-BLANK-LINE
               WRITE ALLOCATION-REPORT-LINE FROM WS-ALLOC-HEADING-3
               WRITE ALLOCATION-REPORT-LINE FROM WS-ALLOC-BLANK-LINE

               PERFORM VARYING WS-P-IDX FROM 1 BY 1
                       UNTIL WS-P-IDX > WS-PARM-COUNT
                   MOVE WS-P-DEPARTMENT (WS-P-IDX) TO WS-AD-DEPARTMENT
                   MOVE WS-P-BASIS-UNITS (WS-P-IDX) TO WS-AD-UNITS
                   IF WS-BASIS-TOTAL > 0
                       COMPUTE WS-ALLOC-PERCENT ROUNDED =
                           WS-P-BASIS-UNITS (WS-P-IDX) * 100
                         / WS-BASIS-TOTAL
                   ELSE
                       MOVE 0 TO WS-ALLOC-PERCENT
                   END-IF
                   MOVE WS-ALLOC-PERCENT TO WS-AD-PERCENT
                   MOVE WS-P-RENT-SHARE (WS-P-IDX) TO WS-AD-RENT-SHARE
                   MOVE WS-P-UTIL-SHARE (WS-P-IDX) TO WS-AD-UTIL-SHARE
                   MOVE WS-P-RENT (WS-P-IDX)      TO WS-AD-DIRECT-RENT
                   MOVE WS-P-UTILITIES (WS-P-IDX) TO WS-AD-DIRECT-UTIL
                   COMPUTE WS-AD-TOTAL-RENT = WS-P-RENT (WS-P-IDX)
                                         + WS-P-RENT-SHARE (WS-P-IDX)
                   COMPUTE WS-AD-TOTAL-UTIL =
                       WS-P-UTILITIES (WS-P-IDX)
                     + WS-P-UTIL-SHARE (WS-P-IDX)
                   WRITE ALLOCATION-REPORT-LINE
                       FROM WS-ALLOC-DETAIL-LINE
               END-PERFORM

               WRITE ALLOCATION-REPORT-LINE FROM WS-ALLOC-BLANK-LINE
               MOVE "TOTAL BASIS UNITS ALLOCATED ON:" TO WS-AM-TEXT
               MOVE WS-BASIS-TOTAL TO WS-AM-COUNT
               WRITE ALLOCATION-REPORT-LINE FROM WS-ALLOC-MESSAGE-LINE
               IF WS-EXCLUDED-UNITS > 0
                   MOVE "BASIS UNITS FOR DEPARTMENTS NOT ON EXPPARM:"
                       TO WS-AM-TEXT
                   MOVE WS-EXCLUDED-UNITS TO WS-AM-COUNT
                   WRITE ALLOCATION-REPORT-LINE
                       FROM WS-ALLOC-MESSAGE-LINE
               END-IF
               IF WS-BASIS-TOTAL = 0
                   MOVE "NO ALLOCATION BASIS - SHARED COSTS NOT SPREAD"
                       TO ALLOCATION-REPORT-LINE
                   WRITE ALLOCATION-REPORT-LINE
               END-IF
           END-IF
           CLOSE ALLOCATION-REPORT-FILE.

      *----------------------------------------------------------------
      * 1000-EXTRACT-DEPARTMENT - one journal entry line per expense
      * category for this department, plus this department's
      * subtotal, folded into the company-wide monthly total.
      *----------------------------------------------------------------
       1000-EXTRACT-DEPARTMENT.
           MOVE WS-P-DEPARTMENT (WS-P-IDX) TO WS-GL-DEPARTMENT
           COMPUTE WS-DEPT-RENT = WS-P-RENT (WS-P-IDX)
                                + WS-P-RENT-SHARE (WS-P-IDX)
           COMPUTE WS-DEPT-UTILITIES = WS-P-UTILITIES (WS-P-IDX)
                                     + WS-P-UTIL-SHARE (WS-P-IDX)

           MOVE "RENT"      TO WS-GL-CATEGORY
           MOVE WS-DEPT-RENT TO GL-AMOUNT
           PERFORM 1200-WRITE-MAPPED-DETAIL

           MOVE "UTIL"      TO WS-GL-CATEGORY
           MOVE WS-DEPT-UTILITIES TO GL-AMOUNT
           PERFORM 1200-WRITE-MAPPED-DETAIL

           MOVE "FOOD"      TO WS-GL-CATEGORY
           MOVE WS-P-FOOD (WS-P-IDX) TO GL-AMOUNT
           PERFORM 1200-WRITE-MAPPED-DETAIL

           ADD WS-DEPT-RENT TO Monthly-Total
           ADD WS-DEPT-UTILITIES TO Monthly-Total
           ADD WS-P-FOOD (WS-P-IDX) TO Monthly-Total

           PERFORM 1100-WRITE-HISTORY.

      *----------------------------------------------------------------
      * 1200-WRITE-MAPPED-DETAIL - one journal line, through the
      *----------------------------------------------------------------
       1100-WRITE-HISTORY.
           MOVE WS-RUN-DATE          TO EXPH-RUN-DATE
           MOVE WS-P-DEPARTMENT (WS-P-IDX) TO EXPH-DEPARTMENT-CODE
           MOVE WS-DEPT-RENT         TO EXPH-RENT
           MOVE WS-DEPT-UTILITIES    TO EXPH-UTILITIES
           MOVE WS-P-FOOD (WS-P-IDX) TO EXPH-FOOD
           WRITE EXPENSE-HISTORY-RECORD.
