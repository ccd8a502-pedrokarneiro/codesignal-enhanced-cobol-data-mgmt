      *                  W-2.  A MISSING ENTRY FOR AN EMPLOYEE, A
      *                  DUPLICATE KEY, OR AN ENTRY MATCHING NOBODY
      *                  ON THE MASTER STOPS THE RUN RC 8.
      * 2026-10-15  DLH  401(K) DEFERRALS ARE NOW REPORTED IN THEIR OWN
      *                  COLUMN FROM EMPYTD-401K-DEFERRAL, AND THE
      *                  WAGES COLUMN IS GROSS LESS THOSE PRE-TAX
      *                  DEFERRALS - THE TAXABLE WAGES THE WITHHOLDING
      *                  WAS FIGURED ON.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY EMPYTD.

       FD  W2-REPORT-FILE.
       01  W2-REPORT-LINE                 PIC X(108).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
               10  WS-Y-TAX           PIC S9(6)V99.
               10  WS-Y-GARNISHMENT   PIC S9(6)V99.
               10  WS-Y-BENEFIT       PIC S9(7)V99.
               10  WS-Y-401K-DEFERRAL PIC S9(6)V99.
               10  WS-Y-MATCHED       PIC X.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(14) VALUE "WAGES".
           05  FILLER PIC X(14) VALUE "FED TAX WHELD".
           05  FILLER PIC X(14) VALUE "GARNISHMENTS".
           05  FILLER PIC X(14) VALUE "401K DEFERRED".
           05  FILLER PIC X(22) VALUE "EMPLOYER BENEFITS".

       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-GARNISHMENTS  PIC ZZZ,ZZZ.99-.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-401K-DEFERRAL PIC ZZZ,ZZZ.99-.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-BENEFITS      PIC ZZZ,ZZZ.99-.

      *----------------------------------------------------------------
                   TO WS-Y-GARNISHMENT (WS-YTD-COUNT)
               MOVE EMPYTD-EMPLOYER-BENEFIT
                   TO WS-Y-BENEFIT (WS-YTD-COUNT)
               MOVE EMPYTD-401K-DEFERRAL
                   TO WS-Y-401K-DEFERRAL (WS-YTD-COUNT)
               MOVE 'N' TO WS-Y-MATCHED (WS-YTD-COUNT)
               PERFORM 1250-READ-YTD
           END-PERFORM
           MOVE 'Y' TO WS-Y-MATCHED (WS-Y-FOUND-IDX)
           MOVE EMP-EMPLOYEE-NUMBER   TO WS-D-EMP-NUMBER
           MOVE EMP-EMPLOYEE-NAME     TO WS-D-EMP-NAME
           COMPUTE WS-D-WAGES = WS-Y-GROSS (WS-Y-FOUND-IDX)
                              - WS-Y-401K-DEFERRAL (WS-Y-FOUND-IDX)
           MOVE WS-Y-TAX (WS-Y-FOUND-IDX)         TO WS-D-FED-TAX
           MOVE WS-Y-GARNISHMENT (WS-Y-FOUND-IDX) TO WS-D-GARNISHMENTS
           MOVE WS-Y-401K-DEFERRAL (WS-Y-FOUND-IDX)
               TO WS-D-401K-DEFERRAL
           MOVE WS-Y-BENEFIT (WS-Y-FOUND-IDX)     TO WS-D-BENEFITS
           WRITE W2-REPORT-LINE FROM WS-DETAIL-LINE

