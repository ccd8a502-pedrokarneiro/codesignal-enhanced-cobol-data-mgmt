      *                  THE ACCOUNT-SIDE AUDIT TRAIL.  SYSIN NAMES
      *                  THE DAY TO REPORT (ZERO = THE CURRENT
      *                  BUSINESS DATE).
      * 2026-10-15  DLH  OUT-OF-ROLE DENIALS (SIGNLOG DECISION 'R')
      *                  GET THEIR OWN COLUMN, AND TWO ACCESS-REVIEW
      *                  SECTIONS FOLLOW THE DAILY TABLE: EVERY
      *                  OUT-OF-ROLE ATTEMPT FROM THE SYSIN REVIEW
      *                  START DATE (ZERO = THE REPORT DATE ONLY)
      *                  THROUGH THE REPORT DATE, AND EACH OPERLST
      *                  OPERATOR'S ROLE WITH THE PROGRAMS IT MAY RUN
      *                  PER OPRROLE AND ROLEPERM, FOR THE QUARTERLY
      *                  ACCESS REVIEW.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SECURITY-REPORT-FILE ASSIGN TO "SECRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPERATOR-LIST-FILE ASSIGN TO "OPERLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERLST-STATUS.

           SELECT ROLE-FILE ASSIGN TO "OPRROLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLE-STATUS.

           SELECT ROLE-PERMISSION-FILE ASSIGN TO "ROLEPERM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNON-LOG-FILE.
       FD  SECURITY-REPORT-FILE.
       01  SECURITY-REPORT-LINE         PIC X(90).

       FD  OPERATOR-LIST-FILE.
       COPY OPERLST.

       FD  ROLE-FILE.
       COPY OPRROLE.

       FD  ROLE-PERMISSION-FILE.
       COPY ROLEPERM.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-SIGNLOG-STATUS         PIC X(2).
       01  WS-REPORT-DATE            PIC 9(8) VALUE 0.
       01  WS-REVIEW-FROM-DATE       PIC 9(8) VALUE 0.

       01  WS-OPERLST-STATUS         PIC X(2).
       01  WS-ROLE-STATUS            PIC X(2).
       01  WS-PERMIT-STATUS          PIC X(2).
       01  WS-TABLE-EOF-SWITCH       PIC X VALUE 'N'.
           88  WS-TABLE-END-OF-FILE  VALUE 'Y'.

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.
       01  WS-TOTAL-GRANTED          PIC 9(5) COMP VALUE 0.
       01  WS-TOTAL-DENIED           PIC 9(5) COMP VALUE 0.
       01  WS-TOTAL-LOCKED           PIC 9(5) COMP VALUE 0.
       01  WS-TOTAL-OUT-OF-ROLE      PIC 9(5) COMP VALUE 0.

      *----------------------------------------------------------------
      * WS-OPER-TABLE - the day's decisions rolled up per operator.
               10  WS-O-GRANTED       PIC 9(4) COMP.
               10  WS-O-DENIED        PIC 9(4) COMP.
               10  WS-O-LOCKED        PIC 9(4) COMP.
               10  WS-O-OUT-OF-ROLE   PIC 9(4) COMP.

      *----------------------------------------------------------------
      * WS-ATTEMPT-TABLE - out-of-role attempts in the review window,
      * in SIGNLOG order.  Any past the table size are only counted.
      *----------------------------------------------------------------
       01  WS-ATTEMPT-MAX            PIC 9(3) COMP VALUE 500.
       01  WS-ATTEMPT-COUNT          PIC 9(3) COMP VALUE 0.
       01  WS-ATTEMPT-OVERFLOW       PIC 9(5) COMP VALUE 0.
       01  WS-ATTEMPT-TOTAL          PIC 9(5) COMP VALUE 0.
       01  WS-ATTEMPT-TABLE.
           05  WS-A-ENTRY OCCURS 500 TIMES INDEXED BY WS-A-IDX.
               10  WS-A-RUN-DATE      PIC 9(8).
               10  WS-A-OPERATOR-ID   PIC X(8).
               10  WS-A-ROLE-CODE     PIC X(8).
               10  WS-A-CALLER-ID     PIC X(15).

      *----------------------------------------------------------------
      * WS-ROLE-TABLE / WS-PERMIT-TABLE - OPRROLE and ROLEPERM, for
      * the effective-permissions section.
      *----------------------------------------------------------------
       01  WS-ROLE-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-ROLE-TABLE.
           05  WS-R-ENTRY OCCURS 50 TIMES INDEXED BY WS-R-IDX.
               10  WS-R-ROLE-CODE     PIC X(8).
               10  WS-R-DESCRIPTION   PIC X(30).

       01  WS-PERMIT-COUNT           PIC 9(3) COMP VALUE 0.
       01  WS-PERMIT-TABLE.
           05  WS-P-ENTRY OCCURS 500 TIMES INDEXED BY WS-P-IDX.
               10  WS-P-ROLE-CODE     PIC X(8).
               10  WS-P-CALLER-ID     PIC X(15).

       01  WS-ROLE-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-ROLE-FOUND         VALUE 'Y'.
       01  WS-ROLE-PERMIT-COUNT      PIC 9(3) COMP VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(24) VALUE "DAILY SECURITY REPORT".
           05  FILLER PIC X(10) VALUE "GRANTED".
           05  FILLER PIC X(10) VALUE "DENIED".
           05  FILLER PIC X(13) VALUE "LOCKED-OUT".
           05  FILLER PIC X(10) VALUE "OUT-ROLE".
           05  FILLER PIC X(30) VALUE "NOTE".
           05  FILLER PIC X(7)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-D-OPERATOR      PIC X(8).
           05  WS-D-DENIED        PIC ZZZ9.
           05  FILLER             PIC X(8) VALUE SPACES.
           05  WS-D-LOCKED        PIC ZZZ9.
           05  FILLER             PIC X(6) VALUE SPACES.
           05  WS-D-OUT-OF-ROLE   PIC ZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-NOTE          PIC X(34).
           05  FILLER             PIC X(6) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(10) VALUE "GRANTED: ".
           05  WS-F-DENIED      PIC ZZZZ9.
           05  FILLER PIC X(22) VALUE "  LOCKED-OUT DENIALS: ".
           05  WS-F-LOCKED      PIC ZZZZ9.
           05  FILLER PIC X(15) VALUE "  OUT OF ROLE: ".
           05  WS-F-OUT-OF-ROLE PIC ZZZZ9.
           05  FILLER           PIC X(12) VALUE SPACES.

       01  WS-NO-ENTRIES-LINE        PIC X(90)
           VALUE "*** NO SIGN-ON ACTIVITY FOR THE REPORT DATE ***".

       01  WS-BLANK-LINE             PIC X(90) VALUE SPACES.

       01  WS-ATTEMPT-HEADING-1.
           05  FILLER PIC X(26) VALUE "OUT-OF-ROLE ATTEMPTS FROM ".
           05  WS-AH-FROM-DATE  PIC 9(8).
           05  FILLER PIC X(9)  VALUE " THROUGH ".
           05  WS-AH-TO-DATE    PIC 9(8).
           05  FILLER           PIC X(39) VALUE SPACES.

       01  WS-ATTEMPT-HEADING-2.
           05  FILLER PIC X(10) VALUE "DATE".
           05  FILLER PIC X(10) VALUE "OPERATOR".
           05  FILLER PIC X(10) VALUE "ROLE".
           05  FILLER PIC X(17) VALUE "PROGRAM".
           05  FILLER PIC X(43) VALUE SPACES.

       01  WS-ATTEMPT-LINE.
           05  WS-AD-RUN-DATE     PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-AD-OPERATOR-ID  PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-AD-ROLE-CODE    PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-AD-CALLER-ID    PIC X(15).
           05  FILLER             PIC X(45) VALUE SPACES.

       01  WS-NO-ATTEMPTS-LINE       PIC X(90)
           VALUE "*** NO OUT-OF-ROLE ATTEMPTS IN THE REVIEW PERIOD ***".

       01  WS-ATTEMPT-OVERFLOW-LINE.
           05  FILLER PIC X(4)  VALUE "*** ".
           05  WS-AO-COUNT      PIC ZZZZ9.
           05  FILLER PIC X(41)
               VALUE " MORE ATTEMPTS COUNTED BUT NOT LISTED ***".
           05  FILLER           PIC X(40) VALUE SPACES.

       01  WS-PERMIT-HEADING-1       PIC X(90)
           VALUE "EFFECTIVE PERMISSIONS BY OPERATOR".

       01  WS-PERMIT-HEADING-2.
           05  FILLER PIC X(10) VALUE "OPERATOR".
           05  FILLER PIC X(10) VALUE "ROLE".
           05  FILLER PIC X(40) VALUE "ROLE DESCRIPTION / PROGRAMS".
           05  FILLER PIC X(30) VALUE SPACES.

       01  WS-PERMIT-LINE.
           05  WS-PD-OPERATOR-ID  PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-PD-ROLE-CODE    PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-PD-TEXT         PIC X(40).
           05  FILLER             PIC X(30) VALUE SPACES.

       01  WS-NO-OPERATORS-LINE      PIC X(90)
           VALUE "*** NO OPERATORS ON OPERLST ***".

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
               MOVE BUSDATE-DATE TO WS-REPORT-DATE
           END-IF
           DISPLAY "Security report for: " WS-REPORT-DATE
           ACCEPT WS-REVIEW-FROM-DATE FROM SYSIN
           IF WS-REVIEW-FROM-DATE NOT NUMERIC
              OR WS-REVIEW-FROM-DATE = 0
              OR WS-REVIEW-FROM-DATE > WS-REPORT-DATE
               MOVE WS-REPORT-DATE TO WS-REVIEW-FROM-DATE
           END-IF
           DISPLAY "Access review from: " WS-REVIEW-FROM-DATE

           OPEN INPUT SIGNON-LOG-FILE
           IF WS-SIGNLOG-STATUS = "35"
               CLOSE SIGNON-LOG-FILE
           END-IF

           PERFORM 2000-LOAD-ROLE-TABLES
           PERFORM 3000-PRINT-REPORT
           STOP RUN.

      * 1000-ROLL-UP-ENTRY - only the report date's decisions count.
      *----------------------------------------------------------------
       1000-ROLL-UP-ENTRY.
           IF SLOG-OUT-OF-ROLE
              AND SLOG-RUN-DATE >= WS-REVIEW-FROM-DATE
              AND SLOG-RUN-DATE <= WS-REPORT-DATE
               PERFORM 1300-KEEP-ATTEMPT
           END-IF

           IF SLOG-RUN-DATE = WS-REPORT-DATE
               PERFORM 1200-FIND-OPERATOR
               IF NOT WS-OPERATOR-FOUND
                   MOVE 0 TO WS-O-GRANTED (WS-OPER-COUNT)
                   MOVE 0 TO WS-O-DENIED (WS-OPER-COUNT)
                   MOVE 0 TO WS-O-LOCKED (WS-OPER-COUNT)
                   MOVE 0 TO WS-O-OUT-OF-ROLE (WS-OPER-COUNT)
                   MOVE WS-OPER-COUNT TO WS-FOUND-IDX
               END-IF
               EVALUATE TRUE
                   WHEN SLOG-LOCKED
                       ADD 1 TO WS-O-LOCKED (WS-FOUND-IDX)
                       ADD 1 TO WS-TOTAL-LOCKED
                   WHEN SLOG-OUT-OF-ROLE
                       ADD 1 TO WS-O-OUT-OF-ROLE (WS-FOUND-IDX)
                       ADD 1 TO WS-TOTAL-OUT-OF-ROLE
                   WHEN OTHER
                       ADD 1 TO WS-O-DENIED (WS-FOUND-IDX)
                       ADD 1 TO WS-TOTAL-DENIED
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 1300-KEEP-ATTEMPT - hold an out-of-role attempt for the
      * access-review listing.
      *----------------------------------------------------------------
       1300-KEEP-ATTEMPT.
           IF WS-ATTEMPT-COUNT < WS-ATTEMPT-MAX
               ADD 1 TO WS-ATTEMPT-COUNT
               MOVE SLOG-RUN-DATE
                   TO WS-A-RUN-DATE (WS-ATTEMPT-COUNT)
               MOVE SLOG-OPERATOR-ID
                   TO WS-A-OPERATOR-ID (WS-ATTEMPT-COUNT)
               MOVE SLOG-ROLE-CODE
                   TO WS-A-ROLE-CODE (WS-ATTEMPT-COUNT)
               MOVE SLOG-CALLER-ID
                   TO WS-A-CALLER-ID (WS-ATTEMPT-COUNT)
           ELSE
               ADD 1 TO WS-ATTEMPT-OVERFLOW
           END-IF.

      *----------------------------------------------------------------
      * 2000-LOAD-ROLE-TABLES - OPRROLE and ROLEPERM, as SignOnCheck
      * reads them.  A missing file leaves its table empty.
      *----------------------------------------------------------------
       2000-LOAD-ROLE-TABLES.
           MOVE 'N' TO WS-TABLE-EOF-SWITCH
           OPEN INPUT ROLE-FILE
           IF WS-ROLE-STATUS NOT = "35"
               PERFORM 2100-READ-ROLE-RECORD
               PERFORM UNTIL WS-TABLE-END-OF-FILE
                   ADD 1 TO WS-ROLE-COUNT
                   MOVE OPRROLE-ROLE-CODE
                       TO WS-R-ROLE-CODE (WS-ROLE-COUNT)
                   MOVE OPRROLE-DESCRIPTION
                       TO WS-R-DESCRIPTION (WS-ROLE-COUNT)
                   PERFORM 2100-READ-ROLE-RECORD
               END-PERFORM
               CLOSE ROLE-FILE
           END-IF

           MOVE 'N' TO WS-TABLE-EOF-SWITCH
           OPEN INPUT ROLE-PERMISSION-FILE
           IF WS-PERMIT-STATUS NOT = "35"
               PERFORM 2200-READ-PERMISSION-RECORD
               PERFORM UNTIL WS-TABLE-END-OF-FILE
                   ADD 1 TO WS-PERMIT-COUNT
                   MOVE ROLEPERM-ROLE-CODE
                       TO WS-P-ROLE-CODE (WS-PERMIT-COUNT)
                   MOVE ROLEPERM-CALLER-ID
                       TO WS-P-CALLER-ID (WS-PERMIT-COUNT)
                   PERFORM 2200-READ-PERMISSION-RECORD
               END-PERFORM
               CLOSE ROLE-PERMISSION-FILE
           END-IF.

      *----------------------------------------------------------------
      * 2100-READ-ROLE-RECORD
      *----------------------------------------------------------------
       2100-READ-ROLE-RECORD.
           READ ROLE-FILE
               AT END
                   MOVE 'Y' TO WS-TABLE-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2200-READ-PERMISSION-RECORD
      *----------------------------------------------------------------
       2200-READ-PERMISSION-RECORD.
           READ ROLE-PERMISSION-FILE
               AT END
                   MOVE 'Y' TO WS-TABLE-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 3000-PRINT-REPORT - one line per operator, noted when the
      * day's pattern deserves a look.
           MOVE WS-TOTAL-GRANTED TO WS-F-GRANTED
           MOVE WS-TOTAL-DENIED  TO WS-F-DENIED
           MOVE WS-TOTAL-LOCKED  TO WS-F-LOCKED
           MOVE WS-TOTAL-OUT-OF-ROLE TO WS-F-OUT-OF-ROLE
           WRITE SECURITY-REPORT-LINE FROM WS-REPORT-FOOTER

           PERFORM 3200-PRINT-ATTEMPTS
           PERFORM 3300-PRINT-PERMISSIONS
           CLOSE SECURITY-REPORT-FILE
           DISPLAY "OPERATORS REPORTED: " WS-OPER-COUNT
           ADD WS-ATTEMPT-COUNT WS-ATTEMPT-OVERFLOW
               GIVING WS-ATTEMPT-TOTAL
           DISPLAY "OUT-OF-ROLE ATTEMPTS: " WS-ATTEMPT-TOTAL.

      *----------------------------------------------------------------
      * 3100-PRINT-OPERATOR
           MOVE WS-O-GRANTED (WS-O-IDX)     TO WS-D-GRANTED
           MOVE WS-O-DENIED (WS-O-IDX)      TO WS-D-DENIED
           MOVE WS-O-LOCKED (WS-O-IDX)      TO WS-D-LOCKED
           MOVE WS-O-OUT-OF-ROLE (WS-O-IDX) TO WS-D-OUT-OF-ROLE

           EVALUATE TRUE
               WHEN WS-O-LOCKED (WS-O-IDX) > 0
               WHEN WS-O-DENIED (WS-O-IDX) >= WS-RETRY-FLAG-LIMIT
                   MOVE "*** REPEATED DENIALS - REVIEW ***"
                       TO WS-D-NOTE
               WHEN WS-O-OUT-OF-ROLE (WS-O-IDX) > 0
                   MOVE "*** PROGRAM TRIED OUT OF ROLE ***"
                       TO WS-D-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-D-NOTE
           END-EVALUATE

           WRITE SECURITY-REPORT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------
      * 3200-PRINT-ATTEMPTS - every out-of-role attempt in the review
      * window.
      *----------------------------------------------------------------
       3200-PRINT-ATTEMPTS.
           WRITE SECURITY-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-REVIEW-FROM-DATE TO WS-AH-FROM-DATE
           MOVE WS-REPORT-DATE      TO WS-AH-TO-DATE
           WRITE SECURITY-REPORT-LINE FROM WS-ATTEMPT-HEADING-1
           WRITE SECURITY-REPORT-LINE FROM WS-ATTEMPT-HEADING-2

           IF WS-ATTEMPT-COUNT = 0
               WRITE SECURITY-REPORT-LINE FROM WS-NO-ATTEMPTS-LINE
           END-IF

           PERFORM VARYING WS-A-IDX FROM 1 BY 1
                   UNTIL WS-A-IDX > WS-ATTEMPT-COUNT
               MOVE WS-A-RUN-DATE (WS-A-IDX)    TO WS-AD-RUN-DATE
               MOVE WS-A-OPERATOR-ID (WS-A-IDX) TO WS-AD-OPERATOR-ID
               MOVE WS-A-ROLE-CODE (WS-A-IDX)   TO WS-AD-ROLE-CODE
               MOVE WS-A-CALLER-ID (WS-A-IDX)   TO WS-AD-CALLER-ID
               WRITE SECURITY-REPORT-LINE FROM WS-ATTEMPT-LINE
           END-PERFORM

           IF WS-ATTEMPT-OVERFLOW > 0
               MOVE WS-ATTEMPT-OVERFLOW TO WS-AO-COUNT
               WRITE SECURITY-REPORT-LINE FROM WS-ATTEMPT-OVERFLOW-LINE
           END-IF.

      *----------------------------------------------------------------
      * 3300-PRINT-PERMISSIONS - each OPERLST operator's role and the
      * programs it lets them run, in roster order.
      *----------------------------------------------------------------
       3300-PRINT-PERMISSIONS.
           WRITE SECURITY-REPORT-LINE FROM WS-BLANK-LINE
           WRITE SECURITY-REPORT-LINE FROM WS-PERMIT-HEADING-1
           WRITE SECURITY-REPORT-LINE FROM WS-PERMIT-HEADING-2

           MOVE 'N' TO WS-TABLE-EOF-SWITCH
           OPEN INPUT OPERATOR-LIST-FILE
           IF WS-OPERLST-STATUS = "35"
               WRITE SECURITY-REPORT-LINE FROM WS-NO-OPERATORS-LINE
           ELSE
               PERFORM 3310-READ-OPERATOR-LIST
               PERFORM 3320-PRINT-OPERATOR-ACCESS
                   UNTIL WS-TABLE-END-OF-FILE
               CLOSE OPERATOR-LIST-FILE
           END-IF.

      *----------------------------------------------------------------
      * 3310-READ-OPERATOR-LIST
      *----------------------------------------------------------------
       3310-READ-OPERATOR-LIST.
           READ OPERATOR-LIST-FILE
               AT END
                   MOVE 'Y' TO WS-TABLE-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 3320-PRINT-OPERATOR-ACCESS - a role missing from OPRROLE
      * grants nothing, the same as SignOnCheck treats it.
      *----------------------------------------------------------------
       3320-PRINT-OPERATOR-ACCESS.
           MOVE OPERLST-OPERATOR-ID TO WS-PD-OPERATOR-ID
           MOVE OPERLST-ROLE-CODE   TO WS-PD-ROLE-CODE
           MOVE 'N' TO WS-ROLE-FOUND-SWITCH
           PERFORM VARYING WS-R-IDX FROM 1 BY 1
                   UNTIL WS-R-IDX > WS-ROLE-COUNT
                      OR WS-ROLE-FOUND
               IF WS-R-ROLE-CODE (WS-R-IDX) = OPERLST-ROLE-CODE
                  AND OPERLST-ROLE-CODE NOT = SPACES
                   MOVE 'Y' TO WS-ROLE-FOUND-SWITCH
                   MOVE WS-R-DESCRIPTION (WS-R-IDX) TO WS-PD-TEXT
               END-IF
           END-PERFORM

           IF NOT WS-ROLE-FOUND
               MOVE "*** ROLE NOT ON OPRROLE - NO ACCESS ***"
                   TO WS-PD-TEXT
               WRITE SECURITY-REPORT-LINE FROM WS-PERMIT-LINE
           ELSE
               WRITE SECURITY-REPORT-LINE FROM WS-PERMIT-LINE
               MOVE SPACES TO WS-PD-OPERATOR-ID
               MOVE SPACES TO WS-PD-ROLE-CODE
               MOVE 0 TO WS-ROLE-PERMIT-COUNT
               PERFORM VARYING WS-P-IDX FROM 1 BY 1
                       UNTIL WS-P-IDX > WS-PERMIT-COUNT
                   IF WS-P-ROLE-CODE (WS-P-IDX) = OPERLST-ROLE-CODE
                       ADD 1 TO WS-ROLE-PERMIT-COUNT
                       MOVE SPACES TO WS-PD-TEXT
                       IF WS-P-CALLER-ID (WS-P-IDX) = '*'
                           MOVE "  ALL PROGRAMS" TO WS-PD-TEXT
                       ELSE
                           MOVE WS-P-CALLER-ID (WS-P-IDX)
                               TO WS-PD-TEXT (3:15)
                       END-IF
                       WRITE SECURITY-REPORT-LINE FROM WS-PERMIT-LINE
                   END-IF
               END-PERFORM
               IF WS-ROLE-PERMIT-COUNT = 0
                   MOVE "  NO PROGRAMS PERMITTED" TO WS-PD-TEXT
                   WRITE SECURITY-REPORT-LINE FROM WS-PERMIT-LINE
               END-IF
           END-IF

           PERFORM 3310-READ-OPERATOR-LIST.
