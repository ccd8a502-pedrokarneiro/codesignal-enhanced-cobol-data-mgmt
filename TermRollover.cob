       IDENTIFICATION DIVISION.
       PROGRAM-ID. TermRollover.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - END-OF-TERM ROLLOVER AND
      *                  GRADE-LEVEL PROMOTION.  CLASSROS, CLASSCAP AND
      *                  THE WAITLISTS WERE EDITED BY HAND FOR EACH NEW
      *                  TERM.  THE CLOSING TERM'S CLASSROS, ATTNTRN
      *                  AND GRADHIST ENTRIES ARE COPIED, STAMPED WITH
      *                  THE TERM ID, TO NEW ARCHIVE GENERATIONS.  EACH
      *                  STUMAST STUDENT IS PROMOTED A GRADE LEVEL OR
      *                  RETAINED ON THE FINAL MARK PER CLASS (GRDSCALE
      *                  ZERO POINTS IS A FAILED CLASS) AND THE TERM
      *                  ATTENDANCE RATE, AGAINST THE SYSIN LIMITS.
      *                  CLASSCAP IS REPLACED FROM THE SECTPLAN SECTION
      *                  PLAN, THE ROSTER - WAITLIST AND ALL - AND THE
      *                  ATTENDANCE AND GRADE FILES START EMPTY, AND
      *                  TERMCTL RECORDS THE TERM CLOSED SO A RERUN IS
      *                  REFUSED.  ROLLRPT LISTS EVERY DECISION.
      * 2026-10-15  DLH  THE SYSIN CARD NOW ALSO GIVES THE NEW TERM'S
      *                  FIRST AND LAST CLASS DAYS, KEPT ON TERMCTL FOR
      *                  TUITION BILLING AND DROP CREDITS; THE SECTION
      *                  LIST SHOWS EACH CLASS'S TERM FEE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT GRADE-SCALE-FILE ASSIGN TO "GRDSCALE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SECTION-PLAN-FILE ASSIGN TO "SECTPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT CLASS-CAPACITY-FILE ASSIGN TO "CLASSCAP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLASS-ROSTER-FILE ASSIGN TO "CLASSROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT ROSTER-ARCHIVE-FILE ASSIGN TO "ROSTARC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ATTENDANCE-FILE ASSIGN TO "ATTNTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTENDANCE-STATUS.

           SELECT ATTENDANCE-ARCHIVE-FILE ASSIGN TO "ATTNARC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GRADE-HISTORY-FILE ASSIGN TO "GRADHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT GRADE-ARCHIVE-FILE ASSIGN TO "GRADARC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ROLLOVER-REPORT-FILE ASSIGN TO "ROLLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-CONTROL-FILE.
       COPY TERMCTL.

       FD  GRADE-SCALE-FILE.
       COPY GRDSCALE.

       FD  STUDENT-MASTER-FILE.
       COPY STUMAST.

       FD  SECTION-PLAN-FILE.
       COPY SECTPLAN.

       FD  CLASS-CAPACITY-FILE.
       COPY CLASSCAP.

       FD  CLASS-ROSTER-FILE.
       COPY CLASSROS.

       FD  ROSTER-ARCHIVE-FILE.
       01  ROSTER-ARCHIVE-RECORD.
           05  ROSTARC-TERM-ID       PIC X(6).
           05  ROSTARC-ROSTER-ENTRY  PIC X(56).

       FD  ATTENDANCE-FILE.
       COPY ATTNTRN.

       FD  ATTENDANCE-ARCHIVE-FILE.
       01  ATTENDANCE-ARCHIVE-RECORD.
           05  ATTNARC-TERM-ID       PIC X(6).
           05  ATTNARC-ATTENDANCE-ENTRY PIC X(55).

       FD  GRADE-HISTORY-FILE.
       COPY GRADHIST.

       FD  GRADE-ARCHIVE-FILE.
       01  GRADE-ARCHIVE-RECORD.
           05  GRADARC-TERM-ID       PIC X(6).
           05  GRADARC-HISTORY-ENTRY PIC X(24).

       FD  ROLLOVER-REPORT-FILE.
       01  ROLLOVER-REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-CONTROL-STATUS         PIC X(2).
       01  WS-PLAN-STATUS            PIC X(2).
       01  WS-ROSTER-STATUS          PIC X(2).
       01  WS-ATTENDANCE-STATUS      PIC X(2).
       01  WS-HISTORY-STATUS         PIC X(2).
       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

      *----------------------------------------------------------------
      * WS-CONTROL-CARD - the SYSIN line: the term being closed
      * (columns 1-6), the term being opened (columns 8-13), the
      * lowest attendance percent a promoted student may have
      * (columns 15-17, blank for 80), the number of failed classes
      * a promoted student may carry (column 19, blank for 1) and
      * the school's top grade level (columns 21-22, blank for 12),
      * then the new term's first class day (columns 24-31) and
      * last class day (columns 33-40), blank where not yet set.
      *----------------------------------------------------------------
       01  WS-CONTROL-CARD.
           05  WS-CARD-CLOSING-TERM  PIC X(6).
           05  FILLER                PIC X(1).
           05  WS-CARD-NEW-TERM      PIC X(6).
           05  FILLER                PIC X(1).
           05  WS-CARD-MIN-ATTENDANCE PIC 9(3).
           05  FILLER                PIC X(1).
           05  WS-CARD-FAILS-ALLOWED PIC 9(1).
           05  FILLER                PIC X(1).
           05  WS-CARD-TOP-LEVEL     PIC 9(2).
           05  FILLER                PIC X(1).
           05  WS-CARD-TERM-START    PIC 9(8).
           05  FILLER                PIC X(1).
           05  WS-CARD-TERM-END      PIC 9(8).
           05  FILLER                PIC X(40).
       01  WS-CLOSING-TERM           PIC X(6) VALUE SPACES.
       01  WS-NEW-TERM               PIC X(6) VALUE SPACES.
       01  WS-MIN-ATTENDANCE         PIC 9(3) VALUE 80.
       01  WS-FAILS-ALLOWED          PIC 9(1) VALUE 1.
       01  WS-TOP-LEVEL              PIC 9(2) VALUE 12.
       01  WS-TERM-START             PIC 9(8) VALUE 0.
       01  WS-TERM-END               PIC 9(8) VALUE 0.

      *----------------------------------------------------------------
      * WS-SCALE-TABLE - GRDSCALE, ascending by upper mark.
      *----------------------------------------------------------------
       01  WS-SCALE-COUNT            PIC 9(2) COMP VALUE 0.
       01  WS-SCALE-IDX              PIC 9(2) COMP VALUE 0.
       01  WS-SCALE-FOUND-SWITCH     PIC X VALUE 'N'.
           88  WS-SCALE-FOUND        VALUE 'Y'.
       01  WS-SCALE-TABLE.
           05  WS-G-ENTRY OCCURS 20 TIMES.
               10  WS-G-UPPER-MARK    PIC 9(2).
               10  WS-G-POINTS        PIC 9V99.
       01  WS-MARK-POINTS            PIC 9V99 VALUE 0.

      *----------------------------------------------------------------
      * WS-PLAN-TABLE - the new term's sections off SECTPLAN.
      *----------------------------------------------------------------
       01  WS-PLAN-COUNT             PIC 9(2) COMP VALUE 0.
       01  WS-PLAN-IDX               PIC 9(2) COMP VALUE 0.
       01  WS-PLAN-TABLE.
           05  WS-P-ENTRY OCCURS 50 TIMES PIC X(36).

      *----------------------------------------------------------------
      * WS-TEACHER-TABLE - distinct class dates per teacher on the
      * closing term's ATTNTRN, as TermAttendance counts them: the
      * date count is that teacher's scheduled sessions.
      *----------------------------------------------------------------
       01  WS-TEACHER-COUNT          PIC 9(2) COMP VALUE 0.
       01  WS-TCH-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-TEACHER-FOUND      VALUE 'Y'.
       01  WS-TCH-FOUND-IDX          PIC 9(2) COMP VALUE 0.
       01  WS-TCH-IDX                PIC 9(2) COMP VALUE 0.
       01  WS-DATE-IDX               PIC 9(3) COMP VALUE 0.
       01  WS-DATE-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-DATE-SEEN          VALUE 'Y'.
       01  WS-TEACHER-TABLE.
           05  WS-T-ENTRY OCCURS 20 TIMES.
               10  WS-T-TEACHER-NAME  PIC X(20).
               10  WS-T-DATE-COUNT    PIC 9(3) COMP.
               10  WS-T-CLASS-DATE OCCURS 100 TIMES PIC 9(8).

      *----------------------------------------------------------------
      * WS-STUDENT-TABLE - one entry per STUMAST student, carrying
      * the master record as read, the closing term's classes,
      * attendance and final marks, and the decision.
      *----------------------------------------------------------------
       01  WS-STUDENT-COUNT          PIC 9(3) COMP VALUE 0.
       01  WS-STU-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-STUDENT-FOUND      VALUE 'Y'.
       01  WS-STU-FOUND-IDX          PIC 9(3) COMP VALUE 0.
       01  WS-STU-IDX                PIC 9(3) COMP VALUE 0.
       01  WS-TARGET-STUDENT-ID      PIC 9(6) VALUE 0.
       01  WS-LINE-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-LINE-FOUND         VALUE 'Y'.
       01  WS-LINE-FOUND-IDX         PIC 9(2) COMP VALUE 0.
       01  WS-LINE-IDX               PIC 9(2) COMP VALUE 0.
       01  WS-STUDENT-TABLE.
           05  WS-S-ENTRY OCCURS 200 TIMES.
               10  WS-S-MASTER-RECORD PIC X(63).
               10  WS-S-STUDENT-ID    PIC 9(6).
               10  WS-S-STUDENT-NAME  PIC X(20).
               10  WS-S-OLD-LEVEL     PIC 9(2).
               10  WS-S-NEW-LEVEL     PIC 9(2).
               10  WS-S-DECISION      PIC X.
                   88  WS-S-PROMOTED      VALUE 'P'.
                   88  WS-S-RETAINED      VALUE 'R'.
                   88  WS-S-COMPLETED     VALUE 'C'.
                   88  WS-S-NOT-ENROLLED  VALUE 'N'.
               10  WS-S-REASON        PIC X(24).
               10  WS-S-CLASS-COUNT   PIC 9(2) COMP.
               10  WS-S-FAILED-COUNT  PIC 9(2) COMP.
               10  WS-S-ATTENDED      PIC 9(4) COMP.
               10  WS-S-POSSIBLE      PIC 9(4) COMP.
               10  WS-S-RATE          PIC 9(3)V9.
               10  WS-S-ATTN-COUNT    PIC 9(2) COMP.
               10  WS-S-ATTN-TEACHER OCCURS 5 TIMES PIC X(20).
               10  WS-S-MARK-COUNT    PIC 9(2) COMP.
               10  WS-S-MARK-LINE OCCURS 5 TIMES.
                   15  WS-S-MARK-TEACHER  PIC 9(6).
                   15  WS-S-MARK-PERIOD   PIC 9(2).
                   15  WS-S-MARK-GRADE    PIC 9(2).

       01  WS-ROSTER-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-WAITLIST-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-ATTENDANCE-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-HISTORY-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-PROMOTED-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-RETAINED-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-COMPLETED-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-NOT-ENROLLED-COUNT     PIC 9(4) COMP VALUE 0.

       01  WS-FAILED-EDIT            PIC 9.
       01  WS-RATE-EDIT              PIC ZZ9.9.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(22) VALUE "END-OF-TERM ROLLOVER".
           05  FILLER PIC X(14) VALUE "CLOSING TERM: ".
           05  WS-H-CLOSING-TERM  PIC X(6).
           05  FILLER PIC X(12) VALUE "  NEW TERM: ".
           05  WS-H-NEW-TERM      PIC X(6).
           05  FILLER PIC X(12) VALUE "  RUN DATE: ".
           05  WS-H-RUN-DATE      PIC 9(8).
           05  FILLER             PIC X(20) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(20) VALUE "MINIMUM ATTENDANCE: ".
           05  WS-H-MIN-ATTENDANCE PIC ZZ9.
           05  FILLER PIC X(27) VALUE "%  FAILED CLASSES ALLOWED: ".
           05  WS-H-FAILS-ALLOWED PIC 9.
           05  FILLER PIC X(19) VALUE "  TOP GRADE LEVEL: ".
           05  WS-H-TOP-LEVEL     PIC Z9.
           05  FILLER             PIC X(28) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER PIC X(8)  VALUE "ID".
           05  FILLER PIC X(22) VALUE "STUDENT".
           05  FILLER PIC X(6)  VALUE "FROM".
           05  FILLER PIC X(4)  VALUE "TO".
           05  FILLER PIC X(9)  VALUE "CLASSES".
           05  FILLER PIC X(8)  VALUE "FAILED".
           05  FILLER PIC X(9)  VALUE "ATTEND%".
           05  FILLER PIC X(34) VALUE "DECISION".

       01  WS-DETAIL-LINE.
           05  WS-D-STUDENT-ID    PIC 9(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-STUDENT-NAME  PIC X(20).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-OLD-LEVEL     PIC Z9.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-D-NEW-LEVEL     PIC Z9.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-D-CLASSES       PIC Z9.
           05  FILLER             PIC X(7) VALUE SPACES.
           05  WS-D-FAILED        PIC Z9.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-D-RATE          PIC X(5).
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-D-DECISION      PIC X(13).
           05  WS-D-REASON        PIC X(24).
           05  FILLER             PIC X(1) VALUE SPACES.

       01  WS-SECTION-HEADING.
           05  FILLER PIC X(25) VALUE "NEW TERM SECTIONS - TERM ".
           05  WS-SH-NEW-TERM     PIC X(6).
           05  FILLER             PIC X(69) VALUE SPACES.

       01  WS-SECTION-COLUMNS.
           05  FILLER PIC X(12) VALUE "TEACHER ID".
           05  FILLER PIC X(22) VALUE "TEACHER".
           05  FILLER PIC X(11) VALUE "CAPACITY".
           05  FILLER PIC X(55) VALUE "TERM FEE".

       01  WS-SECTION-LINE.
           05  WS-SL-TEACHER-ID   PIC 9(6).
           05  FILLER             PIC X(6) VALUE SPACES.
           05  WS-SL-TEACHER-NAME PIC X(20).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-SL-CAPACITY     PIC ZZ9.
           05  FILLER             PIC X(6) VALUE SPACES.
           05  WS-SL-TERM-FEE     PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(48) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(100) VALUE SPACES.

       01  WS-REPORT-FOOTER-1.
           05  FILLER PIC X(10) VALUE "PROMOTED: ".
           05  WS-F-PROMOTED      PIC ZZZ9.
           05  FILLER PIC X(12) VALUE "  RETAINED: ".
           05  WS-F-RETAINED      PIC ZZZ9.
           05  FILLER PIC X(13) VALUE "  COMPLETED: ".
           05  WS-F-COMPLETED     PIC ZZZ9.
           05  FILLER PIC X(16) VALUE "  NOT ENROLLED: ".
           05  WS-F-NOT-ENROLLED  PIC ZZZ9.
           05  FILLER             PIC X(33) VALUE SPACES.

       01  WS-REPORT-FOOTER-2.
           05  FILLER PIC X(24) VALUE "ARCHIVED - ROSTER LINES ".
           05  WS-F-ROSTER        PIC ZZZZ9.
           05  FILLER PIC X(20) VALUE "  ATTENDANCE MARKS: ".
           05  WS-F-ATTENDANCE    PIC ZZZZ9.
           05  FILLER PIC X(16) VALUE "  GRADE MARKS: ".
           05  WS-F-HISTORY       PIC ZZZZ9.
           05  FILLER             PIC X(25) VALUE SPACES.

       01  WS-REPORT-FOOTER-3.
           05  FILLER PIC X(28) VALUE "WAITLIST ENTRIES CLEARED: ".
           05  WS-F-WAITLIST      PIC ZZZZ9.
           05  FILLER PIC X(20) VALUE "  SECTIONS PLANNED: ".
           05  WS-F-SECTIONS      PIC Z9.
           05  FILLER             PIC X(45) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE - everything is read and archived before any
      * live file is touched, so a run that stops early leaves the
      * closing term as it was.
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           PERFORM 0500-SET-RUN-PARAMETERS
           PERFORM 0600-CHECK-TERM-CONTROL
           PERFORM 1000-LOAD-GRADE-SCALE
           PERFORM 1100-LOAD-SECTION-PLAN
           PERFORM 1200-LOAD-STUDENT-MASTER

           PERFORM 1300-ARCHIVE-ROSTER
           PERFORM 1500-ARCHIVE-ATTENDANCE
           PERFORM 1700-ARCHIVE-GRADES

           PERFORM 2000-DECIDE-STUDENT
               VARYING WS-STU-IDX FROM 1 BY 1
               UNTIL WS-STU-IDX > WS-STUDENT-COUNT

           PERFORM 3000-PRINT-REPORT
           PERFORM 4000-REWRITE-STUDENT-MASTER
           PERFORM 4100-OPEN-NEW-TERM
           PERFORM 4200-WRITE-TERM-CONTROL

           DISPLAY "PROMOTED: " WS-PROMOTED-COUNT
                   "  RETAINED: " WS-RETAINED-COUNT
                   "  COMPLETED: " WS-COMPLETED-COUNT
                   "  NOT ENROLLED: " WS-NOT-ENROLLED-COUNT
           DISPLAY "WAITLIST ENTRIES CLEARED: " WS-WAITLIST-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * 0500-SET-RUN-PARAMETERS - both terms must be named; a limit
      * left blank keeps its default.
      *----------------------------------------------------------------
       0500-SET-RUN-PARAMETERS.
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           IF WS-CARD-CLOSING-TERM = SPACES
              OR WS-CARD-NEW-TERM = SPACES
              OR WS-CARD-NEW-TERM = WS-CARD-CLOSING-TERM
               DISPLAY "CLOSING AND NEW TERM IDS REQUIRED - NO ROLLOVER"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CARD-CLOSING-TERM TO WS-CLOSING-TERM
           MOVE WS-CARD-NEW-TERM     TO WS-NEW-TERM
           IF WS-CARD-MIN-ATTENDANCE NUMERIC
              AND WS-CARD-MIN-ATTENDANCE > 0
              AND WS-CARD-MIN-ATTENDANCE NOT > 100
               MOVE WS-CARD-MIN-ATTENDANCE TO WS-MIN-ATTENDANCE
           END-IF
           IF WS-CARD-FAILS-ALLOWED NUMERIC
               MOVE WS-CARD-FAILS-ALLOWED TO WS-FAILS-ALLOWED
           END-IF
           IF WS-CARD-TOP-LEVEL NUMERIC
              AND WS-CARD-TOP-LEVEL > 0
               MOVE WS-CARD-TOP-LEVEL TO WS-TOP-LEVEL
           END-IF
           IF WS-CARD-TERM-START NUMERIC
              AND WS-CARD-TERM-END NUMERIC
              AND WS-CARD-TERM-END >= WS-CARD-TERM-START
               MOVE WS-CARD-TERM-START TO WS-TERM-START
               MOVE WS-CARD-TERM-END   TO WS-TERM-END
           END-IF
           DISPLAY "Closing term: " WS-CLOSING-TERM
                   "  new term: " WS-NEW-TERM
                   "  minimum attendance: " WS-MIN-ATTENDANCE
                   "  failed classes allowed: " WS-FAILS-ALLOWED
                   "  top level: " WS-TOP-LEVEL
           DISPLAY "New term class days: " WS-TERM-START
                   " to " WS-TERM-END.

      *----------------------------------------------------------------
      * 0600-CHECK-TERM-CONTROL - a term already closed is not closed
      * again: its files are already archived and emptied, and its
      * students already moved up.
      *----------------------------------------------------------------
       0600-CHECK-TERM-CONTROL.
           OPEN INPUT TERM-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "35"
               READ TERM-CONTROL-FILE
                   AT END
                       MOVE SPACES TO TERMCTL-CLOSED-TERM-ID
               END-READ
               CLOSE TERM-CONTROL-FILE
               IF TERMCTL-CLOSED-TERM-ID = WS-CLOSING-TERM
                   DISPLAY "TERM " WS-CLOSING-TERM
                           " WAS ALREADY ROLLED OVER ON "
                           TERMCTL-ROLLOVER-DATE " - NO ROLLOVER"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 1000-LOAD-GRADE-SCALE - without a scale no class can be
      * judged passed or failed, so the run stops.
      *----------------------------------------------------------------
       1000-LOAD-GRADE-SCALE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT GRADE-SCALE-FILE
           PERFORM 1050-READ-GRADE-SCALE
           PERFORM UNTIL WS-END-OF-FILE
                   OR WS-SCALE-COUNT >= 20
               ADD 1 TO WS-SCALE-COUNT
               MOVE GRDSCALE-UPPER-MARK
                   TO WS-G-UPPER-MARK (WS-SCALE-COUNT)
               MOVE GRDSCALE-POINTS
                   TO WS-G-POINTS (WS-SCALE-COUNT)
               PERFORM 1050-READ-GRADE-SCALE
           END-PERFORM
           CLOSE GRADE-SCALE-FILE
           IF WS-SCALE-COUNT = 0
               DISPLAY "GRDSCALE IS EMPTY - NO ROLLOVER"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * 1050-READ-GRADE-SCALE
      *----------------------------------------------------------------
       1050-READ-GRADE-SCALE.
           READ GRADE-SCALE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1100-LOAD-SECTION-PLAN - the new term's classes.  No plan
      * means the new term cannot be set up, so nothing is rolled.
      *----------------------------------------------------------------
       1100-LOAD-SECTION-PLAN.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SECTION-PLAN-FILE
           IF WS-PLAN-STATUS = "35"
               DISPLAY "NO SECTPLAN SECTION PLAN - NO ROLLOVER"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1150-READ-SECTION-PLAN
           PERFORM UNTIL WS-END-OF-FILE
                   OR WS-PLAN-COUNT >= 50
               ADD 1 TO WS-PLAN-COUNT
               MOVE SECTION-PLAN-RECORD TO WS-P-ENTRY (WS-PLAN-COUNT)
               PERFORM 1150-READ-SECTION-PLAN
           END-PERFORM
           CLOSE SECTION-PLAN-FILE
           IF WS-PLAN-COUNT = 0
               DISPLAY "SECTPLAN SECTION PLAN IS EMPTY - NO ROLLOVER"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * 1150-READ-SECTION-PLAN
      *----------------------------------------------------------------
       1150-READ-SECTION-PLAN.
           READ SECTION-PLAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1200-LOAD-STUDENT-MASTER - the record is kept whole so the
      * rewrite changes nothing but the level.  A level left blank
      * is level zero.
      *----------------------------------------------------------------
       1200-LOAD-STUDENT-MASTER.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STUDENT-MASTER-FILE
           PERFORM 1250-READ-STUDENT-MASTER
           PERFORM UNTIL WS-END-OF-FILE
                   OR WS-STUDENT-COUNT >= 200
               ADD 1 TO WS-STUDENT-COUNT
               MOVE STUDENT-MASTER-RECORD
                   TO WS-S-MASTER-RECORD (WS-STUDENT-COUNT)
               MOVE STUM-STUDENT-ID
                   TO WS-S-STUDENT-ID (WS-STUDENT-COUNT)
               MOVE STUM-STUDENT-NAME
                   TO WS-S-STUDENT-NAME (WS-STUDENT-COUNT)
               MOVE 0 TO WS-S-OLD-LEVEL (WS-STUDENT-COUNT)
               IF STUM-GRADE-LEVEL NUMERIC
                   MOVE STUM-GRADE-LEVEL
                       TO WS-S-OLD-LEVEL (WS-STUDENT-COUNT)
               END-IF
               MOVE WS-S-OLD-LEVEL (WS-STUDENT-COUNT)
                   TO WS-S-NEW-LEVEL (WS-STUDENT-COUNT)
               MOVE SPACE  TO WS-S-DECISION (WS-STUDENT-COUNT)
               MOVE SPACES TO WS-S-REASON (WS-STUDENT-COUNT)
               MOVE 0 TO WS-S-CLASS-COUNT (WS-STUDENT-COUNT)
               MOVE 0 TO WS-S-FAILED-COUNT (WS-STUDENT-COUNT)
               MOVE 0 TO WS-S-ATTENDED (WS-STUDENT-COUNT)
               MOVE 0 TO WS-S-POSSIBLE (WS-STUDENT-COUNT)
               MOVE 0 TO WS-S-RATE (WS-STUDENT-COUNT)
               MOVE 0 TO WS-S-ATTN-COUNT (WS-STUDENT-COUNT)
               MOVE 0 TO WS-S-MARK-COUNT (WS-STUDENT-COUNT)
               PERFORM 1250-READ-STUDENT-MASTER
           END-PERFORM
           CLOSE STUDENT-MASTER-FILE.

      *----------------------------------------------------------------
      * 1250-READ-STUDENT-MASTER
      *----------------------------------------------------------------
       1250-READ-STUDENT-MASTER.
           READ STUDENT-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1300-ARCHIVE-ROSTER - every roster line goes to the archive
      * under the closing term.  Enrolled lines count the student's
      * classes; waitlisted lines are the waitlist being cleared.
      *----------------------------------------------------------------
       1300-ARCHIVE-ROSTER.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN OUTPUT ROSTER-ARCHIVE-FILE
           OPEN INPUT CLASS-ROSTER-FILE
           IF WS-ROSTER-STATUS NOT = "35"
               PERFORM 1350-READ-CLASS-ROSTER
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE WS-CLOSING-TERM TO ROSTARC-TERM-ID
                   MOVE CLASSROS-RECORD TO ROSTARC-ROSTER-ENTRY
                   WRITE ROSTER-ARCHIVE-RECORD
                   ADD 1 TO WS-ROSTER-COUNT
                   IF CLASSROS-STUDENT-STATUS = 'W'
                       ADD 1 TO WS-WAITLIST-COUNT
                   ELSE
                       MOVE CLASSROS-STUDENT-ID
                           TO WS-TARGET-STUDENT-ID
                       PERFORM 2900-FIND-STUDENT
                       IF WS-STUDENT-FOUND
                           ADD 1 TO WS-S-CLASS-COUNT (WS-STU-FOUND-IDX)
                       END-IF
                   END-IF
                   PERFORM 1350-READ-CLASS-ROSTER
               END-PERFORM
               CLOSE CLASS-ROSTER-FILE
           END-IF
           CLOSE ROSTER-ARCHIVE-FILE.

      *----------------------------------------------------------------
      * 1350-READ-CLASS-ROSTER
      *----------------------------------------------------------------
       1350-READ-CLASS-ROSTER.
           READ CLASS-ROSTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1500-ARCHIVE-ATTENDANCE - every attendance mark goes to the
      * archive; the marks also build each teacher's class dates and
      * each student's attended count.
      *----------------------------------------------------------------
       1500-ARCHIVE-ATTENDANCE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN OUTPUT ATTENDANCE-ARCHIVE-FILE
           OPEN INPUT ATTENDANCE-FILE
           IF WS-ATTENDANCE-STATUS NOT = "35"
               PERFORM 1550-READ-ATTENDANCE
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE WS-CLOSING-TERM TO ATTNARC-TERM-ID
                   MOVE ATTENDANCE-TRANSACTION
                       TO ATTNARC-ATTENDANCE-ENTRY
                   WRITE ATTENDANCE-ARCHIVE-RECORD
                   ADD 1 TO WS-ATTENDANCE-COUNT
                   PERFORM 1600-COUNT-ATTENDANCE
                   PERFORM 1550-READ-ATTENDANCE
               END-PERFORM
               CLOSE ATTENDANCE-FILE
           END-IF
           CLOSE ATTENDANCE-ARCHIVE-FILE.

      *----------------------------------------------------------------
      * 1550-READ-ATTENDANCE
      *----------------------------------------------------------------
       1550-READ-ATTENDANCE.
           READ ATTENDANCE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1600-COUNT-ATTENDANCE - the class date joins the teacher's
      * distinct dates; a present or tardy mark counts as attended,
      * and the teacher joins the student's classes for the rate.
      *----------------------------------------------------------------
       1600-COUNT-ATTENDANCE.
           MOVE 'N' TO WS-TCH-FOUND-SWITCH
           MOVE 0   TO WS-TCH-FOUND-IDX
           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                   UNTIL WS-TCH-IDX > WS-TEACHER-COUNT
                      OR WS-TEACHER-FOUND
               IF WS-T-TEACHER-NAME (WS-TCH-IDX) = ATTN-TEACHER-NAME
                   MOVE 'Y' TO WS-TCH-FOUND-SWITCH
                   MOVE WS-TCH-IDX TO WS-TCH-FOUND-IDX
               END-IF
           END-PERFORM
           IF NOT WS-TEACHER-FOUND
              AND WS-TEACHER-COUNT < 20
               ADD 1 TO WS-TEACHER-COUNT
               MOVE ATTN-TEACHER-NAME
                   TO WS-T-TEACHER-NAME (WS-TEACHER-COUNT)
               MOVE 0 TO WS-T-DATE-COUNT (WS-TEACHER-COUNT)
               MOVE WS-TEACHER-COUNT TO WS-TCH-FOUND-IDX
               MOVE 'Y' TO WS-TCH-FOUND-SWITCH
           END-IF

           IF WS-TEACHER-FOUND
               MOVE 'N' TO WS-DATE-FOUND-SWITCH
               PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                       UNTIL WS-DATE-IDX
                             > WS-T-DATE-COUNT (WS-TCH-FOUND-IDX)
                          OR WS-DATE-SEEN
                   IF WS-T-CLASS-DATE
                          (WS-TCH-FOUND-IDX, WS-DATE-IDX)
                          = ATTN-CLASS-DATE
                       MOVE 'Y' TO WS-DATE-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF NOT WS-DATE-SEEN
                  AND WS-T-DATE-COUNT (WS-TCH-FOUND-IDX) < 100
                   ADD 1 TO WS-T-DATE-COUNT (WS-TCH-FOUND-IDX)
                   MOVE ATTN-CLASS-DATE
                       TO WS-T-CLASS-DATE (WS-TCH-FOUND-IDX,
                           WS-T-DATE-COUNT (WS-TCH-FOUND-IDX))
               END-IF
           END-IF

           MOVE ATTN-STUDENT-ID TO WS-TARGET-STUDENT-ID
           PERFORM 2900-FIND-STUDENT
           IF WS-STUDENT-FOUND
               IF ATTN-IS-PRESENT OR ATTN-IS-TARDY
                   ADD 1 TO WS-S-ATTENDED (WS-STU-FOUND-IDX)
               END-IF
               MOVE 'N' TO WS-LINE-FOUND-SWITCH
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX
                             > WS-S-ATTN-COUNT (WS-STU-FOUND-IDX)
                          OR WS-LINE-FOUND
                   IF WS-S-ATTN-TEACHER (WS-STU-FOUND-IDX, WS-LINE-IDX)
                          = ATTN-TEACHER-NAME
                       MOVE 'Y' TO WS-LINE-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF NOT WS-LINE-FOUND
                  AND WS-S-ATTN-COUNT (WS-STU-FOUND-IDX) < 5
                   ADD 1 TO WS-S-ATTN-COUNT (WS-STU-FOUND-IDX)
                   MOVE ATTN-TEACHER-NAME
                       TO WS-S-ATTN-TEACHER (WS-STU-FOUND-IDX,
                           WS-S-ATTN-COUNT (WS-STU-FOUND-IDX))
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 1700-ARCHIVE-GRADES - every grade-history entry goes to the
      * archive; each student keeps the final mark per teacher - the
      * latest marking period, and the later posting when a period
      * was re-submitted.
      *----------------------------------------------------------------
       1700-ARCHIVE-GRADES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN OUTPUT GRADE-ARCHIVE-FILE
           OPEN INPUT GRADE-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "35"
               PERFORM 1750-READ-GRADE-HISTORY
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE WS-CLOSING-TERM TO GRADARC-TERM-ID
                   MOVE GRADE-HISTORY-RECORD TO GRADARC-HISTORY-ENTRY
                   WRITE GRADE-ARCHIVE-RECORD
                   ADD 1 TO WS-HISTORY-COUNT
                   PERFORM 1800-POST-FINAL-MARK
                   PERFORM 1750-READ-GRADE-HISTORY
               END-PERFORM
               CLOSE GRADE-HISTORY-FILE
           END-IF
           CLOSE GRADE-ARCHIVE-FILE.

      *----------------------------------------------------------------
      * 1750-READ-GRADE-HISTORY
      *----------------------------------------------------------------
       1750-READ-GRADE-HISTORY.
           READ GRADE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1800-POST-FINAL-MARK - up to five teachers a student, as on
      * the report card.
      *----------------------------------------------------------------
       1800-POST-FINAL-MARK.
           MOVE GRADH-STUDENT-ID TO WS-TARGET-STUDENT-ID
           PERFORM 2900-FIND-STUDENT
           IF WS-STUDENT-FOUND
               MOVE 'N' TO WS-LINE-FOUND-SWITCH
               MOVE 0   TO WS-LINE-FOUND-IDX
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX
                             > WS-S-MARK-COUNT (WS-STU-FOUND-IDX)
                          OR WS-LINE-FOUND
                   IF WS-S-MARK-TEACHER (WS-STU-FOUND-IDX, WS-LINE-IDX)
                          = GRADH-TEACHER-ID
                       MOVE 'Y' TO WS-LINE-FOUND-SWITCH
                       MOVE WS-LINE-IDX TO WS-LINE-FOUND-IDX
                   END-IF
               END-PERFORM
               IF NOT WS-LINE-FOUND
                  AND WS-S-MARK-COUNT (WS-STU-FOUND-IDX) < 5
                   ADD 1 TO WS-S-MARK-COUNT (WS-STU-FOUND-IDX)
                   MOVE WS-S-MARK-COUNT (WS-STU-FOUND-IDX)
                       TO WS-LINE-FOUND-IDX
                   MOVE GRADH-TEACHER-ID
                       TO WS-S-MARK-TEACHER (WS-STU-FOUND-IDX,
                           WS-LINE-FOUND-IDX)
                   MOVE 0 TO WS-S-MARK-PERIOD (WS-STU-FOUND-IDX,
                       WS-LINE-FOUND-IDX)
                   MOVE 'Y' TO WS-LINE-FOUND-SWITCH
               END-IF
               IF WS-LINE-FOUND
                  AND GRADH-PERIOD >= WS-S-MARK-PERIOD
                          (WS-STU-FOUND-IDX, WS-LINE-FOUND-IDX)
                   MOVE GRADH-PERIOD
                       TO WS-S-MARK-PERIOD (WS-STU-FOUND-IDX,
                           WS-LINE-FOUND-IDX)
                   MOVE GRADH-GRADE
                       TO WS-S-MARK-GRADE (WS-STU-FOUND-IDX,
                           WS-LINE-FOUND-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2000-DECIDE-STUDENT - a student with no class, mark or
      * attendance this term keeps the level.  Otherwise too many
      * failed classes, or attendance under the minimum, retains the
      * student; anyone else moves up a level, and a student leaving
      * the top level has completed school.
      *----------------------------------------------------------------
       2000-DECIDE-STUDENT.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-S-MARK-COUNT (WS-STU-IDX)
               PERFORM 2100-CONVERT-MARK
               IF WS-MARK-POINTS = 0
                   ADD 1 TO WS-S-FAILED-COUNT (WS-STU-IDX)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-S-ATTN-COUNT (WS-STU-IDX)
               PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                       UNTIL WS-TCH-IDX > WS-TEACHER-COUNT
                   IF WS-T-TEACHER-NAME (WS-TCH-IDX)
                          = WS-S-ATTN-TEACHER (WS-STU-IDX, WS-LINE-IDX)
                       ADD WS-T-DATE-COUNT (WS-TCH-IDX)
                           TO WS-S-POSSIBLE (WS-STU-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-S-POSSIBLE (WS-STU-IDX) > 0
               COMPUTE WS-S-RATE (WS-STU-IDX) ROUNDED =
                   WS-S-ATTENDED (WS-STU-IDX) * 100
                     / WS-S-POSSIBLE (WS-STU-IDX)
           END-IF

           EVALUATE TRUE
               WHEN WS-S-CLASS-COUNT (WS-STU-IDX) = 0
                AND WS-S-MARK-COUNT (WS-STU-IDX) = 0
                AND WS-S-ATTN-COUNT (WS-STU-IDX) = 0
                   MOVE 'N' TO WS-S-DECISION (WS-STU-IDX)
                   MOVE "NO CLASSES THIS TERM"
                       TO WS-S-REASON (WS-STU-IDX)
                   ADD 1 TO WS-NOT-ENROLLED-COUNT
               WHEN WS-S-FAILED-COUNT (WS-STU-IDX) > WS-FAILS-ALLOWED
                   MOVE 'R' TO WS-S-DECISION (WS-STU-IDX)
                   MOVE WS-S-FAILED-COUNT (WS-STU-IDX)
                       TO WS-FAILED-EDIT
                   STRING "FAILED " WS-FAILED-EDIT " CLASSES"
                       DELIMITED BY SIZE
                       INTO WS-S-REASON (WS-STU-IDX)
                   END-STRING
                   ADD 1 TO WS-RETAINED-COUNT
               WHEN WS-S-POSSIBLE (WS-STU-IDX) > 0
                AND WS-S-RATE (WS-STU-IDX) < WS-MIN-ATTENDANCE
                   MOVE 'R' TO WS-S-DECISION (WS-STU-IDX)
                   MOVE "ATTENDANCE UNDER MINIMUM"
                       TO WS-S-REASON (WS-STU-IDX)
                   ADD 1 TO WS-RETAINED-COUNT
               WHEN WS-S-OLD-LEVEL (WS-STU-IDX) >= WS-TOP-LEVEL
                   MOVE 'C' TO WS-S-DECISION (WS-STU-IDX)
                   MOVE "TOP LEVEL PASSED"
                       TO WS-S-REASON (WS-STU-IDX)
                   ADD 1 TO WS-COMPLETED-COUNT
               WHEN OTHER
                   MOVE 'P' TO WS-S-DECISION (WS-STU-IDX)
                   ADD 1 TO WS-S-NEW-LEVEL (WS-STU-IDX)
                   ADD 1 TO WS-PROMOTED-COUNT
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2100-CONVERT-MARK - the first scale band reaching the final
      * mark; a mark above the top band takes the top band's points.
      *----------------------------------------------------------------
       2100-CONVERT-MARK.
           MOVE 'N' TO WS-SCALE-FOUND-SWITCH
           MOVE WS-G-POINTS (WS-SCALE-COUNT) TO WS-MARK-POINTS
           PERFORM VARYING WS-SCALE-IDX FROM 1 BY 1
                   UNTIL WS-SCALE-IDX > WS-SCALE-COUNT
                      OR WS-SCALE-FOUND
               IF WS-S-MARK-GRADE (WS-STU-IDX, WS-LINE-IDX)
                      <= WS-G-UPPER-MARK (WS-SCALE-IDX)
                   MOVE 'Y' TO WS-SCALE-FOUND-SWITCH
                   MOVE WS-G-POINTS (WS-SCALE-IDX) TO WS-MARK-POINTS
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2900-FIND-STUDENT - WS-TARGET-STUDENT-ID on the table.
      *----------------------------------------------------------------
       2900-FIND-STUDENT.
           MOVE 'N' TO WS-STU-FOUND-SWITCH
           MOVE 0   TO WS-STU-FOUND-IDX
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STUDENT-COUNT
                      OR WS-STUDENT-FOUND
               IF WS-S-STUDENT-ID (WS-STU-IDX) = WS-TARGET-STUDENT-ID
                   MOVE 'Y' TO WS-STU-FOUND-SWITCH
                   MOVE WS-STU-IDX TO WS-STU-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 3000-PRINT-REPORT - every student's decision in master
      * order, then the new term's sections and the run totals.
      *----------------------------------------------------------------
       3000-PRINT-REPORT.
           OPEN OUTPUT ROLLOVER-REPORT-FILE
           MOVE WS-CLOSING-TERM   TO WS-H-CLOSING-TERM
           MOVE WS-NEW-TERM       TO WS-H-NEW-TERM
           MOVE WS-RUN-DATE       TO WS-H-RUN-DATE
           WRITE ROLLOVER-REPORT-LINE FROM WS-REPORT-HEADING-1
           MOVE WS-MIN-ATTENDANCE TO WS-H-MIN-ATTENDANCE
           MOVE WS-FAILS-ALLOWED  TO WS-H-FAILS-ALLOWED
           MOVE WS-TOP-LEVEL      TO WS-H-TOP-LEVEL
           WRITE ROLLOVER-REPORT-LINE FROM WS-REPORT-HEADING-2
           WRITE ROLLOVER-REPORT-LINE FROM WS-BLANK-LINE
           WRITE ROLLOVER-REPORT-LINE FROM WS-COLUMN-HEADING
           PERFORM 3100-PRINT-STUDENT
               VARYING WS-STU-IDX FROM 1 BY 1
               UNTIL WS-STU-IDX > WS-STUDENT-COUNT

           WRITE ROLLOVER-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-NEW-TERM TO WS-SH-NEW-TERM
           WRITE ROLLOVER-REPORT-LINE FROM WS-SECTION-HEADING
           WRITE ROLLOVER-REPORT-LINE FROM WS-SECTION-COLUMNS
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
               MOVE WS-P-ENTRY (WS-PLAN-IDX) TO SECTION-PLAN-RECORD
               MOVE SECTPLAN-TEACHER-ID   TO WS-SL-TEACHER-ID
               MOVE SECTPLAN-TEACHER-NAME TO WS-SL-TEACHER-NAME
               MOVE SECTPLAN-CAPACITY     TO WS-SL-CAPACITY
               MOVE SECTPLAN-TERM-FEE     TO WS-SL-TERM-FEE
               WRITE ROLLOVER-REPORT-LINE FROM WS-SECTION-LINE
           END-PERFORM

           WRITE ROLLOVER-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-PROMOTED-COUNT     TO WS-F-PROMOTED
           MOVE WS-RETAINED-COUNT     TO WS-F-RETAINED
           MOVE WS-COMPLETED-COUNT    TO WS-F-COMPLETED
           MOVE WS-NOT-ENROLLED-COUNT TO WS-F-NOT-ENROLLED
           WRITE ROLLOVER-REPORT-LINE FROM WS-REPORT-FOOTER-1
           MOVE WS-ROSTER-COUNT       TO WS-F-ROSTER
           MOVE WS-ATTENDANCE-COUNT   TO WS-F-ATTENDANCE
           MOVE WS-HISTORY-COUNT      TO WS-F-HISTORY
           WRITE ROLLOVER-REPORT-LINE FROM WS-REPORT-FOOTER-2
           MOVE WS-WAITLIST-COUNT     TO WS-F-WAITLIST
           MOVE WS-PLAN-COUNT         TO WS-F-SECTIONS
           WRITE ROLLOVER-REPORT-LINE FROM WS-REPORT-FOOTER-3
           CLOSE ROLLOVER-REPORT-FILE.

      *----------------------------------------------------------------
      * 3100-PRINT-STUDENT - a student with no attendance on file
      * shows a blank rate, not a misleading zero.
      *----------------------------------------------------------------
       3100-PRINT-STUDENT.
           MOVE WS-S-STUDENT-ID (WS-STU-IDX)   TO WS-D-STUDENT-ID
           MOVE WS-S-STUDENT-NAME (WS-STU-IDX) TO WS-D-STUDENT-NAME
           MOVE WS-S-OLD-LEVEL (WS-STU-IDX)    TO WS-D-OLD-LEVEL
           MOVE WS-S-NEW-LEVEL (WS-STU-IDX)    TO WS-D-NEW-LEVEL
           MOVE WS-S-CLASS-COUNT (WS-STU-IDX)  TO WS-D-CLASSES
           MOVE WS-S-FAILED-COUNT (WS-STU-IDX) TO WS-D-FAILED
           IF WS-S-POSSIBLE (WS-STU-IDX) = 0
               MOVE SPACES TO WS-D-RATE
           ELSE
               MOVE WS-S-RATE (WS-STU-IDX) TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO WS-D-RATE
           END-IF
           EVALUATE TRUE
               WHEN WS-S-PROMOTED (WS-STU-IDX)
                   MOVE "PROMOTED"     TO WS-D-DECISION
               WHEN WS-S-RETAINED (WS-STU-IDX)
                   MOVE "RETAINED"     TO WS-D-DECISION
               WHEN WS-S-COMPLETED (WS-STU-IDX)
                   MOVE "COMPLETED"    TO WS-D-DECISION
               WHEN OTHER
                   MOVE "NOT ENROLLED" TO WS-D-DECISION
           END-EVALUATE
           MOVE WS-S-REASON (WS-STU-IDX) TO WS-D-REASON
           WRITE ROLLOVER-REPORT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------
      * 4000-REWRITE-STUDENT-MASTER - the master as read, with the
      * new grade levels.
      *----------------------------------------------------------------
       4000-REWRITE-STUDENT-MASTER.
           OPEN OUTPUT STUDENT-MASTER-FILE
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STUDENT-COUNT
               MOVE WS-S-MASTER-RECORD (WS-STU-IDX)
                   TO STUDENT-MASTER-RECORD
               MOVE WS-S-NEW-LEVEL (WS-STU-IDX) TO STUM-GRADE-LEVEL
               WRITE STUDENT-MASTER-RECORD
           END-PERFORM
           CLOSE STUDENT-MASTER-FILE.

      *----------------------------------------------------------------
      * 4100-OPEN-NEW-TERM - CLASSCAP becomes the section plan, and
      * the roster (waitlists included), attendance and grade files
      * start the new term empty; their old contents are on the
      * archives.
      *----------------------------------------------------------------
       4100-OPEN-NEW-TERM.
           OPEN OUTPUT CLASS-CAPACITY-FILE
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
               MOVE WS-P-ENTRY (WS-PLAN-IDX) TO CLASS-CAPACITY-RECORD
               WRITE CLASS-CAPACITY-RECORD
           END-PERFORM
           CLOSE CLASS-CAPACITY-FILE

           OPEN OUTPUT CLASS-ROSTER-FILE
           CLOSE CLASS-ROSTER-FILE
           OPEN OUTPUT ATTENDANCE-FILE
           CLOSE ATTENDANCE-FILE
           OPEN OUTPUT GRADE-HISTORY-FILE
           CLOSE GRADE-HISTORY-FILE.

      *----------------------------------------------------------------
      * 4200-WRITE-TERM-CONTROL - the term just closed, so a rerun
      * is refused.
      *----------------------------------------------------------------
       4200-WRITE-TERM-CONTROL.
           OPEN OUTPUT TERM-CONTROL-FILE
           MOVE WS-CLOSING-TERM TO TERMCTL-CLOSED-TERM-ID
           MOVE WS-RUN-DATE     TO TERMCTL-ROLLOVER-DATE
           MOVE WS-NEW-TERM     TO TERMCTL-NEW-TERM-ID
           MOVE WS-TERM-START   TO TERMCTL-TERM-START-DATE
           MOVE WS-TERM-END     TO TERMCTL-TERM-END-DATE
           WRITE TERM-CONTROL-RECORD
           CLOSE TERM-CONTROL-FILE.
