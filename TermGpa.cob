       IDENTIFICATION DIVISION.
       PROGRAM-ID. TermGpa.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - TERM-END GRADE POINT
      *                  AVERAGES, CLASS RANK, HONOR ROLL AND ACADEMIC
      *                  PROBATION.  ReportCards SHOWS ONLY RAW MARKS
      *                  AND THE OFFICE WORKED AVERAGES OUT BY HAND.
      *                  EVERY GRADHIST MARK OF THE TERM (THE LATEST
      *                  ONE WHEN A PERIOD WAS RE-SUBMITTED, AS ON THE
      *                  REPORT CARD) IS TURNED INTO GRADE POINTS WITH
      *                  THE GRDSCALE TABLE; THE TERM GPA IS THEIR
      *                  AVERAGE, AND THE CUMULATIVE GPA ADDS THE TERM
      *                  TO THE TOTALS CARRIED ON STUGPA.  STUDENTS
      *                  ARE RANKED BY CUMULATIVE GPA WITHIN THEIR
      *                  STUMAST GRADE LEVEL, AND THE TERM GPA AGAINST
      *                  THE SYSIN CUTOFFS PICKS THE HONOR ROLL AND
      *                  THE PROBATION LIST.  STUGPA IS REWRITTEN AND
      *                  ReportCards PRINTS THE GPA FROM IT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-SCALE-FILE ASSIGN TO "GRDSCALE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GRADE-HISTORY-FILE ASSIGN TO "GRADHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT STUDENT-GPA-FILE ASSIGN TO "STUGPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GPA-STATUS.

           SELECT GPA-REPORT-FILE ASSIGN TO "GPARPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-SCALE-FILE.
       COPY GRDSCALE.

       FD  STUDENT-MASTER-FILE.
       COPY STUMAST.

       FD  GRADE-HISTORY-FILE.
       COPY GRADHIST.

       FD  STUDENT-GPA-FILE.
       COPY STUGPA.

       FD  GPA-REPORT-FILE.
       01  GPA-REPORT-LINE              PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-HISTORY-STATUS         PIC X(2).
       01  WS-GPA-STATUS             PIC X(2).
       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

      *----------------------------------------------------------------
      * WS-CONTROL-CARD - the SYSIN line: the term being graded
      * (columns 1-6), the lowest term GPA that makes the honor roll
      * (columns 8-10, implied decimal, blank for 3.50) and the term
      * GPA below which a student goes on academic probation
      * (columns 12-14, blank for 2.00).
      *----------------------------------------------------------------
       01  WS-CONTROL-CARD.
           05  WS-CARD-TERM-ID       PIC X(6).
           05  FILLER                PIC X(1).
           05  WS-CARD-HONOR-CUTOFF  PIC 9V99.
           05  FILLER                PIC X(1).
           05  WS-CARD-PROBATION-CUTOFF PIC 9V99.
           05  FILLER                PIC X(66).
       01  WS-TERM-ID                PIC X(6) VALUE SPACES.
       01  WS-HONOR-CUTOFF           PIC 9V99 VALUE 3.50.
       01  WS-PROBATION-CUTOFF       PIC 9V99 VALUE 2.00.

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
      * WS-STUDENT-TABLE - one entry per student on the master or
      * already on STUGPA, with the term's marks (four marking
      * periods under each of up to five teachers, as on the report
      * card) and the grade-point figures.
      *----------------------------------------------------------------
       01  WS-STUDENT-COUNT          PIC 9(3) COMP VALUE 0.
       01  WS-STU-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-STUDENT-FOUND      VALUE 'Y'.
       01  WS-STU-FOUND-IDX          PIC 9(3) COMP VALUE 0.
       01  WS-STU-IDX                PIC 9(3) COMP VALUE 0.
       01  WS-CMP-IDX                PIC 9(3) COMP VALUE 0.
       01  WS-TARGET-STUDENT-ID      PIC 9(6) VALUE 0.
       01  WS-LINE-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-GRADE-LINE-FOUND   VALUE 'Y'.
       01  WS-LINE-FOUND-IDX         PIC 9(2) COMP VALUE 0.
       01  WS-LINE-IDX               PIC 9(2) COMP VALUE 0.
       01  WS-PER-IDX                PIC 9(2) COMP VALUE 0.
       01  WS-STUDENT-TABLE.
           05  WS-S-ENTRY OCCURS 200 TIMES.
               10  WS-S-STUDENT-ID    PIC 9(6).
               10  WS-S-STUDENT-NAME  PIC X(20).
               10  WS-S-ON-MASTER     PIC X.
                   88  WS-S-IS-ON-MASTER VALUE 'Y'.
               10  WS-S-HAD-RECORD    PIC X.
                   88  WS-S-HAS-GPA-RECORD VALUE 'Y'.
               10  WS-S-GRADE-LEVEL   PIC 9(2).
               10  WS-S-TERM-ID       PIC X(6).
               10  WS-S-TERM-POINTS   PIC 9(4)V99.
               10  WS-S-TERM-MARKS    PIC 9(3).
               10  WS-S-TERM-GPA      PIC 9V99.
               10  WS-S-CUM-POINTS    PIC 9(5)V99.
               10  WS-S-CUM-MARKS     PIC 9(4).
               10  WS-S-CUM-GPA       PIC 9V99.
               10  WS-S-CLASS-RANK    PIC 9(3).
               10  WS-S-RANK-OF       PIC 9(3).
               10  WS-S-STANDING      PIC X.
                   88  WS-S-HONOR-ROLL   VALUE 'H'.
                   88  WS-S-PROBATION    VALUE 'P'.
               10  WS-S-LINE-COUNT    PIC 9(2) COMP.
               10  WS-S-GRADE-LINE OCCURS 5 TIMES.
                   15  WS-S-TEACHER-ID   PIC 9(6).
                   15  WS-S-PERIOD-GRADE OCCURS 4 TIMES PIC 9(2).
                   15  WS-S-PERIOD-SET   OCCURS 4 TIMES PIC X.

       01  WS-NEW-TERM-POINTS        PIC 9(4)V99 VALUE 0.
       01  WS-NEW-TERM-MARKS         PIC 9(3) VALUE 0.
       01  WS-LEVEL                  PIC 9(3) COMP VALUE 0.
       01  WS-RANK                   PIC 9(3) COMP VALUE 0.
       01  WS-LEVEL-RANKED           PIC 9(3) COMP VALUE 0.

       01  WS-GRADED-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-HONOR-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-PROBATION-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-WRITTEN-COUNT          PIC 9(4) COMP VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(25) VALUE "TERM GPA AND CLASS RANK".
           05  FILLER PIC X(6)  VALUE "TERM: ".
           05  WS-H-TERM-ID       PIC X(6).
           05  FILLER PIC X(12) VALUE "  RUN DATE: ".
           05  WS-H-RUN-DATE      PIC 9(8).
           05  FILLER             PIC X(33) VALUE SPACES.

       01  WS-LEVEL-HEADING.
           05  FILLER PIC X(25) VALUE "CLASS RANK - GRADE LEVEL ".
           05  WS-LH-LEVEL        PIC 9(2).
           05  FILLER             PIC X(63) VALUE SPACES.

       01  WS-HONOR-HEADING.
           05  FILLER PIC X(34)
               VALUE "HONOR ROLL - TERM GPA AT OR ABOVE ".
           05  WS-HH-CUTOFF       PIC 9.99.
           05  FILLER             PIC X(52) VALUE SPACES.

       01  WS-PROBATION-HEADING.
           05  FILLER PIC X(36)
               VALUE "ACADEMIC PROBATION - TERM GPA BELOW ".
           05  WS-PH-CUTOFF       PIC 9.99.
           05  FILLER             PIC X(50) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER PIC X(6)  VALUE "RANK".
           05  FILLER PIC X(8)  VALUE "ID".
           05  FILLER PIC X(22) VALUE "STUDENT".
           05  FILLER PIC X(7)  VALUE "LEVEL".
           05  FILLER PIC X(10) VALUE "TERM GPA".
           05  FILLER PIC X(9)  VALUE "CUM GPA".
           05  FILLER PIC X(7)  VALUE "MARKS".
           05  FILLER PIC X(21) VALUE "STANDING".

       01  WS-DETAIL-LINE.
           05  WS-D-RANK          PIC ZZ9.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-D-STUDENT-ID    PIC 9(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-STUDENT-NAME  PIC X(20).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-LEVEL         PIC Z9.
           05  FILLER             PIC X(5) VALUE SPACES.
           05  WS-D-TERM-GPA      PIC X(4).
           05  FILLER             PIC X(6) VALUE SPACES.
           05  WS-D-CUM-GPA       PIC 9.99.
           05  FILLER             PIC X(5) VALUE SPACES.
           05  WS-D-TERM-MARKS    PIC ZZ9.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-D-STANDING      PIC X(18).
           05  FILLER             PIC X(3) VALUE SPACES.

       01  WS-GPA-EDIT               PIC 9.99.

       01  WS-NONE-LINE              PIC X(90)
           VALUE "    *** NONE ***".
       01  WS-BLANK-LINE             PIC X(90) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(17) VALUE "STUDENTS GRADED: ".
           05  WS-F-GRADED        PIC ZZZ9.
           05  FILLER PIC X(14) VALUE "  HONOR ROLL: ".
           05  WS-F-HONOR         PIC ZZZ9.
           05  FILLER PIC X(13) VALUE "  PROBATION: ".
           05  WS-F-PROBATION     PIC ZZZ9.
           05  FILLER             PIC X(34) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           PERFORM 0500-SET-RUN-PARAMETERS
           PERFORM 1000-LOAD-GRADE-SCALE
           PERFORM 1100-LOAD-STUDENT-MASTER
           PERFORM 1200-LOAD-GPA-RECORDS
           PERFORM 1500-FOLD-IN-GRADES

           PERFORM 2000-COMPUTE-GPA
               VARYING WS-STU-IDX FROM 1 BY 1
               UNTIL WS-STU-IDX > WS-STUDENT-COUNT
           PERFORM 2500-RANK-STUDENT
               VARYING WS-STU-IDX FROM 1 BY 1
               UNTIL WS-STU-IDX > WS-STUDENT-COUNT

           PERFORM 3000-PRINT-REPORT
           PERFORM 4000-REWRITE-GPA-FILE

           DISPLAY "STUDENTS GRADED: " WS-GRADED-COUNT
                   "  HONOR ROLL: " WS-HONOR-COUNT
                   "  PROBATION: " WS-PROBATION-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * 0500-SET-RUN-PARAMETERS - no term named means nothing can be
      * posted; a cutoff left blank keeps its default.
      *----------------------------------------------------------------
       0500-SET-RUN-PARAMETERS.
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           IF WS-CARD-TERM-ID = SPACES
               DISPLAY "NO TERM ID ON THE CONTROL CARD - NOTHING GRADED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CARD-TERM-ID TO WS-TERM-ID
           IF WS-CARD-HONOR-CUTOFF NUMERIC
              AND WS-CARD-HONOR-CUTOFF > 0
               MOVE WS-CARD-HONOR-CUTOFF TO WS-HONOR-CUTOFF
           END-IF
           IF WS-CARD-PROBATION-CUTOFF NUMERIC
              AND WS-CARD-PROBATION-CUTOFF > 0
               MOVE WS-CARD-PROBATION-CUTOFF TO WS-PROBATION-CUTOFF
           END-IF
           DISPLAY "Term: " WS-TERM-ID "  honor roll at or above: "
                   WS-HONOR-CUTOFF "  probation below: "
                   WS-PROBATION-CUTOFF.

      *----------------------------------------------------------------
      * 1000-LOAD-GRADE-SCALE - without a scale no mark can be turned
      * into points, so the run stops.
      *----------------------------------------------------------------
       1000-LOAD-GRADE-SCALE.
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
               DISPLAY "GRDSCALE IS EMPTY - NOTHING GRADED"
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
      * 1100-LOAD-STUDENT-MASTER - a level left blank is level zero.
      *----------------------------------------------------------------
       1100-LOAD-STUDENT-MASTER.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STUDENT-MASTER-FILE
           PERFORM 1150-READ-STUDENT-MASTER
           PERFORM UNTIL WS-END-OF-FILE
                   OR WS-STUDENT-COUNT >= 200
               ADD 1 TO WS-STUDENT-COUNT
               MOVE WS-STUDENT-COUNT TO WS-STU-FOUND-IDX
               PERFORM 1300-CLEAR-STUDENT-ENTRY
               MOVE STUM-STUDENT-ID
                   TO WS-S-STUDENT-ID (WS-STUDENT-COUNT)
               MOVE STUM-STUDENT-NAME
                   TO WS-S-STUDENT-NAME (WS-STUDENT-COUNT)
               MOVE 'Y' TO WS-S-ON-MASTER (WS-STUDENT-COUNT)
               IF STUM-GRADE-LEVEL NUMERIC
                   MOVE STUM-GRADE-LEVEL
                       TO WS-S-GRADE-LEVEL (WS-STUDENT-COUNT)
               END-IF
               PERFORM 1150-READ-STUDENT-MASTER
           END-PERFORM
           CLOSE STUDENT-MASTER-FILE.

      *----------------------------------------------------------------
      * 1150-READ-STUDENT-MASTER
      *----------------------------------------------------------------
       1150-READ-STUDENT-MASTER.
           READ STUDENT-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1200-LOAD-GPA-RECORDS - the figures carried from earlier
      * terms.  A student no longer on the master keeps the record
      * but is not ranked.  No STUGPA yet means the first term graded.
      *----------------------------------------------------------------
       1200-LOAD-GPA-RECORDS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STUDENT-GPA-FILE
           IF WS-GPA-STATUS NOT = "35"
               PERFORM 1250-READ-GPA-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE STUGPA-STUDENT-ID TO WS-TARGET-STUDENT-ID
                   PERFORM 2900-FIND-STUDENT
                   IF NOT WS-STUDENT-FOUND
                      AND WS-STUDENT-COUNT < 200
                       ADD 1 TO WS-STUDENT-COUNT
                       MOVE WS-STUDENT-COUNT TO WS-STU-FOUND-IDX
                       PERFORM 1300-CLEAR-STUDENT-ENTRY
                       MOVE STUGPA-STUDENT-ID
                           TO WS-S-STUDENT-ID (WS-STU-FOUND-IDX)
                       MOVE "*** NOT ON MASTER ***"
                           TO WS-S-STUDENT-NAME (WS-STU-FOUND-IDX)
                       MOVE STUGPA-GRADE-LEVEL
                           TO WS-S-GRADE-LEVEL (WS-STU-FOUND-IDX)
                       MOVE 'Y' TO WS-STU-FOUND-SWITCH
                   END-IF
                   IF WS-STUDENT-FOUND
                       MOVE 'Y' TO WS-S-HAD-RECORD (WS-STU-FOUND-IDX)
                       MOVE STUGPA-TERM-ID
                           TO WS-S-TERM-ID (WS-STU-FOUND-IDX)
                       MOVE STUGPA-TERM-POINTS
                           TO WS-S-TERM-POINTS (WS-STU-FOUND-IDX)
                       MOVE STUGPA-TERM-MARKS
                           TO WS-S-TERM-MARKS (WS-STU-FOUND-IDX)
                       MOVE STUGPA-TERM-GPA
                           TO WS-S-TERM-GPA (WS-STU-FOUND-IDX)
                       MOVE STUGPA-CUM-POINTS
                           TO WS-S-CUM-POINTS (WS-STU-FOUND-IDX)
                       MOVE STUGPA-CUM-MARKS
                           TO WS-S-CUM-MARKS (WS-STU-FOUND-IDX)
                       MOVE STUGPA-CUM-GPA
                           TO WS-S-CUM-GPA (WS-STU-FOUND-IDX)
                       MOVE STUGPA-STANDING
                           TO WS-S-STANDING (WS-STU-FOUND-IDX)
                   END-IF
                   PERFORM 1250-READ-GPA-RECORD
               END-PERFORM
               CLOSE STUDENT-GPA-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1250-READ-GPA-RECORD
      *----------------------------------------------------------------
       1250-READ-GPA-RECORD.
           READ STUDENT-GPA-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1300-CLEAR-STUDENT-ENTRY - entry WS-STU-FOUND-IDX starts
      * with no figures.
      *----------------------------------------------------------------
       1300-CLEAR-STUDENT-ENTRY.
           MOVE 'N'    TO WS-S-ON-MASTER (WS-STU-FOUND-IDX)
           MOVE 'N'    TO WS-S-HAD-RECORD (WS-STU-FOUND-IDX)
           MOVE 0      TO WS-S-GRADE-LEVEL (WS-STU-FOUND-IDX)
           MOVE SPACES TO WS-S-TERM-ID (WS-STU-FOUND-IDX)
           MOVE 0      TO WS-S-TERM-POINTS (WS-STU-FOUND-IDX)
           MOVE 0      TO WS-S-TERM-MARKS (WS-STU-FOUND-IDX)
           MOVE 0      TO WS-S-TERM-GPA (WS-STU-FOUND-IDX)
           MOVE 0      TO WS-S-CUM-POINTS (WS-STU-FOUND-IDX)
           MOVE 0      TO WS-S-CUM-MARKS (WS-STU-FOUND-IDX)
           MOVE 0      TO WS-S-CUM-GPA (WS-STU-FOUND-IDX)
           MOVE 0      TO WS-S-CLASS-RANK (WS-STU-FOUND-IDX)
           MOVE 0      TO WS-S-RANK-OF (WS-STU-FOUND-IDX)
           MOVE SPACE  TO WS-S-STANDING (WS-STU-FOUND-IDX)
           MOVE 0      TO WS-S-LINE-COUNT (WS-STU-FOUND-IDX).

      *----------------------------------------------------------------
      * 1500-FOLD-IN-GRADES - the latest posted mark wins when a
      * period was re-submitted, as on the report card.  No GRADHIST
      * means no marks this term.
      *----------------------------------------------------------------
       1500-FOLD-IN-GRADES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT GRADE-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "35"
               PERFORM 1600-READ-GRADE-HISTORY
               PERFORM UNTIL WS-END-OF-FILE
                   PERFORM 1700-POST-GRADE
                   PERFORM 1600-READ-GRADE-HISTORY
               END-PERFORM
               CLOSE GRADE-HISTORY-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1600-READ-GRADE-HISTORY
      *----------------------------------------------------------------
       1600-READ-GRADE-HISTORY.
           READ GRADE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1700-POST-GRADE
      *----------------------------------------------------------------
       1700-POST-GRADE.
           IF GRADH-PERIOD < 1 OR GRADH-PERIOD > 4
               CONTINUE
           ELSE
               MOVE GRADH-STUDENT-ID TO WS-TARGET-STUDENT-ID
               PERFORM 2900-FIND-STUDENT
               IF WS-STUDENT-FOUND
                   PERFORM 1800-FIND-GRADE-LINE
                   IF WS-GRADE-LINE-FOUND
                       MOVE GRADH-GRADE
                           TO WS-S-PERIOD-GRADE (WS-STU-FOUND-IDX,
                               WS-LINE-FOUND-IDX, GRADH-PERIOD)
                       MOVE 'Y'
                           TO WS-S-PERIOD-SET (WS-STU-FOUND-IDX,
                               WS-LINE-FOUND-IDX, GRADH-PERIOD)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 1800-FIND-GRADE-LINE - this student's line for the history
      * entry's teacher, created on first sight (up to five
      * teachers a student).
      *----------------------------------------------------------------
       1800-FIND-GRADE-LINE.
           MOVE 'N' TO WS-LINE-FOUND-SWITCH
           MOVE 0   TO WS-LINE-FOUND-IDX
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX
                         > WS-S-LINE-COUNT (WS-STU-FOUND-IDX)
                      OR WS-GRADE-LINE-FOUND
               IF WS-S-TEACHER-ID (WS-STU-FOUND-IDX, WS-LINE-IDX)
                      = GRADH-TEACHER-ID
                   MOVE 'Y' TO WS-LINE-FOUND-SWITCH
                   MOVE WS-LINE-IDX TO WS-LINE-FOUND-IDX
               END-IF
           END-PERFORM

           IF NOT WS-GRADE-LINE-FOUND
              AND WS-S-LINE-COUNT (WS-STU-FOUND-IDX) < 5
               ADD 1 TO WS-S-LINE-COUNT (WS-STU-FOUND-IDX)
               MOVE WS-S-LINE-COUNT (WS-STU-FOUND-IDX)
                   TO WS-LINE-FOUND-IDX
               MOVE GRADH-TEACHER-ID
                   TO WS-S-TEACHER-ID (WS-STU-FOUND-IDX,
                       WS-LINE-FOUND-IDX)
               PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                       UNTIL WS-PER-IDX > 4
                   MOVE 0 TO WS-S-PERIOD-GRADE (WS-STU-FOUND-IDX,
                       WS-LINE-FOUND-IDX, WS-PER-IDX)
                   MOVE 'N' TO WS-S-PERIOD-SET (WS-STU-FOUND-IDX,
                       WS-LINE-FOUND-IDX, WS-PER-IDX)
               END-PERFORM
               MOVE 'Y' TO WS-LINE-FOUND-SWITCH
           END-IF.

      *----------------------------------------------------------------
      * 2000-COMPUTE-GPA - the term's points and marks replace any
      * earlier posting of the same term in the cumulative totals.
      * Standing is judged on the term GPA, and only for a student
      * with marks this term.
      *----------------------------------------------------------------
       2000-COMPUTE-GPA.
           MOVE 0 TO WS-NEW-TERM-POINTS
           MOVE 0 TO WS-NEW-TERM-MARKS
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-S-LINE-COUNT (WS-STU-IDX)
               PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                       UNTIL WS-PER-IDX > 4
                   IF WS-S-PERIOD-SET (WS-STU-IDX, WS-LINE-IDX,
                          WS-PER-IDX) = 'Y'
                       PERFORM 2100-CONVERT-MARK
                       ADD WS-MARK-POINTS TO WS-NEW-TERM-POINTS
                       ADD 1 TO WS-NEW-TERM-MARKS
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WS-NEW-TERM-MARKS = 0
              AND NOT WS-S-HAS-GPA-RECORD (WS-STU-IDX)
               CONTINUE
           ELSE
               IF WS-S-TERM-ID (WS-STU-IDX) = WS-TERM-ID
                   SUBTRACT WS-S-TERM-POINTS (WS-STU-IDX)
                       FROM WS-S-CUM-POINTS (WS-STU-IDX)
                   SUBTRACT WS-S-TERM-MARKS (WS-STU-IDX)
                       FROM WS-S-CUM-MARKS (WS-STU-IDX)
               END-IF
               MOVE WS-TERM-ID TO WS-S-TERM-ID (WS-STU-IDX)
               MOVE WS-NEW-TERM-POINTS
                   TO WS-S-TERM-POINTS (WS-STU-IDX)
               MOVE WS-NEW-TERM-MARKS
                   TO WS-S-TERM-MARKS (WS-STU-IDX)
               ADD WS-NEW-TERM-POINTS TO WS-S-CUM-POINTS (WS-STU-IDX)
               ADD WS-NEW-TERM-MARKS  TO WS-S-CUM-MARKS (WS-STU-IDX)

               MOVE 0 TO WS-S-TERM-GPA (WS-STU-IDX)
               MOVE SPACE TO WS-S-STANDING (WS-STU-IDX)
               IF WS-NEW-TERM-MARKS > 0
                   COMPUTE WS-S-TERM-GPA (WS-STU-IDX) ROUNDED =
                       WS-NEW-TERM-POINTS / WS-NEW-TERM-MARKS
                   ADD 1 TO WS-GRADED-COUNT
                   IF WS-S-TERM-GPA (WS-STU-IDX) >= WS-HONOR-CUTOFF
                       MOVE 'H' TO WS-S-STANDING (WS-STU-IDX)
                       ADD 1 TO WS-HONOR-COUNT
                   ELSE
                       IF WS-S-TERM-GPA (WS-STU-IDX)
                              < WS-PROBATION-CUTOFF
                           MOVE 'P' TO WS-S-STANDING (WS-STU-IDX)
                           ADD 1 TO WS-PROBATION-COUNT
                       END-IF
                   END-IF
               END-IF

               MOVE 0 TO WS-S-CUM-GPA (WS-STU-IDX)
               IF WS-S-CUM-MARKS (WS-STU-IDX) > 0
                   COMPUTE WS-S-CUM-GPA (WS-STU-IDX) ROUNDED =
                       WS-S-CUM-POINTS (WS-STU-IDX)
                         / WS-S-CUM-MARKS (WS-STU-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2100-CONVERT-MARK - the first scale band reaching the mark;
      * a mark above the top band takes the top band's points.
      *----------------------------------------------------------------
       2100-CONVERT-MARK.
           MOVE 'N' TO WS-SCALE-FOUND-SWITCH
           MOVE WS-G-POINTS (WS-SCALE-COUNT) TO WS-MARK-POINTS
           PERFORM VARYING WS-SCALE-IDX FROM 1 BY 1
                   UNTIL WS-SCALE-IDX > WS-SCALE-COUNT
                      OR WS-SCALE-FOUND
               IF WS-S-PERIOD-GRADE (WS-STU-IDX, WS-LINE-IDX,
                      WS-PER-IDX) <= WS-G-UPPER-MARK (WS-SCALE-IDX)
                   MOVE 'Y' TO WS-SCALE-FOUND-SWITCH
                   MOVE WS-G-POINTS (WS-SCALE-IDX) TO WS-MARK-POINTS
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2500-RANK-STUDENT - one place behind every student of the
      * same level with a higher cumulative GPA, so ties share a
      * place.  Only students on the master with marks are ranked.
      *----------------------------------------------------------------
       2500-RANK-STUDENT.
           MOVE 0 TO WS-S-CLASS-RANK (WS-STU-IDX)
           MOVE 0 TO WS-S-RANK-OF (WS-STU-IDX)
           IF WS-S-IS-ON-MASTER (WS-STU-IDX)
              AND WS-S-CUM-MARKS (WS-STU-IDX) > 0
               MOVE 1 TO WS-S-CLASS-RANK (WS-STU-IDX)
               PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                       UNTIL WS-CMP-IDX > WS-STUDENT-COUNT
                   IF WS-S-IS-ON-MASTER (WS-CMP-IDX)
                      AND WS-S-CUM-MARKS (WS-CMP-IDX) > 0
                      AND WS-S-GRADE-LEVEL (WS-CMP-IDX)
                          = WS-S-GRADE-LEVEL (WS-STU-IDX)
                       ADD 1 TO WS-S-RANK-OF (WS-STU-IDX)
                       IF WS-S-CUM-GPA (WS-CMP-IDX)
                              > WS-S-CUM-GPA (WS-STU-IDX)
                           ADD 1 TO WS-S-CLASS-RANK (WS-STU-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

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
      * 3000-PRINT-REPORT - class rank level by level, best first,
      * then the honor roll and the probation list.
      *----------------------------------------------------------------
       3000-PRINT-REPORT.
           OPEN OUTPUT GPA-REPORT-FILE
           MOVE WS-TERM-ID  TO WS-H-TERM-ID
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           WRITE GPA-REPORT-LINE FROM WS-REPORT-HEADING-1

           PERFORM VARYING WS-LEVEL FROM 0 BY 1
                   UNTIL WS-LEVEL > 99
               PERFORM 3100-PRINT-LEVEL
           END-PERFORM

           WRITE GPA-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-HONOR-CUTOFF TO WS-HH-CUTOFF
           WRITE GPA-REPORT-LINE FROM WS-HONOR-HEADING
           WRITE GPA-REPORT-LINE FROM WS-COLUMN-HEADING
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STUDENT-COUNT
               IF WS-S-HONOR-ROLL (WS-STU-IDX)
                  AND WS-S-TERM-ID (WS-STU-IDX) = WS-TERM-ID
                   PERFORM 3200-PRINT-STUDENT
               END-IF
           END-PERFORM
           IF WS-HONOR-COUNT = 0
               WRITE GPA-REPORT-LINE FROM WS-NONE-LINE
           END-IF

           WRITE GPA-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-PROBATION-CUTOFF TO WS-PH-CUTOFF
           WRITE GPA-REPORT-LINE FROM WS-PROBATION-HEADING
           WRITE GPA-REPORT-LINE FROM WS-COLUMN-HEADING
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STUDENT-COUNT
               IF WS-S-PROBATION (WS-STU-IDX)
                  AND WS-S-TERM-ID (WS-STU-IDX) = WS-TERM-ID
                   PERFORM 3200-PRINT-STUDENT
               END-IF
           END-PERFORM
           IF WS-PROBATION-COUNT = 0
               WRITE GPA-REPORT-LINE FROM WS-NONE-LINE
           END-IF

           WRITE GPA-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-GRADED-COUNT    TO WS-F-GRADED
           MOVE WS-HONOR-COUNT     TO WS-F-HONOR
           MOVE WS-PROBATION-COUNT TO WS-F-PROBATION
           WRITE GPA-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE GPA-REPORT-FILE.

      *----------------------------------------------------------------
      * 3100-PRINT-LEVEL - the ranked students of WS-LEVEL in place
      * order; a level with nobody ranked prints nothing.
      *----------------------------------------------------------------
       3100-PRINT-LEVEL.
           MOVE 0 TO WS-LEVEL-RANKED
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STUDENT-COUNT
               IF WS-S-CLASS-RANK (WS-STU-IDX) > 0
                  AND WS-S-GRADE-LEVEL (WS-STU-IDX) = WS-LEVEL
                   ADD 1 TO WS-LEVEL-RANKED
               END-IF
           END-PERFORM

           IF WS-LEVEL-RANKED > 0
               WRITE GPA-REPORT-LINE FROM WS-BLANK-LINE
               MOVE WS-LEVEL TO WS-LH-LEVEL
               WRITE GPA-REPORT-LINE FROM WS-LEVEL-HEADING
               WRITE GPA-REPORT-LINE FROM WS-COLUMN-HEADING
               PERFORM VARYING WS-RANK FROM 1 BY 1
                       UNTIL WS-RANK > WS-LEVEL-RANKED
                   PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                           UNTIL WS-STU-IDX > WS-STUDENT-COUNT
                       IF WS-S-CLASS-RANK (WS-STU-IDX) = WS-RANK
                          AND WS-S-GRADE-LEVEL (WS-STU-IDX) = WS-LEVEL
                           PERFORM 3200-PRINT-STUDENT
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * 3200-PRINT-STUDENT - a student with no marks this term shows
      * a blank term GPA, not a misleading zero.
      *----------------------------------------------------------------
       3200-PRINT-STUDENT.
           MOVE WS-S-CLASS-RANK (WS-STU-IDX)   TO WS-D-RANK
           MOVE WS-S-STUDENT-ID (WS-STU-IDX)   TO WS-D-STUDENT-ID
           MOVE WS-S-STUDENT-NAME (WS-STU-IDX) TO WS-D-STUDENT-NAME
           MOVE WS-S-GRADE-LEVEL (WS-STU-IDX)  TO WS-D-LEVEL
           IF WS-S-TERM-MARKS (WS-STU-IDX) = 0
               MOVE SPACES TO WS-D-TERM-GPA
           ELSE
               MOVE WS-S-TERM-GPA (WS-STU-IDX) TO WS-GPA-EDIT
               MOVE WS-GPA-EDIT TO WS-D-TERM-GPA
           END-IF
           MOVE WS-S-CUM-GPA (WS-STU-IDX)      TO WS-D-CUM-GPA
           MOVE WS-S-TERM-MARKS (WS-STU-IDX)   TO WS-D-TERM-MARKS
           EVALUATE TRUE
               WHEN WS-S-HONOR-ROLL (WS-STU-IDX)
                   MOVE "HONOR ROLL"         TO WS-D-STANDING
               WHEN WS-S-PROBATION (WS-STU-IDX)
                   MOVE "ACADEMIC PROBATION" TO WS-D-STANDING
               WHEN OTHER
                   MOVE SPACES               TO WS-D-STANDING
           END-EVALUATE
           WRITE GPA-REPORT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------
      * 4000-REWRITE-GPA-FILE - every student with figures to carry.
      *----------------------------------------------------------------
       4000-REWRITE-GPA-FILE.
           OPEN OUTPUT STUDENT-GPA-FILE
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STUDENT-COUNT
               IF WS-S-TERM-ID (WS-STU-IDX) NOT = SPACES
                   MOVE WS-S-STUDENT-ID (WS-STU-IDX)
                       TO STUGPA-STUDENT-ID
                   MOVE WS-S-GRADE-LEVEL (WS-STU-IDX)
                       TO STUGPA-GRADE-LEVEL
                   MOVE WS-S-TERM-ID (WS-STU-IDX)
                       TO STUGPA-TERM-ID
                   MOVE WS-S-TERM-POINTS (WS-STU-IDX)
                       TO STUGPA-TERM-POINTS
                   MOVE WS-S-TERM-MARKS (WS-STU-IDX)
                       TO STUGPA-TERM-MARKS
                   MOVE WS-S-TERM-GPA (WS-STU-IDX)
                       TO STUGPA-TERM-GPA
                   MOVE WS-S-CUM-POINTS (WS-STU-IDX)
                       TO STUGPA-CUM-POINTS
                   MOVE WS-S-CUM-MARKS (WS-STU-IDX)
                       TO STUGPA-CUM-MARKS
                   MOVE WS-S-CUM-GPA (WS-STU-IDX)
                       TO STUGPA-CUM-GPA
                   MOVE WS-S-CLASS-RANK (WS-STU-IDX)
                       TO STUGPA-CLASS-RANK
                   MOVE WS-S-RANK-OF (WS-STU-IDX)
                       TO STUGPA-RANK-OF
                   MOVE WS-S-STANDING (WS-STU-IDX)
                       TO STUGPA-STANDING
                   WRITE STUDENT-GPA-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
               END-IF
           END-PERFORM
           CLOSE STUDENT-GPA-FILE.
