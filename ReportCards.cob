      *                  PERCENTAGE THE ATTNTRN DATA SUPPORTS -
      *                  PRESENT MARKS OVER ALL MARKS TAKEN.  NAMES
      *                  COME FROM THE STUMAST MASTER.
      * 2026-10-15  DLH  CARD NOW CARRIES THE TERM AND CUMULATIVE GPA,
      *                  CLASS RANK AND HONOR ROLL OR PROBATION
      *                  STANDING TermGpa LEFT ON STUGPA.  NO STUGPA
      *                  (NO TERM GRADED YET) PRINTS CARDS WITHOUT IT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-GPA-FILE ASSIGN TO "STUGPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GPA-STATUS.

           SELECT REPORT-CARD-FILE ASSIGN TO "RPTCARDS"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  STUDENT-MASTER-FILE.
       COPY STUMAST.

       FD  STUDENT-GPA-FILE.
       COPY STUGPA.

       FD  REPORT-CARD-FILE.
       01  REPORT-CARD-LINE             PIC X(80).

           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-GPA-STATUS             PIC X(2).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.
               10  WS-S-PRESENT       PIC 9(3) COMP.
               10  WS-S-TOTAL-MARKS   PIC 9(3) COMP.
               10  WS-S-LINE-COUNT    PIC 9(2) COMP.
               10  WS-S-GPA-SET       PIC X.
               10  WS-S-TERM-MARKS    PIC 9(3).
               10  WS-S-TERM-GPA      PIC 9V99.
               10  WS-S-CUM-GPA       PIC 9V99.
               10  WS-S-CLASS-RANK    PIC 9(3).
               10  WS-S-RANK-OF       PIC 9(3).
               10  WS-S-STANDING      PIC X.
               10  WS-S-GRADE-LINE OCCURS 5 TIMES.
                   15  WS-S-TEACHER-ID   PIC 9(6).
                   15  WS-S-PERIOD-GRADE OCCURS 4 TIMES PIC 9(2).
           05  FILLER PIC X(9)  VALUE " PERCENT".
           05  FILLER             PIC X(43) VALUE SPACES.

       01  WS-GPA-LINE.
           05  FILLER PIC X(10) VALUE "TERM GPA: ".
           05  WS-P-TERM-GPA      PIC X(4).
           05  FILLER PIC X(18) VALUE "  CUMULATIVE GPA: ".
           05  WS-P-CUM-GPA       PIC 9.99.
           05  WS-P-RANK-TEXT     PIC X(24).
           05  FILLER             PIC X(20) VALUE SPACES.
       01  WS-GPA-EDIT               PIC 9.99.
       01  WS-RANK-TEXT.
           05  FILLER PIC X(14) VALUE "  CLASS RANK: ".
           05  WS-R-RANK          PIC ZZ9.
           05  FILLER PIC X(4)  VALUE " OF ".
           05  WS-R-RANK-OF       PIC ZZ9.

       01  WS-HONOR-ROLL-LINE        PIC X(80)
           VALUE "*** HONOR ROLL THIS TERM ***".
       01  WS-PROBATION-LINE         PIC X(80)
           VALUE "*** ACADEMIC PROBATION THIS TERM ***".

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
           PERFORM 1000-LOAD-STUDENT-MASTER
           PERFORM 1500-FOLD-IN-GRADES
           PERFORM 1800-FOLD-IN-ATTENDANCE
           PERFORM 1950-FOLD-IN-GPA

           OPEN OUTPUT REPORT-CARD-FILE
           PERFORM 3000-PRINT-CARD
               MOVE 0 TO WS-S-PRESENT (WS-STUDENT-COUNT)
               MOVE 0 TO WS-S-TOTAL-MARKS (WS-STUDENT-COUNT)
               MOVE 0 TO WS-S-LINE-COUNT (WS-STUDENT-COUNT)
               MOVE 'N' TO WS-S-GPA-SET (WS-STUDENT-COUNT)
               PERFORM 1100-READ-STUDENT-MASTER
           END-PERFORM
           CLOSE STUDENT-MASTER-FILE.
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1950-FOLD-IN-GPA - the figures from the last TermGpa run.  No
      * STUGPA means no term has been graded yet.
      *----------------------------------------------------------------
       1950-FOLD-IN-GPA.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STUDENT-GPA-FILE
           IF WS-GPA-STATUS NOT = "35"
               PERFORM 1960-READ-GPA-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   PERFORM 2400-FIND-STUDENT-BY-GPA
                   IF WS-STUDENT-FOUND
                      AND STUGPA-CUM-MARKS > 0
                       MOVE 'Y' TO WS-S-GPA-SET (WS-STU-FOUND-IDX)
                       MOVE STUGPA-TERM-MARKS
                           TO WS-S-TERM-MARKS (WS-STU-FOUND-IDX)
                       MOVE STUGPA-TERM-GPA
                           TO WS-S-TERM-GPA (WS-STU-FOUND-IDX)
                       MOVE STUGPA-CUM-GPA
                           TO WS-S-CUM-GPA (WS-STU-FOUND-IDX)
                       MOVE STUGPA-CLASS-RANK
                           TO WS-S-CLASS-RANK (WS-STU-FOUND-IDX)
                       MOVE STUGPA-RANK-OF
                           TO WS-S-RANK-OF (WS-STU-FOUND-IDX)
                       MOVE STUGPA-STANDING
                           TO WS-S-STANDING (WS-STU-FOUND-IDX)
                   END-IF
                   PERFORM 1960-READ-GPA-RECORD
               END-PERFORM
               CLOSE STUDENT-GPA-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1960-READ-GPA-RECORD
      *----------------------------------------------------------------
       1960-READ-GPA-RECORD.
           READ STUDENT-GPA-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2100-FIND-STUDENT-BY-HISTORY
      *----------------------------------------------------------------
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2400-FIND-STUDENT-BY-GPA
      *----------------------------------------------------------------
       2400-FIND-STUDENT-BY-GPA.
           MOVE 'N' TO WS-STU-FOUND-SWITCH
           MOVE 0   TO WS-STU-FOUND-IDX
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STUDENT-COUNT
                      OR WS-STUDENT-FOUND
               IF WS-S-STUDENT-ID (WS-STU-IDX) = STUGPA-STUDENT-ID
                   MOVE 'Y' TO WS-STU-FOUND-SWITCH
                   MOVE WS-STU-IDX TO WS-STU-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 3000-PRINT-CARD - one page per student with any grades or
      * attendance on file; a student with neither gets no card.
                   MOVE WS-ATTENDANCE-PCT TO WS-A-PERCENT
                   WRITE REPORT-CARD-LINE FROM WS-ATTENDANCE-LINE
               END-IF
               IF WS-S-GPA-SET (WS-STU-IDX) = 'Y'
                   PERFORM 3200-PRINT-GPA
               END-IF
               WRITE REPORT-CARD-LINE FROM WS-CARD-BLANK
               ADD 1 TO WS-CARD-COUNT
           END-IF.
               MOVE SPACES TO WS-G-PERIOD-4
           END-IF
           WRITE REPORT-CARD-LINE FROM WS-GRADE-LINE.

      *----------------------------------------------------------------
      * 3200-PRINT-GPA - no marks this term leaves the term GPA
      * blank; a student not ranked shows no rank.
      *----------------------------------------------------------------
       3200-PRINT-GPA.
           IF WS-S-TERM-MARKS (WS-STU-IDX) = 0
               MOVE SPACES TO WS-P-TERM-GPA
           ELSE
               MOVE WS-S-TERM-GPA (WS-STU-IDX) TO WS-GPA-EDIT
               MOVE WS-GPA-EDIT TO WS-P-TERM-GPA
           END-IF
           MOVE WS-S-CUM-GPA (WS-STU-IDX) TO WS-P-CUM-GPA
           IF WS-S-CLASS-RANK (WS-STU-IDX) = 0
               MOVE SPACES TO WS-P-RANK-TEXT
           ELSE
               MOVE WS-S-CLASS-RANK (WS-STU-IDX) TO WS-R-RANK
               MOVE WS-S-RANK-OF (WS-STU-IDX)    TO WS-R-RANK-OF
               MOVE WS-RANK-TEXT TO WS-P-RANK-TEXT
           END-IF
           WRITE REPORT-CARD-LINE FROM WS-GPA-LINE
           IF WS-S-STANDING (WS-STU-IDX) = 'H'
               WRITE REPORT-CARD-LINE FROM WS-HONOR-ROLL-LINE
           END-IF
           IF WS-S-STANDING (WS-STU-IDX) = 'P'
               WRITE REPORT-CARD-LINE FROM WS-PROBATION-LINE
           END-IF.
