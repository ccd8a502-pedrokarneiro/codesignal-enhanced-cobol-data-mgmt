       IDENTIFICATION DIVISION.
       PROGRAM-ID. MissionAssign.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - MISSION ASSIGNMENT.  HEROROS
      *                  AND THE ALLIANCE CROSS-REFERENCE SAY WHO
      *                  EXISTS BUT NOT WHO IS DEPLOYED.  EACH MISSION
      *                  ON THE MISSION FILE NOT YET STAFFED IS
      *                  STAFFED FROM THE ROSTER: A HERO MUST MEET THE
      *                  MISSION'S MINIMUM POWER LEVEL AND MUST NOT BE
      *                  ON ANOTHER MISSION WHOSE DATES OVERLAP, AND
      *                  MEMBERS OF THE REQUESTING ALLIANCE ARE TAKEN
      *                  BEFORE OUTSIDERS, STRONGEST FIRST.  A MISSION
      *                  THAT CANNOT BE FULLY STAFFED REJECTS TO
      *                  EXCPRPT AND IS TRIED AGAIN NEXT RUN.
      *                  ASSIGNMENTS ARE APPENDED TO HEROASGN, AND THE
      *                  RUN PRINTS THE DEPLOYMENT BOARD OF CURRENT AND
      *                  UPCOMING MISSIONS AND EVERY HERO'S MISSION
      *                  HISTORY.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "HEROROS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MISSION-FILE ASSIGN TO "MISSION"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ASSIGNMENT-FILE ASSIGN TO "HEROASGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASGN-STATUS.

           SELECT DEPLOYMENT-REPORT-FILE ASSIGN TO "DEPLOYBD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
       COPY HEROROS.

       FD  MISSION-FILE.
       COPY MISSION.

       FD  ASSIGNMENT-FILE.
       COPY HEROASGN.

       FD  DEPLOYMENT-REPORT-FILE.
       01  DEPLOYMENT-REPORT-LINE        PIC X(100).

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       WORKING-STORAGE SECTION.
       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-EXCP-STATUS            PIC X(2).
       01  WS-ASGN-STATUS            PIC X(2).

       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.
       01  WS-ASGN-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-ASGN-END-OF-FILE   VALUE 'Y'.
       01  WS-MSN-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-MSN-END-OF-FILE    VALUE 'Y'.

       01  WS-STAFFED-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-ALREADY-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-REJECTED-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-NEW-ASSIGNMENT-COUNT   PIC 9(4) COMP VALUE 0.

      *----------------------------------------------------------------
      * WS-HERO-TABLE - the roster, with a picked flag for the
      * mission being staffed.
      *----------------------------------------------------------------
       01  WS-HERO-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-HERO-IDX               PIC 9(3) COMP VALUE 0.
       01  WS-ALLY-IDX               PIC 9(1) COMP VALUE 0.
       01  WS-HERO-TABLE.
           05  WS-H-ENTRY OCCURS 100 TIMES.
               10  WS-H-NAME          PIC X(30).
               10  WS-H-POWER-LEVEL   PIC 9(3).
               10  WS-H-CODENAME      PIC X(20).
               10  WS-H-ALLY-COUNT    PIC 9(1).
               10  WS-H-ALLIANCE OCCURS 5 TIMES
                                      PIC X(30).
               10  WS-H-PICKED        PIC X.
               10  WS-H-MEMBER        PIC X.

      *----------------------------------------------------------------
      * WS-ASSIGNMENT-TABLE - HEROASGN as it stood, plus the
      * assignments made this run, for the overlap test, the board
      * and the history.
      *----------------------------------------------------------------
       01  WS-ASGN-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-ASGN-IDX               PIC 9(3) COMP VALUE 0.
       01  WS-ASSIGNMENT-TABLE.
           05  WS-G-ENTRY OCCURS 500 TIMES.
               10  WS-G-MISSION-ID    PIC X(6).
               10  WS-G-HERO-NAME     PIC X(30).
               10  WS-G-START-DATE    PIC 9(8).
               10  WS-G-END-DATE      PIC 9(8).
               10  WS-G-ALLIANCE      PIC X(30).
               10  WS-G-MEMBER        PIC X.
               10  WS-G-PRINTED       PIC X.

      *----------------------------------------------------------------
      * WS-MISSION-TABLE - the mission file, for the board and for
      * the titles on the history.
      *----------------------------------------------------------------
       01  WS-MISSION-COUNT          PIC 9(3) COMP VALUE 0.
       01  WS-MISSION-IDX            PIC 9(3) COMP VALUE 0.
       01  WS-MISSION-TABLE.
           05  WS-M-ENTRY OCCURS 200 TIMES.
               10  WS-M-MISSION-ID    PIC X(6).
               10  WS-M-TITLE         PIC X(30).
               10  WS-M-ALLIANCE      PIC X(30).
               10  WS-M-MIN-POWER     PIC 9(3).
               10  WS-M-START-DATE    PIC 9(8).
               10  WS-M-END-DATE      PIC 9(8).

      *----------------------------------------------------------------
      * Staffing work fields.
      *----------------------------------------------------------------
       01  WS-STAFFED-SWITCH         PIC X VALUE 'N'.
           88  WS-MISSION-STAFFED    VALUE 'Y'.
       01  WS-AVAILABLE-SWITCH       PIC X VALUE 'N'.
           88  WS-HERO-AVAILABLE     VALUE 'Y'.
       01  WS-HEROES-NEEDED          PIC 9(1) VALUE 0.
       01  WS-PICKED-COUNT           PIC 9(1) VALUE 0.
       01  WS-BEST-IDX               PIC 9(3) COMP VALUE 0.
       01  WS-HERO-COUNT-ON-MISSION  PIC 9(3) COMP VALUE 0.
       01  WS-PICK-IDX               PIC 9(3) COMP VALUE 0.
       01  WS-PICK-DATE              PIC 9(8) VALUE 0.
       01  WS-HISTORY-LEFT           PIC 9(3) COMP VALUE 0.

       01  WS-BOARD-HEADING-1.
           05  FILLER PIC X(24) VALUE "HERO DEPLOYMENT BOARD".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-BH-RUN-DATE   PIC 9(8).
           05  FILLER           PIC X(58) VALUE SPACES.

       01  WS-BOARD-HEADING-2.
           05  FILLER PIC X(8)  VALUE "MISSION".
           05  FILLER PIC X(32) VALUE "TITLE".
           05  FILLER PIC X(22) VALUE "REQUESTED BY".
           05  FILLER PIC X(10) VALUE "START".
           05  FILLER PIC X(10) VALUE "END".
           05  FILLER PIC X(18) VALUE "STATUS".

       01  WS-BOARD-MISSION-LINE.
           05  WS-BM-MISSION-ID   PIC X(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-BM-TITLE        PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-BM-ALLIANCE     PIC X(20).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-BM-START-DATE   PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-BM-END-DATE     PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-BM-STATUS       PIC X(18).

       01  WS-BOARD-HERO-LINE.
           05  FILLER             PIC X(8) VALUE SPACES.
           05  WS-BD-HERO-NAME    PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-BD-SOURCE       PIC X(16).
           05  FILLER             PIC X(44) VALUE SPACES.

       01  WS-HISTORY-HEADING.
           05  FILLER PIC X(30) VALUE "MISSION HISTORY BY HERO".
           05  FILLER PIC X(70) VALUE SPACES.

       01  WS-HISTORY-HERO-LINE.
           05  FILLER PIC X(6)  VALUE "HERO: ".
           05  WS-HH-HERO-NAME    PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-HH-CODENAME     PIC X(20).
           05  FILLER PIC X(8)  VALUE "  POWER ".
           05  WS-HH-POWER-LEVEL  PIC ZZ9.
           05  FILLER             PIC X(31) VALUE SPACES.

       01  WS-HISTORY-DETAIL-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-HD-MISSION-ID   PIC X(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-HD-TITLE        PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-HD-START-DATE   PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-HD-END-DATE     PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-HD-ALLIANCE     PIC X(30).
           05  FILLER             PIC X(6) VALUE SPACES.

       01  WS-HISTORY-COUNT-LINE.
           05  FILLER PIC X(14) VALUE "    MISSIONS: ".
           05  WS-HC-COUNT        PIC ZZ9.
           05  FILLER             PIC X(83) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(17) VALUE "MISSIONS STAFFED:".
           05  WS-F-STAFFED     PIC ZZZ9.
           05  FILLER PIC X(20) VALUE "  ALREADY STAFFED: ".
           05  WS-F-ALREADY     PIC ZZZ9.
           05  FILLER PIC X(12) VALUE "  REJECTED: ".
           05  WS-F-REJECTED    PIC ZZZ9.
           05  FILLER PIC X(20) VALUE "  HEROES ASSIGNED: ".
           05  WS-F-ASSIGNED    PIC ZZZ9.
           05  FILLER           PIC X(15) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(100) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           PERFORM 0900-OPEN-EXCEPTION-FILE
           PERFORM 1000-LOAD-ROSTER
           PERFORM 1200-LOAD-ASSIGNMENTS

           OPEN EXTEND ASSIGNMENT-FILE
           IF WS-ASGN-STATUS = "35"
               OPEN OUTPUT ASSIGNMENT-FILE
           END-IF
           OPEN INPUT MISSION-FILE
           PERFORM 1400-READ-MISSION
           PERFORM 2000-ASSIGN-MISSION
               UNTIL WS-MSN-END-OF-FILE
           CLOSE MISSION-FILE
           CLOSE ASSIGNMENT-FILE

           OPEN OUTPUT DEPLOYMENT-REPORT-FILE
           PERFORM 3000-PRINT-DEPLOYMENT-BOARD
           PERFORM 4000-PRINT-HERO-HISTORY
           WRITE DEPLOYMENT-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-STAFFED-COUNT        TO WS-F-STAFFED
           MOVE WS-ALREADY-COUNT        TO WS-F-ALREADY
           MOVE WS-REJECTED-COUNT       TO WS-F-REJECTED
           MOVE WS-NEW-ASSIGNMENT-COUNT TO WS-F-ASSIGNED
           WRITE DEPLOYMENT-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE DEPLOYMENT-REPORT-FILE
           CLOSE EXCEPTION-REPORT-FILE

           DISPLAY "MISSIONS STAFFED: " WS-STAFFED-COUNT
                   "  ALREADY STAFFED: " WS-ALREADY-COUNT
                   "  REJECTED: " WS-REJECTED-COUNT
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
      * 1000-LOAD-ROSTER
      *----------------------------------------------------------------
       1000-LOAD-ROSTER.
           OPEN INPUT ROSTER-FILE
           PERFORM 1100-READ-ROSTER
           PERFORM UNTIL WS-END-OF-FILE
                   OR WS-HERO-COUNT >= 100
               ADD 1 TO WS-HERO-COUNT
               MOVE HEROROS-HERO-NAME
                   TO WS-H-NAME (WS-HERO-COUNT)
               MOVE HEROROS-POWER-LEVEL
                   TO WS-H-POWER-LEVEL (WS-HERO-COUNT)
               MOVE HEROROS-CODENAME
                   TO WS-H-CODENAME (WS-HERO-COUNT)
               MOVE HEROROS-ALLIANCE-COUNT
                   TO WS-H-ALLY-COUNT (WS-HERO-COUNT)
               PERFORM VARYING WS-ALLY-IDX FROM 1 BY 1
                       UNTIL WS-ALLY-IDX > 5
                   MOVE HEROROS-ALLIANCES (WS-ALLY-IDX)
                       TO WS-H-ALLIANCE (WS-HERO-COUNT, WS-ALLY-IDX)
               END-PERFORM
               MOVE 'N' TO WS-H-PICKED (WS-HERO-COUNT)
               MOVE 'N' TO WS-H-MEMBER (WS-HERO-COUNT)
               PERFORM 1100-READ-ROSTER
           END-PERFORM
           CLOSE ROSTER-FILE.

      *----------------------------------------------------------------
      * 1100-READ-ROSTER
      *----------------------------------------------------------------
       1100-READ-ROSTER.
           READ ROSTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1200-LOAD-ASSIGNMENTS - the first run finds no HEROASGN and
      * starts with nobody deployed.
      *----------------------------------------------------------------
       1200-LOAD-ASSIGNMENTS.
           OPEN INPUT ASSIGNMENT-FILE
           IF WS-ASGN-STATUS = "35"
               MOVE 'Y' TO WS-ASGN-EOF-SWITCH
           ELSE
               PERFORM 1300-READ-ASSIGNMENT
               PERFORM UNTIL WS-ASGN-END-OF-FILE
                       OR WS-ASGN-COUNT >= 500
                   ADD 1 TO WS-ASGN-COUNT
                   MOVE ASGN-MISSION-ID
                       TO WS-G-MISSION-ID (WS-ASGN-COUNT)
                   MOVE ASGN-HERO-NAME
                       TO WS-G-HERO-NAME (WS-ASGN-COUNT)
                   MOVE ASGN-START-DATE
                       TO WS-G-START-DATE (WS-ASGN-COUNT)
                   MOVE ASGN-END-DATE
                       TO WS-G-END-DATE (WS-ASGN-COUNT)
                   MOVE ASGN-ALLIANCE
                       TO WS-G-ALLIANCE (WS-ASGN-COUNT)
                   MOVE ASGN-ALLIANCE-MEMBER
                       TO WS-G-MEMBER (WS-ASGN-COUNT)
                   MOVE 'N' TO WS-G-PRINTED (WS-ASGN-COUNT)
                   PERFORM 1300-READ-ASSIGNMENT
               END-PERFORM
               CLOSE ASSIGNMENT-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1300-READ-ASSIGNMENT
      *----------------------------------------------------------------
       1300-READ-ASSIGNMENT.
           READ ASSIGNMENT-FILE
               AT END
                   MOVE 'Y' TO WS-ASGN-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1400-READ-MISSION
      *----------------------------------------------------------------
       1400-READ-MISSION.
           READ MISSION-FILE
               AT END
                   MOVE 'Y' TO WS-MSN-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2000-ASSIGN-MISSION - a mission with assignments on file is
      * already staffed; a finished mission or one with bad dates or
      * power level is rejected; the rest are staffed now.
      *----------------------------------------------------------------
       2000-ASSIGN-MISSION.
           IF WS-MISSION-COUNT < 200
               ADD 1 TO WS-MISSION-COUNT
               MOVE MSN-MISSION-ID
                   TO WS-M-MISSION-ID (WS-MISSION-COUNT)
               MOVE MSN-TITLE    TO WS-M-TITLE (WS-MISSION-COUNT)
               MOVE MSN-ALLIANCE TO WS-M-ALLIANCE (WS-MISSION-COUNT)
               MOVE MSN-MIN-POWER
                   TO WS-M-MIN-POWER (WS-MISSION-COUNT)
               MOVE MSN-START-DATE
                   TO WS-M-START-DATE (WS-MISSION-COUNT)
               MOVE MSN-END-DATE
                   TO WS-M-END-DATE (WS-MISSION-COUNT)
           END-IF

           PERFORM 2100-CHECK-STAFFED
           EVALUATE TRUE
               WHEN MSN-START-DATE NOT NUMERIC
                 OR MSN-END-DATE NOT NUMERIC
                 OR MSN-END-DATE < MSN-START-DATE
                   MOVE "MSN-END-DATE" TO EXCP-FIELD-NAME
                   MOVE "MISSION DATES MISSING OR OUT OF ORDER"
                       TO EXCP-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN MSN-MIN-POWER NOT NUMERIC
                   MOVE "MSN-MIN-POWER" TO EXCP-FIELD-NAME
                   MOVE "MINIMUM POWER LEVEL NOT NUMERIC"
                       TO EXCP-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN WS-MISSION-STAFFED
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN MSN-END-DATE < WS-RUN-DATE
                   MOVE "MSN-END-DATE" TO EXCP-FIELD-NAME
                   MOVE "MISSION OVER BEFORE IT WAS STAFFED"
                       TO EXCP-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN OTHER
                   PERFORM 2200-STAFF-MISSION
           END-EVALUATE

           PERFORM 1400-READ-MISSION.

      *----------------------------------------------------------------
      * 2100-CHECK-STAFFED
      *----------------------------------------------------------------
       2100-CHECK-STAFFED.
           MOVE 'N' TO WS-STAFFED-SWITCH
           PERFORM VARYING WS-ASGN-IDX FROM 1 BY 1
                   UNTIL WS-ASGN-IDX > WS-ASGN-COUNT
                      OR WS-MISSION-STAFFED
               IF WS-G-MISSION-ID (WS-ASGN-IDX) = MSN-MISSION-ID
                   MOVE 'Y' TO WS-STAFFED-SWITCH
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2200-STAFF-MISSION - pick the heroes first and commit only
      * when the mission can be fully staffed.
      *----------------------------------------------------------------
       2200-STAFF-MISSION.
           MOVE MSN-HEROES-NEEDED TO WS-HEROES-NEEDED
           IF MSN-HEROES-NEEDED NOT NUMERIC
              OR MSN-HEROES-NEEDED = 0
               MOVE 1 TO WS-HEROES-NEEDED
           END-IF
           MOVE 0 TO WS-PICKED-COUNT
           PERFORM VARYING WS-HERO-IDX FROM 1 BY 1
                   UNTIL WS-HERO-IDX > WS-HERO-COUNT
               MOVE 'N' TO WS-H-PICKED (WS-HERO-IDX)
               PERFORM 2500-CHECK-MEMBER
           END-PERFORM

           MOVE 1 TO WS-BEST-IDX
           PERFORM 2300-PICK-HERO
               UNTIL WS-PICKED-COUNT = WS-HEROES-NEEDED
                  OR WS-BEST-IDX = 0

           IF WS-PICKED-COUNT < WS-HEROES-NEEDED
               MOVE "MSN-HEROES-NEEDED" TO EXCP-FIELD-NAME
               MOVE "NOT ENOUGH AVAILABLE HEROES" TO EXCP-REASON
               PERFORM 2900-LOG-REJECT
           ELSE
               PERFORM VARYING WS-HERO-IDX FROM 1 BY 1
                       UNTIL WS-HERO-IDX > WS-HERO-COUNT
                   IF WS-H-PICKED (WS-HERO-IDX) = 'Y'
                       PERFORM 2600-WRITE-ASSIGNMENT
                   END-IF
               END-PERFORM
               ADD 1 TO WS-STAFFED-COUNT
               DISPLAY "MISSION STAFFED: " MSN-MISSION-ID " "
                       MSN-TITLE
           END-IF.

      *----------------------------------------------------------------
      * 2300-PICK-HERO - the best hero left: a member of the
      * requesting alliance over an outsider, then the higher power
      * level.  WS-BEST-IDX zero means nobody qualifies.
      *----------------------------------------------------------------
       2300-PICK-HERO.
           MOVE 0 TO WS-BEST-IDX
           PERFORM VARYING WS-HERO-IDX FROM 1 BY 1
                   UNTIL WS-HERO-IDX > WS-HERO-COUNT
               IF WS-H-PICKED (WS-HERO-IDX) = 'N'
                  AND WS-H-POWER-LEVEL (WS-HERO-IDX)
                      NOT < MSN-MIN-POWER
                   PERFORM 2400-CHECK-AVAILABLE
                   IF WS-HERO-AVAILABLE
                       EVALUATE TRUE
                           WHEN WS-BEST-IDX = 0
                               MOVE WS-HERO-IDX TO WS-BEST-IDX
                           WHEN WS-H-MEMBER (WS-HERO-IDX) = 'Y'
                            AND WS-H-MEMBER (WS-BEST-IDX) = 'N'
                               MOVE WS-HERO-IDX TO WS-BEST-IDX
                           WHEN WS-H-MEMBER (WS-HERO-IDX)
                                = WS-H-MEMBER (WS-BEST-IDX)
                            AND WS-H-POWER-LEVEL (WS-HERO-IDX)
                                > WS-H-POWER-LEVEL (WS-BEST-IDX)
                               MOVE WS-HERO-IDX TO WS-BEST-IDX
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-IDX > 0
               MOVE 'Y' TO WS-H-PICKED (WS-BEST-IDX)
               ADD 1 TO WS-PICKED-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 2400-CHECK-AVAILABLE - a hero already on a mission whose
      * dates overlap this one's, even by a day, cannot be sent.
      *----------------------------------------------------------------
       2400-CHECK-AVAILABLE.
           MOVE 'Y' TO WS-AVAILABLE-SWITCH
           PERFORM VARYING WS-ASGN-IDX FROM 1 BY 1
                   UNTIL WS-ASGN-IDX > WS-ASGN-COUNT
                      OR NOT WS-HERO-AVAILABLE
               IF WS-G-HERO-NAME (WS-ASGN-IDX)
                      = WS-H-NAME (WS-HERO-IDX)
                  AND WS-G-START-DATE (WS-ASGN-IDX)
                      NOT > MSN-END-DATE
                  AND WS-G-END-DATE (WS-ASGN-IDX)
                      NOT < MSN-START-DATE
                   MOVE 'N' TO WS-AVAILABLE-SWITCH
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2500-CHECK-MEMBER - is the hero at WS-HERO-IDX a member of
      * the requesting alliance?
      *----------------------------------------------------------------
       2500-CHECK-MEMBER.
           MOVE 'N' TO WS-H-MEMBER (WS-HERO-IDX)
           PERFORM VARYING WS-ALLY-IDX FROM 1 BY 1
                   UNTIL WS-ALLY-IDX > WS-H-ALLY-COUNT (WS-HERO-IDX)
                      OR WS-ALLY-IDX > 5
               IF WS-H-ALLIANCE (WS-HERO-IDX, WS-ALLY-IDX)
                      = MSN-ALLIANCE
                   MOVE 'Y' TO WS-H-MEMBER (WS-HERO-IDX)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2600-WRITE-ASSIGNMENT - onto HEROASGN and into the table, so
      * later missions this run see the hero as deployed.
      *----------------------------------------------------------------
       2600-WRITE-ASSIGNMENT.
           MOVE MSN-MISSION-ID             TO ASGN-MISSION-ID
           MOVE WS-H-NAME (WS-HERO-IDX)    TO ASGN-HERO-NAME
           MOVE MSN-START-DATE             TO ASGN-START-DATE
           MOVE MSN-END-DATE               TO ASGN-END-DATE
           MOVE MSN-ALLIANCE               TO ASGN-ALLIANCE
           MOVE WS-H-MEMBER (WS-HERO-IDX)  TO ASGN-ALLIANCE-MEMBER
           MOVE WS-RUN-DATE                TO ASGN-ASSIGNED-DATE
           WRITE HERO-ASSIGNMENT-RECORD
           ADD 1 TO WS-NEW-ASSIGNMENT-COUNT

           IF WS-ASGN-COUNT < 500
               ADD 1 TO WS-ASGN-COUNT
               MOVE ASGN-MISSION-ID TO WS-G-MISSION-ID (WS-ASGN-COUNT)
               MOVE ASGN-HERO-NAME  TO WS-G-HERO-NAME (WS-ASGN-COUNT)
               MOVE ASGN-START-DATE TO WS-G-START-DATE (WS-ASGN-COUNT)
               MOVE ASGN-END-DATE   TO WS-G-END-DATE (WS-ASGN-COUNT)
               MOVE ASGN-ALLIANCE   TO WS-G-ALLIANCE (WS-ASGN-COUNT)
               MOVE ASGN-ALLIANCE-MEMBER
                   TO WS-G-MEMBER (WS-ASGN-COUNT)
               MOVE 'N' TO WS-G-PRINTED (WS-ASGN-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 2900-LOG-REJECT
      *----------------------------------------------------------------
       2900-LOG-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY "*** MISSION REJECTED: " MSN-MISSION-ID " "
                   EXCP-REASON " ***"
           MOVE "MissionAssign" TO EXCP-PROGRAM-ID
           MOVE MSN-MISSION-ID  TO EXCP-KEY-VALUE
           MOVE WS-RUN-DATE     TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD.

      *----------------------------------------------------------------
      * 3000-PRINT-DEPLOYMENT-BOARD - every mission not yet over, with
      * the heroes sent on it.
      *----------------------------------------------------------------
       3000-PRINT-DEPLOYMENT-BOARD.
           MOVE WS-RUN-DATE TO WS-BH-RUN-DATE
           WRITE DEPLOYMENT-REPORT-LINE FROM WS-BOARD-HEADING-1
           WRITE DEPLOYMENT-REPORT-LINE FROM WS-BOARD-HEADING-2
           PERFORM 3100-PRINT-BOARD-MISSION
               VARYING WS-MISSION-IDX FROM 1 BY 1
               UNTIL WS-MISSION-IDX > WS-MISSION-COUNT.

      *----------------------------------------------------------------
      * 3100-PRINT-BOARD-MISSION
      *----------------------------------------------------------------
       3100-PRINT-BOARD-MISSION.
           IF WS-M-END-DATE (WS-MISSION-IDX) NUMERIC
              AND WS-M-END-DATE (WS-MISSION-IDX) NOT < WS-RUN-DATE
               MOVE 0 TO WS-HERO-COUNT-ON-MISSION
               PERFORM VARYING WS-ASGN-IDX FROM 1 BY 1
                       UNTIL WS-ASGN-IDX > WS-ASGN-COUNT
                   IF WS-G-MISSION-ID (WS-ASGN-IDX)
                          = WS-M-MISSION-ID (WS-MISSION-IDX)
                       ADD 1 TO WS-HERO-COUNT-ON-MISSION
                   END-IF
               END-PERFORM

               MOVE WS-M-MISSION-ID (WS-MISSION-IDX)
                   TO WS-BM-MISSION-ID
               MOVE WS-M-TITLE (WS-MISSION-IDX)    TO WS-BM-TITLE
               MOVE WS-M-ALLIANCE (WS-MISSION-IDX) TO WS-BM-ALLIANCE
               MOVE WS-M-START-DATE (WS-MISSION-IDX)
                   TO WS-BM-START-DATE
               MOVE WS-M-END-DATE (WS-MISSION-IDX)
                   TO WS-BM-END-DATE
               EVALUATE TRUE
                   WHEN WS-HERO-COUNT-ON-MISSION = 0
                       MOVE "NOT STAFFED"  TO WS-BM-STATUS
                   WHEN WS-M-START-DATE (WS-MISSION-IDX)
                        > WS-RUN-DATE
                       MOVE "UPCOMING"     TO WS-BM-STATUS
                   WHEN OTHER
                       MOVE "DEPLOYED NOW" TO WS-BM-STATUS
               END-EVALUATE
               WRITE DEPLOYMENT-REPORT-LINE FROM WS-BOARD-MISSION-LINE

               PERFORM VARYING WS-ASGN-IDX FROM 1 BY 1
                       UNTIL WS-ASGN-IDX > WS-ASGN-COUNT
                   IF WS-G-MISSION-ID (WS-ASGN-IDX)
                          = WS-M-MISSION-ID (WS-MISSION-IDX)
                       MOVE WS-G-HERO-NAME (WS-ASGN-IDX)
                           TO WS-BD-HERO-NAME
                       IF WS-G-MEMBER (WS-ASGN-IDX) = 'Y'
                           MOVE "ALLIANCE MEMBER" TO WS-BD-SOURCE
                       ELSE
                           MOVE "OUTSIDE HELP"    TO WS-BD-SOURCE
                       END-IF
                       WRITE DEPLOYMENT-REPORT-LINE
                           FROM WS-BOARD-HERO-LINE
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * 4000-PRINT-HERO-HISTORY - one section per roster hero, every
      * mission on file in start-date order.
      *----------------------------------------------------------------
       4000-PRINT-HERO-HISTORY.
           WRITE DEPLOYMENT-REPORT-LINE FROM WS-BLANK-LINE
           WRITE DEPLOYMENT-REPORT-LINE FROM WS-HISTORY-HEADING
           PERFORM 4100-PRINT-HERO
               VARYING WS-HERO-IDX FROM 1 BY 1
               UNTIL WS-HERO-IDX > WS-HERO-COUNT.

      *----------------------------------------------------------------
      * 4100-PRINT-HERO
      *----------------------------------------------------------------
       4100-PRINT-HERO.
           MOVE WS-H-NAME (WS-HERO-IDX)        TO WS-HH-HERO-NAME
           MOVE WS-H-CODENAME (WS-HERO-IDX)    TO WS-HH-CODENAME
           MOVE WS-H-POWER-LEVEL (WS-HERO-IDX) TO WS-HH-POWER-LEVEL
           WRITE DEPLOYMENT-REPORT-LINE FROM WS-HISTORY-HERO-LINE

           MOVE 0 TO WS-HISTORY-LEFT
           PERFORM VARYING WS-ASGN-IDX FROM 1 BY 1
                   UNTIL WS-ASGN-IDX > WS-ASGN-COUNT
               IF WS-G-HERO-NAME (WS-ASGN-IDX)
                      = WS-H-NAME (WS-HERO-IDX)
                   ADD 1 TO WS-HISTORY-LEFT
               END-IF
           END-PERFORM
           MOVE WS-HISTORY-LEFT TO WS-HC-COUNT
           PERFORM 4200-PRINT-NEXT-MISSION
               UNTIL WS-HISTORY-LEFT = 0
           WRITE DEPLOYMENT-REPORT-LINE FROM WS-HISTORY-COUNT-LINE.

      *----------------------------------------------------------------
      * 4200-PRINT-NEXT-MISSION - the earliest-starting mission for
      * this hero not yet printed.
      *----------------------------------------------------------------
       4200-PRINT-NEXT-MISSION.
           MOVE 0        TO WS-PICK-IDX
           MOVE 99999999 TO WS-PICK-DATE
           PERFORM VARYING WS-ASGN-IDX FROM 1 BY 1
                   UNTIL WS-ASGN-IDX > WS-ASGN-COUNT
               IF WS-G-HERO-NAME (WS-ASGN-IDX)
                      = WS-H-NAME (WS-HERO-IDX)
                  AND WS-G-PRINTED (WS-ASGN-IDX) = 'N'
                  AND WS-G-START-DATE (WS-ASGN-IDX) < WS-PICK-DATE
                   MOVE WS-ASGN-IDX TO WS-PICK-IDX
                   MOVE WS-G-START-DATE (WS-ASGN-IDX) TO WS-PICK-DATE
               END-IF
           END-PERFORM

           IF WS-PICK-IDX > 0
               MOVE 'Y' TO WS-G-PRINTED (WS-PICK-IDX)
               MOVE WS-G-MISSION-ID (WS-PICK-IDX) TO WS-HD-MISSION-ID
               MOVE SPACES TO WS-HD-TITLE
               PERFORM VARYING WS-MISSION-IDX FROM 1 BY 1
                       UNTIL WS-MISSION-IDX > WS-MISSION-COUNT
                   IF WS-M-MISSION-ID (WS-MISSION-IDX)
                          = WS-G-MISSION-ID (WS-PICK-IDX)
                       MOVE WS-M-TITLE (WS-MISSION-IDX)
                           TO WS-HD-TITLE
                   END-IF
               END-PERFORM
               MOVE WS-G-START-DATE (WS-PICK-IDX) TO WS-HD-START-DATE
               MOVE WS-G-END-DATE (WS-PICK-IDX)   TO WS-HD-END-DATE
               MOVE WS-G-ALLIANCE (WS-PICK-IDX)   TO WS-HD-ALLIANCE
               WRITE DEPLOYMENT-REPORT-LINE FROM WS-HISTORY-DETAIL-LINE
               SUBTRACT 1 FROM WS-HISTORY-LEFT
           ELSE
               MOVE 0 TO WS-HISTORY-LEFT
           END-IF.
