       IDENTIFICATION DIVISION.
       PROGRAM-ID. SupportSummary.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - WEEKLY SUPPORT SUMMARY
      *                  FROM THE SUPTKT TICKET MASTER.  FOR THE SEVEN
      *                  DAYS ENDING ON THE RUN DATE, BY PRIORITY:
      *                  TICKETS OPENED, TICKETS RESOLVED AND THEIR
      *                  AVERAGE RESOLUTION TIME IN CALENDAR DAYS,
      *                  AND THE OPEN BACKLOG AT RUN DATE WITH HOW
      *                  MUCH OF IT HAS BEEN ESCALATED FOR AN SLA
      *                  BREACH.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPORT-TICKET-FILE ASSIGN TO "SUPTKT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUPT-TICKET-NUMBER
               FILE STATUS IS WS-TICKET-STATUS.

           SELECT SUMMARY-REPORT-FILE ASSIGN TO "SUPWKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPORT-TICKET-FILE.
       COPY SUPTKT.

       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TICKET-STATUS          PIC X(2).

       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

      *----------------------------------------------------------------
      * Weekly totals by priority, 1 critical through 4 low; entry 5
      * is the all-priorities total line.
      *----------------------------------------------------------------
       01  WS-WEEK-TABLE.
           05  WS-WEEK-ENTRY OCCURS 5 TIMES.
               10  WS-WK-OPENED      PIC 9(5) COMP.
               10  WS-WK-RESOLVED    PIC 9(5) COMP.
               10  WS-WK-RES-DAYS    PIC 9(7) COMP.
               10  WS-WK-BACKLOG     PIC 9(5) COMP.
               10  WS-WK-ESCALATED   PIC 9(5) COMP.
       01  WS-PRI-IDX                PIC 9(2) COMP VALUE 0.
       01  WS-PRI-NUM                PIC 9 VALUE 0.

       01  WS-READ-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-AVG-DAYS               PIC 9(4)V9 VALUE 0.

      *----------------------------------------------------------------
      * Day-serial conversion work fields, for the week window and
      * the resolution time.
      *----------------------------------------------------------------
       01  WS-SERIAL-DATE            PIC 9(8) VALUE 0.
       01  WS-SD-PARTS REDEFINES WS-SERIAL-DATE.
           05  WS-SD-YEAR            PIC 9(4).
           05  WS-SD-MONTH           PIC 9(2).
           05  WS-SD-DAY             PIC 9(2).
       01  WS-DAY-SERIAL             PIC 9(8) COMP VALUE 0.
       01  WS-RUN-SERIAL             PIC 9(8) COMP VALUE 0.
       01  WS-WEEK-START-SERIAL      PIC 9(8) COMP VALUE 0.
       01  WS-OPENED-SERIAL          PIC 9(8) COMP VALUE 0.
       01  WS-RESOLVED-SERIAL        PIC 9(8) COMP VALUE 0.
       01  WS-PRIOR-YEAR             PIC 9(4) COMP VALUE 0.
       01  WS-LEAP-QUOTIENT          PIC 9(4) COMP VALUE 0.
       01  WS-LEAP-REMAINDER         PIC 9(4) COMP VALUE 0.
       01  WS-IS-LEAP-SWITCH         PIC X VALUE 'N'.
           88  WS-IS-LEAP-YEAR       VALUE 'Y'.
       01  WS-CUM-DAYS-TABLE.
           05  FILLER PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TABLE.
           05  WS-CUM-DAY-ENTRY OCCURS 12 TIMES PIC 9(3).

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(30) VALUE "WEEKLY SUPPORT SUMMARY".
           05  FILLER PIC X(13) VALUE "WEEK ENDING: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER           PIC X(49) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(12) VALUE "PRIORITY".
           05  FILLER PIC X(10) VALUE "    OPENED".
           05  FILLER PIC X(10) VALUE "  RESOLVED".
           05  FILLER PIC X(12) VALUE "  AVG DAYS".
           05  FILLER PIC X(10) VALUE "   BACKLOG".
           05  FILLER PIC X(12) VALUE "   ESCALATED".
           05  FILLER PIC X(34) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-D-PRIORITY      PIC X(10).
           05  FILLER             PIC X(5) VALUE SPACES.
           05  WS-D-OPENED        PIC ZZZZ9.
           05  FILLER             PIC X(5) VALUE SPACES.
           05  WS-D-RESOLVED      PIC ZZZZ9.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-D-AVG-DAYS      PIC ZZZ9.9.
           05  FILLER             PIC X(5) VALUE SPACES.
           05  WS-D-BACKLOG       PIC ZZZZ9.
           05  FILLER             PIC X(7) VALUE SPACES.
           05  WS-D-ESCALATED     PIC ZZZZ9.
           05  FILLER             PIC X(38) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(100) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(16) VALUE "TICKETS READ: ".
           05  WS-F-READ          PIC ZZZZ9.
           05  FILLER             PIC X(79) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-SERIAL-DATE
           PERFORM 2160-DATE-TO-SERIAL
           MOVE WS-DAY-SERIAL TO WS-RUN-SERIAL
           COMPUTE WS-WEEK-START-SERIAL = WS-RUN-SERIAL - 6

           PERFORM VARYING WS-PRI-IDX FROM 1 BY 1
                   UNTIL WS-PRI-IDX > 5
               MOVE 0 TO WS-WK-OPENED (WS-PRI-IDX)
               MOVE 0 TO WS-WK-RESOLVED (WS-PRI-IDX)
               MOVE 0 TO WS-WK-RES-DAYS (WS-PRI-IDX)
               MOVE 0 TO WS-WK-BACKLOG (WS-PRI-IDX)
               MOVE 0 TO WS-WK-ESCALATED (WS-PRI-IDX)
           END-PERFORM

           OPEN INPUT SUPPORT-TICKET-FILE
           IF WS-TICKET-STATUS NOT = "35"
               PERFORM 2100-READ-TICKET
               PERFORM 2000-TAKE-TICKET
                   UNTIL WS-END-OF-FILE
               CLOSE SUPPORT-TICKET-FILE
           END-IF

           PERFORM 3000-PRINT-SUMMARY
           STOP RUN.

      *----------------------------------------------------------------
      * 2000-TAKE-TICKET - a ticket counts as opened, and as resolved,
      * when that date falls in the week; it is backlog when it is
      * still open at run date, whenever it was opened.  A ticket
      * with a priority outside 1-4 is counted in the total only.
      *----------------------------------------------------------------
       2000-TAKE-TICKET.
           ADD 1 TO WS-READ-COUNT
           IF SUPT-PRIORITY-VALID
               MOVE SUPT-PRIORITY TO WS-PRI-NUM
           ELSE
               MOVE 5 TO WS-PRI-NUM
           END-IF

           MOVE SUPT-OPENED-DATE TO WS-SERIAL-DATE
           PERFORM 2160-DATE-TO-SERIAL
           MOVE WS-DAY-SERIAL TO WS-OPENED-SERIAL
           IF WS-OPENED-SERIAL >= WS-WEEK-START-SERIAL
              AND WS-OPENED-SERIAL <= WS-RUN-SERIAL
               ADD 1 TO WS-WK-OPENED (WS-PRI-NUM)
           END-IF

           IF SUPT-RESOLVED-DATE NOT = 0
              AND (SUPT-IS-RESOLVED OR SUPT-IS-CLOSED)
               MOVE SUPT-RESOLVED-DATE TO WS-SERIAL-DATE
               PERFORM 2160-DATE-TO-SERIAL
               MOVE WS-DAY-SERIAL TO WS-RESOLVED-SERIAL
               IF WS-RESOLVED-SERIAL >= WS-WEEK-START-SERIAL
                  AND WS-RESOLVED-SERIAL <= WS-RUN-SERIAL
                  AND WS-RESOLVED-SERIAL >= WS-OPENED-SERIAL
                   ADD 1 TO WS-WK-RESOLVED (WS-PRI-NUM)
                   COMPUTE WS-WK-RES-DAYS (WS-PRI-NUM) =
                       WS-WK-RES-DAYS (WS-PRI-NUM)
                       + WS-RESOLVED-SERIAL - WS-OPENED-SERIAL
               END-IF
           END-IF

           IF SUPT-IS-OPEN
               ADD 1 TO WS-WK-BACKLOG (WS-PRI-NUM)
               IF SUPT-ESCALATED-DATE NOT = 0
                   ADD 1 TO WS-WK-ESCALATED (WS-PRI-NUM)
               END-IF
           END-IF

           PERFORM 2100-READ-TICKET.

      *----------------------------------------------------------------
      * 2100-READ-TICKET
      *----------------------------------------------------------------
       2100-READ-TICKET.
           READ SUPPORT-TICKET-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2160-DATE-TO-SERIAL - days since the year-zero epoch, the
      * same conversion the tour schedule uses.
      *----------------------------------------------------------------
       2160-DATE-TO-SERIAL.
           COMPUTE WS-PRIOR-YEAR = WS-SD-YEAR - 1
           COMPUTE WS-DAY-SERIAL = WS-SD-YEAR * 365
               + WS-PRIOR-YEAR / 4
               - WS-PRIOR-YEAR / 100
               + WS-PRIOR-YEAR / 400
               + WS-CUM-DAY-ENTRY (WS-SD-MONTH)
               + WS-SD-DAY

           MOVE 'N' TO WS-IS-LEAP-SWITCH
           DIVIDE WS-SD-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = 0
               MOVE 'Y' TO WS-IS-LEAP-SWITCH
               DIVIDE WS-SD-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   DIVIDE WS-SD-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER NOT = 0
                       MOVE 'N' TO WS-IS-LEAP-SWITCH
                   END-IF
               END-IF
           END-IF
           IF WS-IS-LEAP-YEAR AND WS-SD-MONTH > 2
               ADD 1 TO WS-DAY-SERIAL
           END-IF.

      *----------------------------------------------------------------
      * 3000-PRINT-SUMMARY - one line per priority and a total line.
      *----------------------------------------------------------------
       3000-PRINT-SUMMARY.
           OPEN OUTPUT SUMMARY-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           WRITE SUMMARY-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE SUMMARY-REPORT-LINE FROM WS-BLANK-LINE
           WRITE SUMMARY-REPORT-LINE FROM WS-REPORT-HEADING-2

           PERFORM VARYING WS-PRI-IDX FROM 1 BY 1
                   UNTIL WS-PRI-IDX > 4
               EVALUATE WS-PRI-IDX
                   WHEN 1
                       MOVE "1 CRITICAL" TO WS-D-PRIORITY
                   WHEN 2
                       MOVE "2 HIGH"     TO WS-D-PRIORITY
                   WHEN 3
                       MOVE "3 NORMAL"   TO WS-D-PRIORITY
                   WHEN 4
                       MOVE "4 LOW"      TO WS-D-PRIORITY
               END-EVALUATE
               PERFORM 3100-WRITE-PRIORITY-LINE
               ADD WS-WK-OPENED (WS-PRI-IDX)    TO WS-WK-OPENED (5)
               ADD WS-WK-RESOLVED (WS-PRI-IDX)  TO WS-WK-RESOLVED (5)
               ADD WS-WK-RES-DAYS (WS-PRI-IDX)  TO WS-WK-RES-DAYS (5)
               ADD WS-WK-BACKLOG (WS-PRI-IDX)   TO WS-WK-BACKLOG (5)
               ADD WS-WK-ESCALATED (WS-PRI-IDX) TO WS-WK-ESCALATED (5)
           END-PERFORM

           WRITE SUMMARY-REPORT-LINE FROM WS-BLANK-LINE
           MOVE 5 TO WS-PRI-IDX
           MOVE "TOTAL" TO WS-D-PRIORITY
           PERFORM 3100-WRITE-PRIORITY-LINE

           WRITE SUMMARY-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-READ-COUNT TO WS-F-READ
           WRITE SUMMARY-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE SUMMARY-REPORT-FILE
           DISPLAY "TICKETS READ: " WS-READ-COUNT
           DISPLAY "OPENED THIS WEEK: " WS-WK-OPENED (5)
           DISPLAY "RESOLVED THIS WEEK: " WS-WK-RESOLVED (5)
           DISPLAY "OPEN BACKLOG: " WS-WK-BACKLOG (5).

      *----------------------------------------------------------------
      * 3100-WRITE-PRIORITY-LINE - the line for entry WS-PRI-IDX.
      *----------------------------------------------------------------
       3100-WRITE-PRIORITY-LINE.
           IF WS-WK-RESOLVED (WS-PRI-IDX) > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-WK-RES-DAYS (WS-PRI-IDX)
                   / WS-WK-RESOLVED (WS-PRI-IDX)
           ELSE
               MOVE 0 TO WS-AVG-DAYS
           END-IF
           MOVE WS-WK-OPENED (WS-PRI-IDX)    TO WS-D-OPENED
           MOVE WS-WK-RESOLVED (WS-PRI-IDX)  TO WS-D-RESOLVED
           MOVE WS-AVG-DAYS                  TO WS-D-AVG-DAYS
           MOVE WS-WK-BACKLOG (WS-PRI-IDX)   TO WS-D-BACKLOG
           MOVE WS-WK-ESCALATED (WS-PRI-IDX) TO WS-D-ESCALATED
           WRITE SUMMARY-REPORT-LINE FROM WS-DETAIL-LINE.
