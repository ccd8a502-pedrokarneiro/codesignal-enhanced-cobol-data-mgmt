       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReplaceReport.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - LISTS EVERY REPLACE-MODE
      *                  RERUN LOGGED TO REPLLOG BY PostingRegister:
      *                  ONE LINE PER APPEND FILE CLEARED, WITH THE
      *                  PROGRAM AND BUSINESS DATE REPLACED, THE
      *                  ENTRIES REMOVED, WHEN IT HAPPENED, AND WHO
      *                  ASKED FOR IT AND WHY.  A BLANK LINE SEPARATES
      *                  ONE REPLACE FROM THE NEXT, AND THE FOOTER
      *                  COUNTS THE REPLACES, FILES AND ENTRIES.  AN
      *                  OPTIONAL SYSIN FROM-DATE LIMITS THE LISTING
      *                  TO BUSINESS DATES ON OR AFTER IT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPLACE-LOG-FILE ASSIGN TO "REPLLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLLOG-STATUS.

           SELECT REPLACE-REPORT-FILE ASSIGN TO "RPLCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPLACE-LOG-FILE.
       COPY REPLLOG.

       FD  REPLACE-REPORT-FILE.
       01  REPLACE-REPORT-LINE          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-REPLLOG-STATUS         PIC X(2).

       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-FROM-DATE              PIC 9(8) VALUE 0.

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

      *----------------------------------------------------------------
      * One replace is every REPLLOG entry sharing a program, business
      * date and replace time.
      *----------------------------------------------------------------
       01  WS-PREV-REPLACE-KEY.
           05  WS-PREV-PROGRAM-ID    PIC X(15) VALUE SPACES.
           05  WS-PREV-BUSINESS-DATE PIC 9(8)  VALUE 0.
           05  WS-PREV-REPLACE-DATE  PIC 9(8)  VALUE 0.
           05  WS-PREV-REPLACE-TIME  PIC 9(6)  VALUE 0.

       01  WS-REPLACE-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-FILE-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-REMOVED-TOTAL          PIC 9(9) COMP VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(40) VALUE "POSTING REPLACE LOG".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER PIC X(13) VALUE "  FROM DATE: ".
           05  WS-H-FROM-DATE   PIC 9(8).
           05  FILLER           PIC X(41) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(17) VALUE "PROGRAM".
           05  FILLER PIC X(10) VALUE "BUS DATE".
           05  FILLER PIC X(10) VALUE "FILE".
           05  FILLER PIC X(9)  VALUE "  REMOVED".
           05  FILLER PIC X(10) VALUE "  REPLACED".
           05  FILLER PIC X(8)  VALUE "  TIME".
           05  FILLER PIC X(10) VALUE "  BY".
           05  FILLER PIC X(32) VALUE "  REASON".
           05  FILLER PIC X(14) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-D-PROGRAM-ID    PIC X(15).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-BUSINESS-DATE PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-FILE-NAME     PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-REMOVED       PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-REPLACE-DATE  PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-REPLACE-TIME  PIC 9(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-REQUESTED-BY  PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-REASON        PIC X(30).
           05  FILLER             PIC X(14) VALUE SPACES.

       01  WS-NO-ENTRIES-LINE.
           05  FILLER PIC X(30) VALUE "NO REPLACES LOGGED".
           05  FILLER PIC X(90) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(120) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(17) VALUE "REPLACES LOGGED: ".
           05  WS-F-REPLACES      PIC ZZZZ9.
           05  FILLER PIC X(17) VALUE "  FILES CLEARED: ".
           05  WS-F-FILES         PIC ZZZZ9.
           05  FILLER PIC X(19) VALUE "  ENTRIES REMOVED: ".
           05  WS-F-REMOVED       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(46) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           ACCEPT WS-FROM-DATE FROM SYSIN
           IF WS-FROM-DATE IS NOT NUMERIC
               MOVE 0 TO WS-FROM-DATE
           END-IF
           DISPLAY "Replaces from business date: " WS-FROM-DATE

           OPEN OUTPUT REPLACE-REPORT-FILE
           MOVE WS-RUN-DATE  TO WS-H-RUN-DATE
           MOVE WS-FROM-DATE TO WS-H-FROM-DATE
           WRITE REPLACE-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE REPLACE-REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPLACE-REPORT-LINE FROM WS-REPORT-HEADING-2

           OPEN INPUT REPLACE-LOG-FILE
           IF WS-REPLLOG-STATUS NOT = "35"
               PERFORM 2100-READ-LOG
               PERFORM 2000-LIST-ENTRY
                   UNTIL WS-END-OF-FILE
               CLOSE REPLACE-LOG-FILE
           END-IF

           PERFORM 3000-PRINT-FOOTER
           STOP RUN.

      *----------------------------------------------------------------
      * 2000-LIST-ENTRY - a new replace starts after a blank line.
      *----------------------------------------------------------------
       2000-LIST-ENTRY.
           IF RPLG-BUSINESS-DATE >= WS-FROM-DATE
               IF RPLG-PROGRAM-ID     NOT = WS-PREV-PROGRAM-ID
                  OR RPLG-BUSINESS-DATE NOT = WS-PREV-BUSINESS-DATE
                  OR RPLG-REPLACE-DATE  NOT = WS-PREV-REPLACE-DATE
                  OR RPLG-REPLACE-TIME  NOT = WS-PREV-REPLACE-TIME
                   IF WS-REPLACE-COUNT > 0
                       WRITE REPLACE-REPORT-LINE FROM WS-BLANK-LINE
                   END-IF
                   ADD 1 TO WS-REPLACE-COUNT
                   MOVE RPLG-PROGRAM-ID    TO WS-PREV-PROGRAM-ID
                   MOVE RPLG-BUSINESS-DATE TO WS-PREV-BUSINESS-DATE
                   MOVE RPLG-REPLACE-DATE  TO WS-PREV-REPLACE-DATE
                   MOVE RPLG-REPLACE-TIME  TO WS-PREV-REPLACE-TIME
               END-IF
               ADD 1 TO WS-FILE-COUNT
               ADD RPLG-RECORDS-REMOVED TO WS-REMOVED-TOTAL

               MOVE RPLG-PROGRAM-ID      TO WS-D-PROGRAM-ID
               MOVE RPLG-BUSINESS-DATE   TO WS-D-BUSINESS-DATE
               MOVE RPLG-FILE-NAME       TO WS-D-FILE-NAME
               MOVE RPLG-RECORDS-REMOVED TO WS-D-REMOVED
               MOVE RPLG-REPLACE-DATE    TO WS-D-REPLACE-DATE
               MOVE RPLG-REPLACE-TIME    TO WS-D-REPLACE-TIME
               MOVE RPLG-REQUESTED-BY    TO WS-D-REQUESTED-BY
               MOVE RPLG-REASON          TO WS-D-REASON
               WRITE REPLACE-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF

           PERFORM 2100-READ-LOG.

      *----------------------------------------------------------------
      * 2100-READ-LOG
      *----------------------------------------------------------------
       2100-READ-LOG.
           READ REPLACE-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 3000-PRINT-FOOTER
      *----------------------------------------------------------------
       3000-PRINT-FOOTER.
           IF WS-FILE-COUNT = 0
               WRITE REPLACE-REPORT-LINE FROM WS-NO-ENTRIES-LINE
           END-IF
           WRITE REPLACE-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-REPLACE-COUNT TO WS-F-REPLACES
           MOVE WS-FILE-COUNT    TO WS-F-FILES
           MOVE WS-REMOVED-TOTAL TO WS-F-REMOVED
           WRITE REPLACE-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE REPLACE-REPORT-FILE
           DISPLAY "REPLACES LOGGED: " WS-REPLACE-COUNT
           DISPLAY "FILES CLEARED: " WS-FILE-COUNT
           DISPLAY "ENTRIES REMOVED: " WS-REMOVED-TOTAL.
