      *                  IT GAINED ITS ACCOUNT NUMBER - THE OLD
      *                  LENGTH TRUNCATED EVERY ARCHIVED ENTRY'S
      *                  TRANSACTION TYPE AND RUN DATE.
      * 2026-10-15  DLH  EODCARC WIDENED TO THE LONGER EODCTL RECORD
      *                  NOW CARRYING THE BRANCH SUBTOTAL FIELDS.
      * 2026-10-15  DLH  CIRCHIST, THE LIBRARY'S CIRCULATION HISTORY,
      *                  NOW ROLLS OFF TO ITS OWN CIRCHARC ARCHIVE
      *                  GENERATIONS THE SAME WAY, FOR THE WEEDING
      *                  REPORT TO READ BACK.  THE KEEP TABLE IS
      *                  WIDENED TO ITS 81-BYTE RECORD.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CONTROL-ARCHIVE-FILE ASSIGN TO "EODCARC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CIRCULATION-HISTORY-FILE ASSIGN TO "CIRCHIST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CIRC-ARCHIVE-FILE ASSIGN TO "CIRCHARC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-HISTORY-FILE.
       COPY EODCTL.

       FD  CONTROL-ARCHIVE-FILE.
       01  CONTROL-ARCHIVE-RECORD   PIC X(52).

       FD  CIRCULATION-HISTORY-FILE.
       COPY CIRCHIST.

       FD  CIRC-ARCHIVE-FILE.
       01  CIRC-ARCHIVE-RECORD      PIC X(81).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
      * WS-KEEP-TABLE - the entries younger than the cutoff, held as
      * raw record images while their live file is cleared, then
      * written straight back out.  Reset and reused for each of the
      * four files in turn.
      *----------------------------------------------------------------
       01  WS-KEEP-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-KEEP-IDX               PIC 9(4) COMP VALUE 0.
       01  WS-KEEP-TABLE.
           05  WS-KEEP-ENTRY         PIC X(81) OCCURS 1000 TIMES.

       01  WS-BALHIST-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-AUDIT-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-CONTROL-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-CIRC-COUNT             PIC 9(5) COMP VALUE 0.

      *----------------------------------------------------------------
      * 0000-MAINLINE
           PERFORM 1000-ARCHIVE-BALHIST
           PERFORM 2000-ARCHIVE-AUDIT-TRAIL
           PERFORM 3000-ARCHIVE-CONTROL
           PERFORM 4000-ARCHIVE-CIRC-HISTORY

           DISPLAY "BALHIST RECORDS ARCHIVED: " WS-BALHIST-COUNT
           DISPLAY "BALAUDIT RECORDS ARCHIVED: " WS-AUDIT-COUNT
           DISPLAY "EODCTL RECORDS ARCHIVED: " WS-CONTROL-COUNT
           DISPLAY "CIRCHIST RECORDS ARCHIVED: " WS-CIRC-COUNT
           STOP RUN.

      *----------------------------------------------------------------
           OPEN OUTPUT CONTROL-REPORT-FILE
           PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                   UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
               MOVE WS-KEEP-ENTRY (WS-KEEP-IDX) (1:52)
                   TO CONTROL-RECORD
               WRITE CONTROL-RECORD
           END-PERFORM
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 4000-ARCHIVE-CIRC-HISTORY - roll CIRCHIST entries dated before
      * the cutoff out to CIRCHARC; newer entries stay live.
      *----------------------------------------------------------------
       4000-ARCHIVE-CIRC-HISTORY.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 0 TO WS-KEEP-COUNT
           OPEN INPUT CIRCULATION-HISTORY-FILE
           OPEN OUTPUT CIRC-ARCHIVE-FILE
           PERFORM 4100-READ-CIRC-HISTORY
           PERFORM UNTIL WS-END-OF-FILE
               IF CIRC-RUN-DATE < WS-CUTOFF-DATE
                   ADD 1 TO WS-CIRC-COUNT
                   MOVE CIRCULATION-HISTORY-RECORD
                       TO CIRC-ARCHIVE-RECORD
                   WRITE CIRC-ARCHIVE-RECORD
               ELSE
                   IF WS-KEEP-COUNT >= 1000
                       DISPLAY "*** KEEP TABLE FULL - RAISE THE"
                               " CUTOFF - NOTHING REMOVED ***"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE CIRCULATION-HISTORY-RECORD
                       TO WS-KEEP-ENTRY (WS-KEEP-COUNT)
               END-IF
               PERFORM 4100-READ-CIRC-HISTORY
           END-PERFORM
           CLOSE CIRCULATION-HISTORY-FILE
           CLOSE CIRC-ARCHIVE-FILE

           OPEN OUTPUT CIRCULATION-HISTORY-FILE
           PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                   UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
               MOVE WS-KEEP-ENTRY (WS-KEEP-IDX) (1:81)
                   TO CIRCULATION-HISTORY-RECORD
               WRITE CIRCULATION-HISTORY-RECORD
           END-PERFORM
           CLOSE CIRCULATION-HISTORY-FILE.

      *----------------------------------------------------------------
      * 4100-READ-CIRC-HISTORY
      *----------------------------------------------------------------
       4100-READ-CIRC-HISTORY.
           READ CIRCULATION-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
