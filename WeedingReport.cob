       IDENTIFICATION DIVISION.
       PROGRAM-ID. WeedingReport.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - COLLECTION WEEDING REPORT.
      *                  CircStatistics ONLY EVER LOOKS AT ONE MONTH,
      *                  SO NOBODY COULD SAY WHICH TITLES HAVE SAT
      *                  UNBORROWED FOR YEARS.  THIS RUN READS THE
      *                  WHOLE CIRCULATION HISTORY - THE CIRCHARC
      *                  ARCHIVE GENERATIONS AND THEN THE LIVE
      *                  CIRCHIST - AND LISTS EVERY COPY STILL IN THE
      *                  COLLECTION (LIBBOOK, LESS RETIRED COPIES)
      *                  WITH ITS BOOKCAT ISBN, ITS LAST CHECKOUT
      *                  DATE, ITS LIFETIME CHECKOUTS, ITS CHECKOUTS
      *                  INSIDE THE SYSIN WINDOW OF YEARS AND HOW MANY
      *                  COPIES OF THE TITLE ARE HELD.  A COPY
      *                  BORROWED NO MORE THAN THE SYSIN LOW-USE COUNT
      *                  INSIDE THE WINDOW IS FLAGGED LOW USE, AND
      *                  EVERY COPY BUT THE BUSIEST OF A TITLE NOBODY
      *                  IS QUEUED FOR ON HOLDQ IS FLAGGED SURPLUS.
      *                  READS ONLY.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDINGS-FILE ASSIGN TO "LIBBOOK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATALOG-FILE ASSIGN TO "BOOKCAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLD-QUEUE-FILE ASSIGN TO "HOLDQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT CIRC-ARCHIVE-FILE ASSIGN TO "CIRCHARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT CIRCULATION-HISTORY-FILE ASSIGN TO "CIRCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIRC-STATUS.

           SELECT WEEDING-REPORT-FILE ASSIGN TO "WEEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLDINGS-FILE.
       COPY LIBBOOK.

       FD  CATALOG-FILE.
       COPY BOOKCAT.

       FD  HOLD-QUEUE-FILE.
       COPY HOLDQ.

       FD  CIRC-ARCHIVE-FILE.
       01  CIRC-ARCHIVE-RECORD          PIC X(81).

       FD  CIRCULATION-HISTORY-FILE.
       COPY CIRCHIST.

       FD  WEEDING-REPORT-FILE.
       01  WEEDING-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  WS-HOLD-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-HOLD-END-OF-FILE   VALUE 'Y'.
       01  WS-CAT-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-CAT-END-OF-FILE    VALUE 'Y'.
       01  WS-QUEUE-EOF-SWITCH       PIC X VALUE 'N'.
           88  WS-QUEUE-END-OF-FILE  VALUE 'Y'.
       01  WS-ARC-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-ARC-END-OF-FILE    VALUE 'Y'.
       01  WS-CIRC-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-CIRC-END-OF-FILE   VALUE 'Y'.

       01  WS-QUEUE-STATUS           PIC X(2).
       01  WS-ARCHIVE-STATUS         PIC X(2).
       01  WS-CIRC-STATUS            PIC X(2).

       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

      *----------------------------------------------------------------
      * WS-CONTROL-CARD - the SYSIN line: the years back the low-use
      * window reaches (columns 1-2, blank for 3) and the most
      * checkouts inside it that still count as low use (columns
      * 4-5, blank for 1).
      *----------------------------------------------------------------
       01  WS-CONTROL-CARD.
           05  WS-CARD-YEARS         PIC 9(2).
           05  FILLER                PIC X(1).
           05  WS-CARD-LOW-USE       PIC 9(2).
           05  FILLER                PIC X(75).
       01  WS-WINDOW-YEARS           PIC 9(2) VALUE 3.
       01  WS-LOW-USE-LIMIT          PIC 9(2) VALUE 1.
       01  WS-WINDOW-START           PIC 9(8) VALUE 0.

      *----------------------------------------------------------------
      * WS-COPY-TABLE - every copy still in the collection, with its
      * checkout history folded in.
      *----------------------------------------------------------------
       01  WS-COPY-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-CPY-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-COPY-FOUND         VALUE 'Y'.
       01  WS-CPY-FOUND-IDX          PIC 9(4) COMP VALUE 0.
       01  WS-COPY-TABLE.
           05  WS-K-ENTRY OCCURS 500 TIMES INDEXED BY WS-K-IDX.
               10  WS-K-TITLE         PIC X(30).
               10  WS-K-COPY-NBR      PIC 9(2).
               10  WS-K-BRANCH        PIC X(30).
               10  WS-K-LAST-OUT      PIC 9(8).
               10  WS-K-LIFETIME      PIC 9(4) COMP.
               10  WS-K-IN-WINDOW     PIC 9(4) COMP.
               10  WS-K-LOW-USE       PIC X.
               10  WS-K-SURPLUS       PIC X.

      *----------------------------------------------------------------
      * WS-TITLE-TABLE - copies held and holds waiting per title, and
      * the copy a title with no holds keeps.
      *----------------------------------------------------------------
       01  WS-TITLE-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-TTL-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-TITLE-FOUND        VALUE 'Y'.
       01  WS-TTL-FOUND-IDX          PIC 9(3) COMP VALUE 0.
       01  WS-TARGET-TITLE           PIC X(30) VALUE SPACES.
       01  WS-TITLE-TABLE.
           05  WS-T-ENTRY OCCURS 200 TIMES INDEXED BY WS-T-IDX.
               10  WS-T-TITLE         PIC X(30).
               10  WS-T-COPIES        PIC 9(3) COMP.
               10  WS-T-HOLDS         PIC 9(4) COMP.
               10  WS-T-KEEP-IDX      PIC 9(4) COMP.

       01  WS-CATALOG-COUNT          PIC 9(3) COMP VALUE 0.
       01  WS-CATALOG-TABLE.
           05  WS-C-ENTRY OCCURS 500 TIMES INDEXED BY WS-C-IDX.
               10  WS-C-ISBN          PIC 9(13).
               10  WS-C-TITLE         PIC X(40).
       01  WS-COPY-ISBN              PIC 9(13) VALUE 0.
       01  WS-KEEP-IDX               PIC 9(4) COMP VALUE 0.

       01  WS-RECORDS-READ           PIC 9(7) COMP VALUE 0.
       01  WS-HISTORY-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-LOW-USE-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-SURPLUS-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-FLAGGED-COUNT          PIC 9(4) COMP VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(30) VALUE "COLLECTION WEEDING REPORT".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-H-RUN-DATE      PIC 9(8).
           05  FILLER PIC X(10) VALUE "  WINDOW: ".
           05  WS-H-YEARS         PIC Z9.
           05  FILLER PIC X(13) VALUE " YEARS FROM: ".
           05  WS-H-WINDOW-START  PIC 9(8).
           05  FILLER PIC X(23) VALUE "  LOW USE AT OR UNDER: ".
           05  WS-H-LOW-USE       PIC Z9.
           05  FILLER             PIC X(26) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(32) VALUE "TITLE".
           05  FILLER PIC X(6)  VALUE "COPY".
           05  FILLER PIC X(22) VALUE "HOME BRANCH".
           05  FILLER PIC X(15) VALUE "ISBN".
           05  FILLER PIC X(10) VALUE "LAST OUT".
           05  FILLER PIC X(6)  VALUE "LIFE".
           05  FILLER PIC X(8)  VALUE "WINDOW".
           05  FILLER PIC X(7)  VALUE "HELD".
           05  FILLER PIC X(7)  VALUE "HOLDS".
           05  FILLER PIC X(19) VALUE "FLAG".

       01  WS-DETAIL-LINE.
           05  WS-D-TITLE         PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-COPY          PIC 9(2).
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-D-BRANCH        PIC X(20).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-ISBN          PIC X(13).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-LAST-OUT      PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-LIFETIME      PIC ZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-IN-WINDOW     PIC ZZZ9.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-D-COPIES        PIC ZZ9.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-D-HOLDS         PIC ZZZ9.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-D-FLAG          PIC X(17).
           05  FILLER             PIC X(2) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(15) VALUE "COPIES LISTED: ".
           05  WS-F-COPIES        PIC ZZZ9.
           05  FILLER PIC X(11) VALUE "  LOW USE: ".
           05  WS-F-LOW-USE       PIC ZZZ9.
           05  FILLER PIC X(11) VALUE "  SURPLUS: ".
           05  WS-F-SURPLUS       PIC ZZZ9.
           05  FILLER PIC X(19) VALUE "  COPIES FLAGGED: ".
           05  WS-F-FLAGGED       PIC ZZZ9.
           05  FILLER PIC X(19) VALUE "  HISTORY ENTRIES: ".
           05  WS-F-HISTORY       PIC ZZZZZZ9.
           05  FILLER             PIC X(34) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "WeedingReport" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           PERFORM 0500-SET-RUN-PARAMETERS
           PERFORM 1000-LOAD-HOLDINGS
           PERFORM 1100-LOAD-CATALOG-TABLE
           PERFORM 1200-LOAD-HOLD-QUEUE
           PERFORM 1300-READ-ARCHIVE
           PERFORM 1400-READ-LIVE-HISTORY

           PERFORM VARYING WS-T-IDX FROM 1 BY 1
                   UNTIL WS-T-IDX > WS-TITLE-COUNT
               PERFORM 2000-REVIEW-TITLE
           END-PERFORM

           PERFORM 3000-PRINT-REPORT
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-RECORDS-READ TO RLOG-RECORDS-READ
           MOVE WS-COPY-COUNT TO RLOG-RECORDS-WRITTEN
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS
           STOP RUN.

      *----------------------------------------------------------------
      * 0500-SET-RUN-PARAMETERS - the window starts the given number
      * of years before the run date, to the day.
      *----------------------------------------------------------------
       0500-SET-RUN-PARAMETERS.
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           IF WS-CARD-YEARS NUMERIC
              AND WS-CARD-YEARS > 0
               MOVE WS-CARD-YEARS TO WS-WINDOW-YEARS
           END-IF
           IF WS-CARD-LOW-USE NUMERIC
               MOVE WS-CARD-LOW-USE TO WS-LOW-USE-LIMIT
           END-IF
           COMPUTE WS-WINDOW-START =
               WS-RUN-DATE - (WS-WINDOW-YEARS * 10000)
           DISPLAY "Window: " WS-WINDOW-YEARS " years from "
                   WS-WINDOW-START "  low use at or under: "
                   WS-LOW-USE-LIMIT.

      *----------------------------------------------------------------
      * 1000-LOAD-HOLDINGS - every copy not retired.  A copy with no
      * home branch predates branches and belongs to Central.
      *----------------------------------------------------------------
       1000-LOAD-HOLDINGS.
           OPEN INPUT HOLDINGS-FILE
           PERFORM 1050-READ-HOLDING
           PERFORM UNTIL WS-HOLD-END-OF-FILE
               IF LIBBOOK-STATUS NOT = 'X'
                  AND WS-COPY-COUNT < 500
                   ADD 1 TO WS-COPY-COUNT
                   MOVE LIBBOOK-TITLE
                       TO WS-K-TITLE (WS-COPY-COUNT)
                   MOVE LIBBOOK-COPY-NUMBER
                       TO WS-K-COPY-NBR (WS-COPY-COUNT)
                   MOVE LIBBOOK-HOME-BRANCH
                       TO WS-K-BRANCH (WS-COPY-COUNT)
                   IF LIBBOOK-HOME-BRANCH = SPACES
                       MOVE "Central Library"
                           TO WS-K-BRANCH (WS-COPY-COUNT)
                   END-IF
                   MOVE 0   TO WS-K-LAST-OUT (WS-COPY-COUNT)
                   MOVE 0   TO WS-K-LIFETIME (WS-COPY-COUNT)
                   MOVE 0   TO WS-K-IN-WINDOW (WS-COPY-COUNT)
                   MOVE 'N' TO WS-K-LOW-USE (WS-COPY-COUNT)
                   MOVE 'N' TO WS-K-SURPLUS (WS-COPY-COUNT)
                   MOVE LIBBOOK-TITLE TO WS-TARGET-TITLE
                   PERFORM 2900-FIND-TITLE
                   IF NOT WS-TITLE-FOUND
                      AND WS-TITLE-COUNT < 200
                       PERFORM 2950-ADD-TITLE
                   END-IF
                   IF WS-TITLE-FOUND
                       ADD 1 TO WS-T-COPIES (WS-TTL-FOUND-IDX)
                   END-IF
               END-IF
               PERFORM 1050-READ-HOLDING
           END-PERFORM
           CLOSE HOLDINGS-FILE.

      *----------------------------------------------------------------
      * 1050-READ-HOLDING
      *----------------------------------------------------------------
       1050-READ-HOLDING.
           READ HOLDINGS-FILE
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      *----------------------------------------------------------------
      * 1100-LOAD-CATALOG-TABLE
      *----------------------------------------------------------------
       1100-LOAD-CATALOG-TABLE.
           OPEN INPUT CATALOG-FILE
           PERFORM 1150-READ-CATALOG
           PERFORM UNTIL WS-CAT-END-OF-FILE
                   OR WS-CATALOG-COUNT >= 500
               ADD 1 TO WS-CATALOG-COUNT
               MOVE BOOKCAT-ISBN  TO WS-C-ISBN (WS-CATALOG-COUNT)
               MOVE BOOKCAT-TITLE TO WS-C-TITLE (WS-CATALOG-COUNT)
               PERFORM 1150-READ-CATALOG
           END-PERFORM
           CLOSE CATALOG-FILE.

      *----------------------------------------------------------------
      * 1150-READ-CATALOG
      *----------------------------------------------------------------
       1150-READ-CATALOG.
           READ CATALOG-FILE
               AT END
                   MOVE 'Y' TO WS-CAT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      *----------------------------------------------------------------
      * 1200-LOAD-HOLD-QUEUE - every waiting hold is demand for its
      * title.  No queue file means nobody is waiting.
      *----------------------------------------------------------------
       1200-LOAD-HOLD-QUEUE.
           OPEN INPUT HOLD-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = "35"
               PERFORM 1250-READ-HOLD-QUEUE
               PERFORM UNTIL WS-QUEUE-END-OF-FILE
                   MOVE HOLDQ-TITLE TO WS-TARGET-TITLE
                   PERFORM 2900-FIND-TITLE
                   IF WS-TITLE-FOUND
                       ADD 1 TO WS-T-HOLDS (WS-TTL-FOUND-IDX)
                   END-IF
                   PERFORM 1250-READ-HOLD-QUEUE
               END-PERFORM
               CLOSE HOLD-QUEUE-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1250-READ-HOLD-QUEUE
      *----------------------------------------------------------------
       1250-READ-HOLD-QUEUE.
           READ HOLD-QUEUE-FILE
               AT END
                   MOVE 'Y' TO WS-QUEUE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      *----------------------------------------------------------------
      * 1300-READ-ARCHIVE - the archived history, all generations,
      * ahead of the live file.  A missing archive DD just means
      * nothing has been archived yet.
      *----------------------------------------------------------------
       1300-READ-ARCHIVE.
           OPEN INPUT CIRC-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM 1350-READ-ARCHIVE-ENTRY
               PERFORM UNTIL WS-ARC-END-OF-FILE
                   MOVE CIRC-ARCHIVE-RECORD
                       TO CIRCULATION-HISTORY-RECORD
                   PERFORM 1500-FOLD-IN-ENTRY
                   PERFORM 1350-READ-ARCHIVE-ENTRY
               END-PERFORM
               CLOSE CIRC-ARCHIVE-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1350-READ-ARCHIVE-ENTRY
      *----------------------------------------------------------------
       1350-READ-ARCHIVE-ENTRY.
           READ CIRC-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-ARC-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      *----------------------------------------------------------------
      * 1400-READ-LIVE-HISTORY - a missing CIRCHIST means nothing has
      * circulated since the last archive.
      *----------------------------------------------------------------
       1400-READ-LIVE-HISTORY.
           OPEN INPUT CIRCULATION-HISTORY-FILE
           IF WS-CIRC-STATUS = "00"
               PERFORM 1450-READ-HISTORY-ENTRY
               PERFORM UNTIL WS-CIRC-END-OF-FILE
                   PERFORM 1500-FOLD-IN-ENTRY
                   PERFORM 1450-READ-HISTORY-ENTRY
               END-PERFORM
               CLOSE CIRCULATION-HISTORY-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1450-READ-HISTORY-ENTRY
      *----------------------------------------------------------------
       1450-READ-HISTORY-ENTRY.
           READ CIRCULATION-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-CIRC-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      *----------------------------------------------------------------
      * 1500-FOLD-IN-ENTRY - only checkouts count as use.  History for
      * a copy since retired has nothing to land on and is passed by.
      *----------------------------------------------------------------
       1500-FOLD-IN-ENTRY.
           ADD 1 TO WS-HISTORY-COUNT
           IF CIRC-IS-CHECKOUT
               PERFORM 1550-FIND-COPY
               IF WS-COPY-FOUND
                   ADD 1 TO WS-K-LIFETIME (WS-CPY-FOUND-IDX)
                   IF CIRC-RUN-DATE > WS-K-LAST-OUT (WS-CPY-FOUND-IDX)
                       MOVE CIRC-RUN-DATE
                           TO WS-K-LAST-OUT (WS-CPY-FOUND-IDX)
                   END-IF
                   IF CIRC-RUN-DATE NOT < WS-WINDOW-START
                       ADD 1 TO WS-K-IN-WINDOW (WS-CPY-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 1550-FIND-COPY - the copy table entry for the history entry's
      * title and copy number.
      *----------------------------------------------------------------
       1550-FIND-COPY.
           MOVE 'N' TO WS-CPY-FOUND-SWITCH
           MOVE 0   TO WS-CPY-FOUND-IDX
           PERFORM VARYING WS-K-IDX FROM 1 BY 1
                   UNTIL WS-K-IDX > WS-COPY-COUNT
                      OR WS-COPY-FOUND
               IF WS-K-TITLE (WS-K-IDX) = CIRC-TITLE
                  AND WS-K-COPY-NBR (WS-K-IDX) = CIRC-COPY-NUMBER
                   MOVE 'Y' TO WS-CPY-FOUND-SWITCH
                   SET WS-CPY-FOUND-IDX TO WS-K-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2000-REVIEW-TITLE - flag the title's low-use copies; when
      * nobody is waiting for it, keep the copy borrowed most and
      * flag the rest surplus.
      *----------------------------------------------------------------
       2000-REVIEW-TITLE.
           MOVE 0 TO WS-T-KEEP-IDX (WS-T-IDX)
           PERFORM VARYING WS-K-IDX FROM 1 BY 1
                   UNTIL WS-K-IDX > WS-COPY-COUNT
               IF WS-K-TITLE (WS-K-IDX) = WS-T-TITLE (WS-T-IDX)
                   IF WS-K-IN-WINDOW (WS-K-IDX) NOT > WS-LOW-USE-LIMIT
                       MOVE 'Y' TO WS-K-LOW-USE (WS-K-IDX)
                       ADD 1 TO WS-LOW-USE-COUNT
                   END-IF
                   IF WS-T-KEEP-IDX (WS-T-IDX) = 0
                       SET WS-T-KEEP-IDX (WS-T-IDX) TO WS-K-IDX
                   ELSE
                       MOVE WS-T-KEEP-IDX (WS-T-IDX) TO WS-KEEP-IDX
                       IF WS-K-LIFETIME (WS-K-IDX)
                              > WS-K-LIFETIME (WS-KEEP-IDX)
                           SET WS-T-KEEP-IDX (WS-T-IDX) TO WS-K-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-T-HOLDS (WS-T-IDX) = 0
              AND WS-T-COPIES (WS-T-IDX) > 1
               PERFORM VARYING WS-K-IDX FROM 1 BY 1
                       UNTIL WS-K-IDX > WS-COPY-COUNT
                   IF WS-K-TITLE (WS-K-IDX) = WS-T-TITLE (WS-T-IDX)
                      AND WS-K-IDX NOT = WS-T-KEEP-IDX (WS-T-IDX)
                       MOVE 'Y' TO WS-K-SURPLUS (WS-K-IDX)
                       ADD 1 TO WS-SURPLUS-COUNT
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * 2100-FIND-ISBN - the catalog ISBN for the copy's title, zero
      * when the title is not cataloged.
      *----------------------------------------------------------------
       2100-FIND-ISBN.
           MOVE 0 TO WS-COPY-ISBN
           PERFORM VARYING WS-C-IDX FROM 1 BY 1
                   UNTIL WS-C-IDX > WS-CATALOG-COUNT
                      OR WS-COPY-ISBN NOT = 0
               IF WS-C-TITLE (WS-C-IDX) = WS-K-TITLE (WS-K-IDX)
                   MOVE WS-C-ISBN (WS-C-IDX) TO WS-COPY-ISBN
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2900-FIND-TITLE - the title table entry for WS-TARGET-TITLE.
      *----------------------------------------------------------------
       2900-FIND-TITLE.
           MOVE 'N' TO WS-TTL-FOUND-SWITCH
           MOVE 0   TO WS-TTL-FOUND-IDX
           PERFORM VARYING WS-T-IDX FROM 1 BY 1
                   UNTIL WS-T-IDX > WS-TITLE-COUNT
                      OR WS-TITLE-FOUND
               IF WS-T-TITLE (WS-T-IDX) = WS-TARGET-TITLE
                   MOVE 'Y' TO WS-TTL-FOUND-SWITCH
                   SET WS-TTL-FOUND-IDX TO WS-T-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2950-ADD-TITLE
      *----------------------------------------------------------------
       2950-ADD-TITLE.
           ADD 1 TO WS-TITLE-COUNT
           MOVE WS-TARGET-TITLE TO WS-T-TITLE (WS-TITLE-COUNT)
           MOVE 0 TO WS-T-COPIES (WS-TITLE-COUNT)
           MOVE 0 TO WS-T-HOLDS (WS-TITLE-COUNT)
           MOVE 0 TO WS-T-KEEP-IDX (WS-TITLE-COUNT)
           MOVE WS-TITLE-COUNT TO WS-TTL-FOUND-IDX
           MOVE 'Y' TO WS-TTL-FOUND-SWITCH.

      *----------------------------------------------------------------
      * 3000-PRINT-REPORT - every copy in LIBBOOK order.
      *----------------------------------------------------------------
       3000-PRINT-REPORT.
           OPEN OUTPUT WEEDING-REPORT-FILE
           MOVE WS-RUN-DATE      TO WS-H-RUN-DATE
           MOVE WS-WINDOW-YEARS  TO WS-H-YEARS
           MOVE WS-WINDOW-START  TO WS-H-WINDOW-START
           MOVE WS-LOW-USE-LIMIT TO WS-H-LOW-USE
           WRITE WEEDING-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE WEEDING-REPORT-LINE FROM WS-REPORT-HEADING-2

           PERFORM VARYING WS-K-IDX FROM 1 BY 1
                   UNTIL WS-K-IDX > WS-COPY-COUNT
               PERFORM 3100-PRINT-COPY
           END-PERFORM

           MOVE WS-COPY-COUNT    TO WS-F-COPIES
           MOVE WS-LOW-USE-COUNT TO WS-F-LOW-USE
           MOVE WS-SURPLUS-COUNT TO WS-F-SURPLUS
           MOVE WS-FLAGGED-COUNT TO WS-F-FLAGGED
           MOVE WS-HISTORY-COUNT TO WS-F-HISTORY
           WRITE WEEDING-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE WEEDING-REPORT-FILE
           DISPLAY "COPIES LISTED: " WS-COPY-COUNT
                   "  FLAGGED: " WS-FLAGGED-COUNT.

      *----------------------------------------------------------------
      * 3100-PRINT-COPY
      *----------------------------------------------------------------
       3100-PRINT-COPY.
           MOVE WS-K-TITLE (WS-K-IDX)    TO WS-D-TITLE
           MOVE WS-K-COPY-NBR (WS-K-IDX) TO WS-D-COPY
           MOVE WS-K-BRANCH (WS-K-IDX)   TO WS-D-BRANCH
           PERFORM 2100-FIND-ISBN
           IF WS-COPY-ISBN = 0
               MOVE "NOT CATALOGED" TO WS-D-ISBN
           ELSE
               MOVE WS-COPY-ISBN TO WS-D-ISBN
           END-IF
           IF WS-K-LAST-OUT (WS-K-IDX) = 0
               MOVE "NEVER" TO WS-D-LAST-OUT
           ELSE
               MOVE WS-K-LAST-OUT (WS-K-IDX) TO WS-D-LAST-OUT
           END-IF
           MOVE WS-K-LIFETIME (WS-K-IDX)  TO WS-D-LIFETIME
           MOVE WS-K-IN-WINDOW (WS-K-IDX) TO WS-D-IN-WINDOW
           MOVE WS-K-TITLE (WS-K-IDX) TO WS-TARGET-TITLE
           PERFORM 2900-FIND-TITLE
           MOVE WS-T-COPIES (WS-TTL-FOUND-IDX) TO WS-D-COPIES
           MOVE WS-T-HOLDS (WS-TTL-FOUND-IDX)  TO WS-D-HOLDS

           EVALUATE TRUE
               WHEN WS-K-LOW-USE (WS-K-IDX) = 'Y'
                    AND WS-K-SURPLUS (WS-K-IDX) = 'Y'
                   MOVE "LOW USE, SURPLUS" TO WS-D-FLAG
               WHEN WS-K-LOW-USE (WS-K-IDX) = 'Y'
                   MOVE "LOW USE" TO WS-D-FLAG
               WHEN WS-K-SURPLUS (WS-K-IDX) = 'Y'
                   MOVE "SURPLUS" TO WS-D-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-D-FLAG
           END-EVALUATE
           IF WS-D-FLAG NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           WRITE WEEDING-REPORT-LINE FROM WS-DETAIL-LINE.
