       IDENTIFICATION DIVISION.
       PROGRAM-ID. CatalogInquiry.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - CATALOG SEARCH BY AUTHOR,
      *                  TITLE WORD OR SUBJECT AGAINST THE CATINDX
      *                  KEYWORD INDEX CatalogIndex BUILDS.  THE SYSIN
      *                  CARD NAMES WHAT TO SEARCH (A, T OR S IN
      *                  COLUMN 1, BLANK FOR ANY) AND THE WORDS TO
      *                  LOOK FOR (COLUMNS 3-42); A TITLE MATCHES WHEN
      *                  EVERY WORD GIVEN IS ONE IT IS INDEXED UNDER.
      *                  EACH TITLE FOUND IS LISTED WITH ITS AUTHOR,
      *                  ISBN, COPIES ON THE SHELF AND HOLDS WAITING ON
      *                  HOLDQ, FOLLOWED BY EVERY COPY STILL HELD WITH
      *                  WHERE IT IS AND WHETHER IT CAN BE HAD - ON THE
      *                  SHELF, OUT AND DUE BACK WHEN, ON THE HOLD
      *                  SHELF, IN TRANSIT OR MISSING.  READS ONLY.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-INDEX-FILE ASSIGN TO "CATINDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT HOLDINGS-FILE ASSIGN TO "LIBBOOK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLD-QUEUE-FILE ASSIGN TO "HOLDQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT INQUIRY-REPORT-FILE ASSIGN TO "CATINQ"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-INDEX-FILE.
       COPY CATINDX.

       FD  HOLDINGS-FILE.
       COPY LIBBOOK.

       FD  HOLD-QUEUE-FILE.
       COPY HOLDQ.

       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  WS-INDEX-EOF-SWITCH       PIC X VALUE 'N'.
           88  WS-INDEX-END-OF-FILE  VALUE 'Y'.
       01  WS-HOLD-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-HOLD-END-OF-FILE   VALUE 'Y'.
       01  WS-QUEUE-EOF-SWITCH       PIC X VALUE 'N'.
           88  WS-QUEUE-END-OF-FILE  VALUE 'Y'.

       01  WS-INDEX-STATUS           PIC X(2).
       01  WS-QUEUE-STATUS           PIC X(2).
       01  WS-RUN-DATE               PIC 9(8).

      *----------------------------------------------------------------
      * WS-SEARCH-CARD - the SYSIN line: what to search in column 1
      * (A author, T title word, S subject, blank any of them) and
      * the words to look for in columns 3-42.
      *----------------------------------------------------------------
       01  WS-SEARCH-CARD.
           05  WS-CARD-TYPE          PIC X.
               88  WS-CARD-TYPE-VALID    VALUE 'A' 'T' 'S' ' '.
               88  WS-CARD-ANY-TYPE      VALUE ' '.
           05  FILLER                PIC X(1).
           05  WS-CARD-TEXT          PIC X(40).
           05  FILLER                PIC X(38).

      *----------------------------------------------------------------
      * Word splitting - the same upper-casing and punctuation
      * blanking CatalogIndex applies, so the search words compare
      * equal to the index keywords.
      *----------------------------------------------------------------
       01  WS-NAME-TEXT              PIC X(40) VALUE SPACES.
       01  WS-RAW-WORDS.
           05  WS-RAW-WORD OCCURS 8 TIMES PIC X(20).
       01  WS-RAW-IDX                PIC 9(2) COMP VALUE 0.
       01  WS-CHECK-WORD             PIC X(20) VALUE SPACES.
           88  WS-STOP-WORD          VALUE "A" "AN" "AND" "AT" "BY"
                                           "FOR" "IN" "OF" "ON" "THE"
                                           "TO".
       01  WS-SEARCH-COUNT           PIC 9(1) COMP VALUE 0.
       01  WS-SRCH-IDX               PIC 9(1) COMP VALUE 0.
       01  WS-SEARCH-WORDS.
           05  WS-SEARCH-WORD OCCURS 4 TIMES PIC X(20).

      *----------------------------------------------------------------
      * WS-MATCH-TABLE - each title the index turned up, with which
      * of the search words it was found under.
      *----------------------------------------------------------------
       01  WS-MATCH-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-MTC-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-MATCH-FOUND        VALUE 'Y'.
       01  WS-MTC-FOUND-IDX          PIC 9(3) COMP VALUE 0.
       01  WS-MATCH-TABLE.
           05  WS-M-ENTRY OCCURS 200 TIMES INDEXED BY WS-M-IDX.
               10  WS-M-TITLE         PIC X(30).
               10  WS-M-ISBN          PIC 9(13).
               10  WS-M-AUTHOR        PIC X(20).
               10  WS-M-HITS.
                   15  WS-M-HIT       PIC X OCCURS 4 TIMES.
               10  WS-M-SELECTED      PIC X.
                   88  WS-M-IS-SELECTED  VALUE 'Y'.
               10  WS-M-ON-SHELF      PIC 9(3) COMP.
               10  WS-M-HOLDS         PIC 9(4) COMP.

      *----------------------------------------------------------------
      * WS-COPY-TABLE - every copy still held (retired copies left
      * out), listed under its title.  A copy in transit shows the
      * branch it is travelling to.
      *----------------------------------------------------------------
       01  WS-COPY-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-COPY-TABLE.
           05  WS-K-ENTRY OCCURS 500 TIMES INDEXED BY WS-K-IDX.
               10  WS-K-TITLE         PIC X(30).
               10  WS-K-COPY-NBR      PIC 9(2).
               10  WS-K-STATUS        PIC X.
                   88  WS-K-CHECKED-OUT  VALUE 'O'.
                   88  WS-K-ON-SHELF     VALUE 'S'.
                   88  WS-K-ON-HOLD      VALUE 'H'.
                   88  WS-K-MISSING      VALUE 'M'.
                   88  WS-K-IN-TRANSIT   VALUE 'T'.
               10  WS-K-DUE-DATE      PIC 9(8).
               10  WS-K-LOCATION      PIC X(30).

       01  WS-RECORDS-READ           PIC 9(7) COMP VALUE 0.
       01  WS-TITLES-FOUND           PIC 9(4) COMP VALUE 0.
       01  WS-COPIES-LISTED          PIC 9(4) COMP VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(20) VALUE "CATALOG SEARCH".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-H-RUN-DATE      PIC 9(8).
           05  FILLER PIC X(13) VALUE "  SEARCH BY: ".
           05  WS-H-TYPE          PIC X(7).
           05  FILLER PIC X(7)  VALUE "  FOR: ".
           05  WS-H-TEXT          PIC X(30).
           05  FILLER             PIC X(5) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(32) VALUE "TITLE".
           05  FILLER PIC X(22) VALUE "AUTHOR".
           05  FILLER PIC X(15) VALUE "ISBN".
           05  FILLER PIC X(31) VALUE "AVAILABILITY".

       01  WS-TITLE-LINE.
           05  WS-L-TITLE         PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-L-AUTHOR        PIC X(20).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-L-ISBN          PIC X(13).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER PIC X(10) VALUE "ON SHELF: ".
           05  WS-L-ON-SHELF      PIC ZZ9.
           05  FILLER PIC X(9)  VALUE "  HOLDS: ".
           05  WS-L-HOLDS         PIC ZZZ9.
           05  FILLER             PIC X(5) VALUE SPACES.

       01  WS-COPY-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  FILLER PIC X(5)  VALUE "COPY ".
           05  WS-CL-COPY         PIC 9(2).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-CL-LOCATION     PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-CL-STATUS       PIC X(18).
           05  WS-CL-DUE          PIC X(8).
           05  FILLER             PIC X(29) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(14) VALUE "TITLES FOUND: ".
           05  WS-F-TITLES        PIC ZZZ9.
           05  FILLER PIC X(17) VALUE "  COPIES LISTED: ".
           05  WS-F-COPIES        PIC ZZZ9.
           05  FILLER             PIC X(61) VALUE SPACES.

       01  WS-NO-MATCH-LINE          PIC X(100)
           VALUE "*** NO TITLES MATCH THE SEARCH ***".

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "CatalogInquiry" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           PERFORM 0500-READ-SEARCH-CARD
           PERFORM 1000-SEARCH-INDEX
           PERFORM 1500-SELECT-MATCHES
           PERFORM 1600-LOAD-HOLDINGS
           PERFORM 1700-LOAD-HOLD-QUEUE
           PERFORM 3000-PRINT-REPORT

           MOVE 'E' TO RLOG-ACTION
           MOVE WS-RECORDS-READ TO RLOG-RECORDS-READ
           MOVE WS-COPIES-LISTED TO RLOG-RECORDS-WRITTEN
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS
           STOP RUN.

      *----------------------------------------------------------------
      * 0500-READ-SEARCH-CARD - split the search text into words.  A
      * title word search, or one across every kind of entry, drops
      * the words the index never carries for a title (THE, OF and
      * the like).  A card with a bad type or nothing left to look
      * for is not run.
      *----------------------------------------------------------------
       0500-READ-SEARCH-CARD.
           MOVE SPACES TO WS-SEARCH-CARD
           ACCEPT WS-SEARCH-CARD FROM SYSIN
           IF NOT WS-CARD-TYPE-VALID
               DISPLAY "SEARCH TYPE MUST BE A, T, S OR BLANK: "
                       WS-CARD-TYPE
               PERFORM 9000-END-RC08
           END-IF

           MOVE WS-CARD-TEXT TO WS-NAME-TEXT
           INSPECT WS-NAME-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,'-/&():;!?"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ            "
           MOVE SPACES TO WS-RAW-WORDS
           MOVE SPACES TO WS-SEARCH-WORDS
           UNSTRING WS-NAME-TEXT DELIMITED BY ALL SPACE
               INTO WS-RAW-WORD (1) WS-RAW-WORD (2) WS-RAW-WORD (3)
                    WS-RAW-WORD (4) WS-RAW-WORD (5) WS-RAW-WORD (6)
                    WS-RAW-WORD (7) WS-RAW-WORD (8)
           END-UNSTRING
           PERFORM VARYING WS-RAW-IDX FROM 1 BY 1
                   UNTIL WS-RAW-IDX > 8
               MOVE WS-RAW-WORD (WS-RAW-IDX) TO WS-CHECK-WORD
               IF WS-CHECK-WORD NOT = SPACES
                  AND WS-SEARCH-COUNT < 4
                   IF NOT WS-STOP-WORD
                      OR WS-CARD-TYPE = 'A'
                      OR WS-CARD-TYPE = 'S'
                       ADD 1 TO WS-SEARCH-COUNT
                       MOVE WS-CHECK-WORD
                           TO WS-SEARCH-WORD (WS-SEARCH-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           IF WS-SEARCH-COUNT = 0
               DISPLAY "NO SEARCH WORDS GIVEN: " WS-CARD-TEXT
               PERFORM 9000-END-RC08
           END-IF

           EVALUATE WS-CARD-TYPE
               WHEN 'A'
                   MOVE "AUTHOR"  TO WS-H-TYPE
               WHEN 'T'
                   MOVE "TITLE"   TO WS-H-TYPE
               WHEN 'S'
                   MOVE "SUBJECT" TO WS-H-TYPE
               WHEN OTHER
                   MOVE "ANY"     TO WS-H-TYPE
           END-EVALUATE
           MOVE WS-CARD-TEXT TO WS-H-TEXT
           DISPLAY "Search by: " WS-H-TYPE "  for: " WS-CARD-TEXT.

      *----------------------------------------------------------------
      * 1000-SEARCH-INDEX - note every title indexed under one of the
      * search words, and which word.  No index means CatalogIndex
      * has not been run, and nothing can be searched.
      *----------------------------------------------------------------
       1000-SEARCH-INDEX.
           OPEN INPUT CATALOG-INDEX-FILE
           IF WS-INDEX-STATUS NOT = "00"
               DISPLAY "CATINDX NOT AVAILABLE - STATUS "
                       WS-INDEX-STATUS
               PERFORM 9000-END-RC08
           END-IF
           PERFORM 1100-READ-INDEX
           PERFORM UNTIL WS-INDEX-END-OF-FILE
               IF WS-CARD-ANY-TYPE
                  OR CATIDX-KEY-TYPE = WS-CARD-TYPE
                   PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
                           UNTIL WS-SRCH-IDX > WS-SEARCH-COUNT
                       IF CATIDX-KEYWORD = WS-SEARCH-WORD (WS-SRCH-IDX)
                           PERFORM 1200-NOTE-MATCH
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM 1100-READ-INDEX
           END-PERFORM
           CLOSE CATALOG-INDEX-FILE.

      *----------------------------------------------------------------
      * 1100-READ-INDEX
      *----------------------------------------------------------------
       1100-READ-INDEX.
           READ CATALOG-INDEX-FILE
               AT END
                   MOVE 'Y' TO WS-INDEX-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      *----------------------------------------------------------------
      * 1200-NOTE-MATCH - the index entry's title on the match table,
      * added the first time it turns up.
      *----------------------------------------------------------------
       1200-NOTE-MATCH.
           MOVE 'N' TO WS-MTC-FOUND-SWITCH
           MOVE 0   TO WS-MTC-FOUND-IDX
           PERFORM VARYING WS-M-IDX FROM 1 BY 1
                   UNTIL WS-M-IDX > WS-MATCH-COUNT
                      OR WS-MATCH-FOUND
               IF WS-M-TITLE (WS-M-IDX) = CATIDX-TITLE
                   MOVE 'Y' TO WS-MTC-FOUND-SWITCH
                   MOVE WS-M-IDX TO WS-MTC-FOUND-IDX
               END-IF
           END-PERFORM
           IF NOT WS-MATCH-FOUND
              AND WS-MATCH-COUNT < 200
               ADD 1 TO WS-MATCH-COUNT
               MOVE WS-MATCH-COUNT TO WS-MTC-FOUND-IDX
               MOVE 'Y' TO WS-MTC-FOUND-SWITCH
               MOVE CATIDX-TITLE  TO WS-M-TITLE (WS-MATCH-COUNT)
               MOVE CATIDX-ISBN   TO WS-M-ISBN (WS-MATCH-COUNT)
               MOVE CATIDX-AUTHOR TO WS-M-AUTHOR (WS-MATCH-COUNT)
               MOVE 'NNNN' TO WS-M-HITS (WS-MATCH-COUNT)
               MOVE 'N' TO WS-M-SELECTED (WS-MATCH-COUNT)
               MOVE 0   TO WS-M-ON-SHELF (WS-MATCH-COUNT)
               MOVE 0   TO WS-M-HOLDS (WS-MATCH-COUNT)
           END-IF
           IF WS-MATCH-FOUND
               MOVE 'Y' TO WS-M-HIT (WS-MTC-FOUND-IDX, WS-SRCH-IDX)
           END-IF.

      *----------------------------------------------------------------
      * 1500-SELECT-MATCHES - a title is found only when every search
      * word turned it up.
      *----------------------------------------------------------------
       1500-SELECT-MATCHES.
           PERFORM VARYING WS-M-IDX FROM 1 BY 1
                   UNTIL WS-M-IDX > WS-MATCH-COUNT
               MOVE 'Y' TO WS-M-SELECTED (WS-M-IDX)
               PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
                       UNTIL WS-SRCH-IDX > WS-SEARCH-COUNT
                   IF WS-M-HIT (WS-M-IDX, WS-SRCH-IDX) NOT = 'Y'
                       MOVE 'N' TO WS-M-SELECTED (WS-M-IDX)
                   END-IF
               END-PERFORM
               IF WS-M-IS-SELECTED (WS-M-IDX)
                   ADD 1 TO WS-TITLES-FOUND
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 1600-LOAD-HOLDINGS - every copy not retired.  A copy with no
      * location predates branches and is at Central.
      *----------------------------------------------------------------
       1600-LOAD-HOLDINGS.
           OPEN INPUT HOLDINGS-FILE
           PERFORM 1650-READ-HOLDING
           PERFORM UNTIL WS-HOLD-END-OF-FILE
               IF NOT LIBBOOK-RETIRED
                  AND WS-COPY-COUNT < 500
                   ADD 1 TO WS-COPY-COUNT
                   MOVE LIBBOOK-TITLE
                       TO WS-K-TITLE (WS-COPY-COUNT)
                   MOVE LIBBOOK-COPY-NUMBER
                       TO WS-K-COPY-NBR (WS-COPY-COUNT)
                   MOVE LIBBOOK-STATUS
                       TO WS-K-STATUS (WS-COPY-COUNT)
                   MOVE LIBBOOK-DUE-DATE
                       TO WS-K-DUE-DATE (WS-COPY-COUNT)
                   MOVE LIBBOOK-LOCATION
                       TO WS-K-LOCATION (WS-COPY-COUNT)
                   IF LIBBOOK-LOCATION = SPACES
                       MOVE "Central Library"
                           TO WS-K-LOCATION (WS-COPY-COUNT)
                   END-IF
               END-IF
               PERFORM 1650-READ-HOLDING
           END-PERFORM
           CLOSE HOLDINGS-FILE.

      *----------------------------------------------------------------
      * 1650-READ-HOLDING
      *----------------------------------------------------------------
       1650-READ-HOLDING.
           READ HOLDINGS-FILE
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      *----------------------------------------------------------------
      * 1700-LOAD-HOLD-QUEUE - holds waiting per title found.  No
      * queue file means nobody is waiting.
      *----------------------------------------------------------------
       1700-LOAD-HOLD-QUEUE.
           OPEN INPUT HOLD-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = "35"
               PERFORM 1750-READ-HOLD-QUEUE
               PERFORM UNTIL WS-QUEUE-END-OF-FILE
                   PERFORM VARYING WS-M-IDX FROM 1 BY 1
                           UNTIL WS-M-IDX > WS-MATCH-COUNT
                       IF WS-M-TITLE (WS-M-IDX) = HOLDQ-TITLE
                           ADD 1 TO WS-M-HOLDS (WS-M-IDX)
                       END-IF
                   END-PERFORM
                   PERFORM 1750-READ-HOLD-QUEUE
               END-PERFORM
               CLOSE HOLD-QUEUE-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1750-READ-HOLD-QUEUE
      *----------------------------------------------------------------
       1750-READ-HOLD-QUEUE.
           READ HOLD-QUEUE-FILE
               AT END
                   MOVE 'Y' TO WS-QUEUE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      *----------------------------------------------------------------
      * 3000-PRINT-REPORT
      *----------------------------------------------------------------
       3000-PRINT-REPORT.
           OPEN OUTPUT INQUIRY-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-HEADING-2

           PERFORM VARYING WS-M-IDX FROM 1 BY 1
                   UNTIL WS-M-IDX > WS-MATCH-COUNT
               IF WS-M-IS-SELECTED (WS-M-IDX)
                   PERFORM 3100-PRINT-TITLE
               END-IF
           END-PERFORM

           IF WS-TITLES-FOUND = 0
               WRITE INQUIRY-REPORT-LINE FROM WS-NO-MATCH-LINE
           END-IF

           MOVE WS-TITLES-FOUND  TO WS-F-TITLES
           MOVE WS-COPIES-LISTED TO WS-F-COPIES
           WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE INQUIRY-REPORT-FILE
           DISPLAY "TITLES FOUND: " WS-TITLES-FOUND
                   "  COPIES LISTED: " WS-COPIES-LISTED.

      *----------------------------------------------------------------
      * 3100-PRINT-TITLE - the title line, then a line per copy.  A
      * title held but never cataloged has no ISBN.
      *----------------------------------------------------------------
       3100-PRINT-TITLE.
           PERFORM VARYING WS-K-IDX FROM 1 BY 1
                   UNTIL WS-K-IDX > WS-COPY-COUNT
               IF WS-K-TITLE (WS-K-IDX) = WS-M-TITLE (WS-M-IDX)
                  AND WS-K-ON-SHELF (WS-K-IDX)
                   ADD 1 TO WS-M-ON-SHELF (WS-M-IDX)
               END-IF
           END-PERFORM

           MOVE WS-M-TITLE (WS-M-IDX)    TO WS-L-TITLE
           MOVE WS-M-AUTHOR (WS-M-IDX)   TO WS-L-AUTHOR
           IF WS-M-ISBN (WS-M-IDX) = 0
               MOVE "NOT CATALOGED" TO WS-L-ISBN
           ELSE
               MOVE WS-M-ISBN (WS-M-IDX) TO WS-L-ISBN
           END-IF
           MOVE WS-M-ON-SHELF (WS-M-IDX) TO WS-L-ON-SHELF
           MOVE WS-M-HOLDS (WS-M-IDX)    TO WS-L-HOLDS
           WRITE INQUIRY-REPORT-LINE FROM WS-TITLE-LINE

           PERFORM VARYING WS-K-IDX FROM 1 BY 1
                   UNTIL WS-K-IDX > WS-COPY-COUNT
               IF WS-K-TITLE (WS-K-IDX) = WS-M-TITLE (WS-M-IDX)
                   PERFORM 3200-PRINT-COPY
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 3200-PRINT-COPY
      *----------------------------------------------------------------
       3200-PRINT-COPY.
           MOVE WS-K-COPY-NBR (WS-K-IDX)  TO WS-CL-COPY
           MOVE WS-K-LOCATION (WS-K-IDX)  TO WS-CL-LOCATION
           MOVE SPACES TO WS-CL-DUE
           EVALUATE TRUE
               WHEN WS-K-ON-SHELF (WS-K-IDX)
                   MOVE "ON SHELF"          TO WS-CL-STATUS
               WHEN WS-K-CHECKED-OUT (WS-K-IDX)
                   MOVE "CHECKED OUT - DUE" TO WS-CL-STATUS
                   MOVE WS-K-DUE-DATE (WS-K-IDX) TO WS-CL-DUE
               WHEN WS-K-ON-HOLD (WS-K-IDX)
                   MOVE "ON HOLD SHELF"     TO WS-CL-STATUS
               WHEN WS-K-IN-TRANSIT (WS-K-IDX)
                   MOVE "IN TRANSIT"        TO WS-CL-STATUS
               WHEN WS-K-MISSING (WS-K-IDX)
                   MOVE "MISSING"           TO WS-CL-STATUS
               WHEN OTHER
                   MOVE "STATUS UNKNOWN"    TO WS-CL-STATUS
           END-EVALUATE
           WRITE INQUIRY-REPORT-LINE FROM WS-COPY-LINE
           ADD 1 TO WS-COPIES-LISTED.

      *----------------------------------------------------------------
      * 9000-END-RC08 - nothing is searched on a bad search card or a
      * missing index.
      *----------------------------------------------------------------
       9000-END-RC08.
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-RECORDS-READ TO RLOG-RECORDS-READ
           MOVE 0 TO RLOG-RECORDS-WRITTEN
           MOVE "RC08" TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS
           MOVE 8 TO RETURN-CODE
           STOP RUN.
