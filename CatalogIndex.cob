       IDENTIFICATION DIVISION.
       PROGRAM-ID. CatalogIndex.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - REBUILDS THE CATINDX KEYWORD
      *                  INDEX THE CatalogInquiry SEARCH RUNS AGAINST.
      *                  BOOKCAT COULD ONLY BE SCANNED BY ISBN, AND THE
      *                  DESK IS ASKED ALL DAY FOR A GIVEN AUTHOR OR A
      *                  SUBJECT.  EVERY CATALOG ENTRY IS INDEXED BY
      *                  EACH WORD OF ITS AUTHOR, EACH SIGNIFICANT WORD
      *                  OF ITS TITLE (THE, A, OF AND THE LIKE ARE
      *                  LEFT OUT) AND EACH WORD OF ITS SUBJECT
      *                  HEADINGS, UPPER-CASED, THE SAME WORD-SPLITTING
      *                  SanctionScreen USES ON NAMES.  A CATALOG ENTRY
      *                  WITH NO AUTHOR YET TAKES THE ONE ITS LIBBOOK
      *                  COPIES CARRY, AND A TITLE HELD ON LIBBOOK WITH
      *                  NO CATALOG ENTRY IS INDEXED BY AUTHOR AND
      *                  TITLE WITH A ZERO ISBN SO IT CAN STILL BE
      *                  FOUND.  THE FILE IS REWRITTEN WHOLE EACH RUN.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "BOOKCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

           SELECT HOLDINGS-FILE ASSIGN TO "LIBBOOK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATALOG-INDEX-FILE ASSIGN TO "CATINDX"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       COPY BOOKCAT.

       FD  HOLDINGS-FILE.
       COPY LIBBOOK.

       FD  CATALOG-INDEX-FILE.
       COPY CATINDX.

       WORKING-STORAGE SECTION.
       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  WS-CAT-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-CAT-END-OF-FILE    VALUE 'Y'.
       01  WS-HOLD-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-HOLD-END-OF-FILE   VALUE 'Y'.

       01  WS-CAT-STATUS             PIC X(2).
       01  WS-RUN-DATE               PIC 9(8).

      *----------------------------------------------------------------
      * WS-TITLE-TABLE - each title held on LIBBOOK once, with the
      * author its copies carry and whether a catalog entry covered
      * it.
      *----------------------------------------------------------------
       01  WS-TITLE-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-TTL-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-TITLE-FOUND        VALUE 'Y'.
       01  WS-TTL-FOUND-IDX          PIC 9(3) COMP VALUE 0.
       01  WS-TARGET-TITLE           PIC X(30) VALUE SPACES.
       01  WS-TITLE-TABLE.
           05  WS-T-ENTRY OCCURS 500 TIMES INDEXED BY WS-T-IDX.
               10  WS-T-TITLE         PIC X(30).
               10  WS-T-AUTHOR        PIC X(20).
               10  WS-T-CATALOGED     PIC X.
                   88  WS-T-IS-CATALOGED VALUE 'Y'.

      *----------------------------------------------------------------
      * The entry being indexed - catalog or holdings-only.
      *----------------------------------------------------------------
       01  WS-ENTRY-ISBN             PIC 9(13) VALUE 0.
       01  WS-ENTRY-FULL-TITLE       PIC X(40) VALUE SPACES.
       01  WS-ENTRY-TITLE            PIC X(30) VALUE SPACES.
       01  WS-ENTRY-AUTHOR           PIC X(20) VALUE SPACES.
       01  WS-ENTRY-SUBJECTS.
           05  WS-ENTRY-SUBJECT      PIC X(20) OCCURS 3 TIMES.
       01  WS-SUBJ-IDX               PIC 9(1) COMP VALUE 0.
       01  WS-KEY-TYPE               PIC X VALUE SPACE.

      *----------------------------------------------------------------
      * Word splitting - WS-NAME-TEXT upper-cased, its punctuation
      * blanked and broken into WS-WORD.  WS-DONE-KEY remembers what
      * this entry has already been indexed under, so a word that
      * appears twice in one title is written once.
      *----------------------------------------------------------------
       01  WS-NAME-TEXT              PIC X(40) VALUE SPACES.
       01  WS-RAW-WORDS.
           05  WS-RAW-WORD OCCURS 8 TIMES PIC X(20).
       01  WS-RAW-IDX                PIC 9(2) COMP VALUE 0.
       01  WS-WORD-COUNT             PIC 9(2) COMP VALUE 0.
       01  WS-WORD-IDX               PIC 9(2) COMP VALUE 0.
       01  WS-WORDS.
           05  WS-WORD OCCURS 8 TIMES PIC X(20).
       01  WS-CHECK-WORD             PIC X(20) VALUE SPACES.
           88  WS-STOP-WORD          VALUE "A" "AN" "AND" "AT" "BY"
                                           "FOR" "IN" "OF" "ON" "THE"
                                           "TO".
       01  WS-DONE-COUNT             PIC 9(2) COMP VALUE 0.
       01  WS-DONE-IDX               PIC 9(2) COMP VALUE 0.
       01  WS-DONE-SWITCH            PIC X VALUE 'N'.
           88  WS-ALREADY-INDEXED    VALUE 'Y'.
       01  WS-DONE-TABLE.
           05  WS-DONE-KEY OCCURS 40 TIMES PIC X(21).
       01  WS-NEW-KEY                PIC X(21) VALUE SPACES.

       01  WS-RECORDS-READ           PIC 9(7) COMP VALUE 0.
       01  WS-ENTRIES-WRITTEN        PIC 9(7) COMP VALUE 0.
       01  WS-CATALOG-TITLES         PIC 9(5) COMP VALUE 0.
       01  WS-HOLDINGS-ONLY-TITLES   PIC 9(5) COMP VALUE 0.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "CatalogIndex" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           PERFORM 1000-LOAD-HOLDINGS
           OPEN OUTPUT CATALOG-INDEX-FILE

           OPEN INPUT CATALOG-FILE
           IF WS-CAT-STATUS NOT = "35"
               PERFORM 2100-READ-CATALOG
               PERFORM 2000-INDEX-CATALOG-ENTRY
                   UNTIL WS-CAT-END-OF-FILE
               CLOSE CATALOG-FILE
           END-IF

           PERFORM VARYING WS-T-IDX FROM 1 BY 1
                   UNTIL WS-T-IDX > WS-TITLE-COUNT
               IF NOT WS-T-IS-CATALOGED (WS-T-IDX)
                   PERFORM 3000-INDEX-HOLDINGS-TITLE
               END-IF
           END-PERFORM

           CLOSE CATALOG-INDEX-FILE
           DISPLAY "CATALOG TITLES: " WS-CATALOG-TITLES
                   "  HOLDINGS-ONLY TITLES: " WS-HOLDINGS-ONLY-TITLES
                   "  INDEX ENTRIES: " WS-ENTRIES-WRITTEN
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-RECORDS-READ TO RLOG-RECORDS-READ
           MOVE WS-ENTRIES-WRITTEN TO RLOG-RECORDS-WRITTEN
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-LOAD-HOLDINGS - one title-table entry per title held.
      *----------------------------------------------------------------
       1000-LOAD-HOLDINGS.
           OPEN INPUT HOLDINGS-FILE
           PERFORM 1100-READ-HOLDING
           PERFORM UNTIL WS-HOLD-END-OF-FILE
               ADD 1 TO WS-RECORDS-READ
               MOVE LIBBOOK-TITLE TO WS-TARGET-TITLE
               PERFORM 1200-FIND-TITLE
               IF NOT WS-TITLE-FOUND
                  AND WS-TITLE-COUNT < 500
                   ADD 1 TO WS-TITLE-COUNT
                   MOVE LIBBOOK-TITLE
                       TO WS-T-TITLE (WS-TITLE-COUNT)
                   MOVE LIBBOOK-AUTHOR
                       TO WS-T-AUTHOR (WS-TITLE-COUNT)
                   MOVE 'N' TO WS-T-CATALOGED (WS-TITLE-COUNT)
               END-IF
               PERFORM 1100-READ-HOLDING
           END-PERFORM
           CLOSE HOLDINGS-FILE.

      *----------------------------------------------------------------
      * 1100-READ-HOLDING
      *----------------------------------------------------------------
       1100-READ-HOLDING.
           READ HOLDINGS-FILE
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1200-FIND-TITLE - WS-TARGET-TITLE on the title table.
      *----------------------------------------------------------------
       1200-FIND-TITLE.
           MOVE 'N' TO WS-TTL-FOUND-SWITCH
           MOVE 0   TO WS-TTL-FOUND-IDX
           PERFORM VARYING WS-T-IDX FROM 1 BY 1
                   UNTIL WS-T-IDX > WS-TITLE-COUNT
                      OR WS-TITLE-FOUND
               IF WS-T-TITLE (WS-T-IDX) = WS-TARGET-TITLE
                   MOVE 'Y' TO WS-TTL-FOUND-SWITCH
                   MOVE WS-T-IDX TO WS-TTL-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2000-INDEX-CATALOG-ENTRY - a catalog entry with no author of
      * its own takes the one on its LIBBOOK copies.
      *----------------------------------------------------------------
       2000-INDEX-CATALOG-ENTRY.
           ADD 1 TO WS-RECORDS-READ
           ADD 1 TO WS-CATALOG-TITLES
           MOVE BOOKCAT-ISBN    TO WS-ENTRY-ISBN
           MOVE BOOKCAT-TITLE   TO WS-ENTRY-FULL-TITLE
           MOVE BOOKCAT-TITLE   TO WS-ENTRY-TITLE
           MOVE BOOKCAT-AUTHOR  TO WS-ENTRY-AUTHOR
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > 3
               MOVE BOOKCAT-SUBJECT (WS-SUBJ-IDX)
                   TO WS-ENTRY-SUBJECT (WS-SUBJ-IDX)
           END-PERFORM

           MOVE BOOKCAT-TITLE TO WS-TARGET-TITLE
           PERFORM 1200-FIND-TITLE
           IF WS-TITLE-FOUND
               MOVE 'Y' TO WS-T-CATALOGED (WS-TTL-FOUND-IDX)
               IF WS-ENTRY-AUTHOR = SPACES
                   MOVE WS-T-AUTHOR (WS-TTL-FOUND-IDX)
                       TO WS-ENTRY-AUTHOR
               END-IF
           END-IF

           PERFORM 5000-INDEX-ENTRY
           PERFORM 2100-READ-CATALOG.

      *----------------------------------------------------------------
      * 2100-READ-CATALOG
      *----------------------------------------------------------------
       2100-READ-CATALOG.
           READ CATALOG-FILE
               AT END
                   MOVE 'Y' TO WS-CAT-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 3000-INDEX-HOLDINGS-TITLE - a title on the shelves the catalog
      * does not know, found by author and title only.
      *----------------------------------------------------------------
       3000-INDEX-HOLDINGS-TITLE.
           ADD 1 TO WS-HOLDINGS-ONLY-TITLES
           MOVE 0 TO WS-ENTRY-ISBN
           MOVE WS-T-TITLE (WS-T-IDX)  TO WS-ENTRY-FULL-TITLE
           MOVE WS-T-TITLE (WS-T-IDX)  TO WS-ENTRY-TITLE
           MOVE WS-T-AUTHOR (WS-T-IDX) TO WS-ENTRY-AUTHOR
           MOVE SPACES TO WS-ENTRY-SUBJECTS
           PERFORM 5000-INDEX-ENTRY.

      *----------------------------------------------------------------
      * 5000-INDEX-ENTRY - author words, significant title words and
      * subject words for the entry in WS-ENTRY-*.
      *----------------------------------------------------------------
       5000-INDEX-ENTRY.
           MOVE 0 TO WS-DONE-COUNT

           MOVE 'A' TO WS-KEY-TYPE
           MOVE WS-ENTRY-AUTHOR TO WS-NAME-TEXT
           PERFORM 5100-SPLIT-TEXT
           PERFORM 5200-WRITE-WORDS

           MOVE 'T' TO WS-KEY-TYPE
           MOVE WS-ENTRY-FULL-TITLE TO WS-NAME-TEXT
           PERFORM 5100-SPLIT-TEXT
           PERFORM 5200-WRITE-WORDS

           MOVE 'S' TO WS-KEY-TYPE
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > 3
               IF WS-ENTRY-SUBJECT (WS-SUBJ-IDX) NOT = SPACES
                   MOVE WS-ENTRY-SUBJECT (WS-SUBJ-IDX) TO WS-NAME-TEXT
                   PERFORM 5100-SPLIT-TEXT
                   PERFORM 5200-WRITE-WORDS
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 5100-SPLIT-TEXT - upper-case WS-NAME-TEXT, blank out its
      * punctuation and break it into WS-WORD, skipping the empty
      * words runs of spaces leave behind.
      *----------------------------------------------------------------
       5100-SPLIT-TEXT.
           INSPECT WS-NAME-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,'-/&():;!?"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ            "
           MOVE SPACES TO WS-RAW-WORDS
           MOVE SPACES TO WS-WORDS
           MOVE 0 TO WS-WORD-COUNT
           UNSTRING WS-NAME-TEXT DELIMITED BY ALL SPACE
               INTO WS-RAW-WORD (1) WS-RAW-WORD (2) WS-RAW-WORD (3)
                    WS-RAW-WORD (4) WS-RAW-WORD (5) WS-RAW-WORD (6)
                    WS-RAW-WORD (7) WS-RAW-WORD (8)
           END-UNSTRING
           PERFORM VARYING WS-RAW-IDX FROM 1 BY 1
                   UNTIL WS-RAW-IDX > 8
               IF WS-RAW-WORD (WS-RAW-IDX) NOT = SPACES
                   ADD 1 TO WS-WORD-COUNT
                   MOVE WS-RAW-WORD (WS-RAW-IDX)
                       TO WS-WORD (WS-WORD-COUNT)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 5200-WRITE-WORDS - one index entry per word of WS-KEY-TYPE
      * not already written for this entry.  Stop words are left out
      * of the title words only - an author or subject is indexed by
      * every word it has.
      *----------------------------------------------------------------
       5200-WRITE-WORDS.
           PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                   UNTIL WS-WORD-IDX > WS-WORD-COUNT
               MOVE WS-WORD (WS-WORD-IDX) TO WS-CHECK-WORD
               IF WS-KEY-TYPE NOT = 'T'
                  OR NOT WS-STOP-WORD
                   PERFORM 5300-WRITE-INDEX-ENTRY
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 5300-WRITE-INDEX-ENTRY
      *----------------------------------------------------------------
       5300-WRITE-INDEX-ENTRY.
           MOVE WS-KEY-TYPE   TO WS-NEW-KEY (1:1)
           MOVE WS-CHECK-WORD TO WS-NEW-KEY (2:20)
           MOVE 'N' TO WS-DONE-SWITCH
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                   UNTIL WS-DONE-IDX > WS-DONE-COUNT
                      OR WS-ALREADY-INDEXED
               IF WS-DONE-KEY (WS-DONE-IDX) = WS-NEW-KEY
                   MOVE 'Y' TO WS-DONE-SWITCH
               END-IF
           END-PERFORM
           IF NOT WS-ALREADY-INDEXED
               IF WS-DONE-COUNT < 40
                   ADD 1 TO WS-DONE-COUNT
                   MOVE WS-NEW-KEY TO WS-DONE-KEY (WS-DONE-COUNT)
               END-IF
               MOVE WS-KEY-TYPE     TO CATIDX-KEY-TYPE
               MOVE WS-CHECK-WORD   TO CATIDX-KEYWORD
               MOVE WS-ENTRY-ISBN   TO CATIDX-ISBN
               MOVE WS-ENTRY-TITLE  TO CATIDX-TITLE
               MOVE WS-ENTRY-AUTHOR TO CATIDX-AUTHOR
               WRITE CATALOG-INDEX-RECORD
               ADD 1 TO WS-ENTRIES-WRITTEN
           END-IF.
