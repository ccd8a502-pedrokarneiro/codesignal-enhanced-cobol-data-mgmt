       IDENTIFICATION DIVISION.
       PROGRAM-ID. SanctionScreen.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - SHARED SUBPROGRAM CALLED BY
      *                  AccountMaint WHEN IT OPENS AN ACCOUNT OR TAKES
      *                  A NAME CHANGE, AND BY THE NIGHTLY
      *                  NightlyRescreen PASS OF CUSTADDR, TO MATCH A
      *                  CUSTOMER NAME AGAINST THE WATCHLST SANCTIONS
      *                  WATCH LIST.  BOTH NAMES ARE UPPER-CASED, THE
      *                  PUNCTUATION TAKEN OUT AND SPLIT INTO WORDS; A
      *                  NAME IS A POSSIBLE HIT IF IT MATCHES A LISTED
      *                  NAME EXACTLY, OR IF EVERY WORD OF THE SHORTER
      *                  OF THE TWO (AT LEAST TWO WORDS) IS AMONG THE
      *                  OTHER'S, IN ANY ORDER - SO A SURNAME-FIRST
      *                  LISTING OR A MISSING MIDDLE NAME STILL HITS.
      *                  LIKE FeeLookup IT OPENS AND CLOSES ITS FILE
      *                  ON EVERY CALL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE.
       COPY WATCHLST.

       WORKING-STORAGE SECTION.
       01  WS-WATCH-STATUS           PIC X(2).
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

      *----------------------------------------------------------------
      * Name words - the customer's name and the listed name being
      * compared, each broken into up to eight words.  Words past the
      * eighth are not compared.
      *----------------------------------------------------------------
       01  WS-NAME-TEXT              PIC X(40).
       01  WS-RAW-WORDS.
           05  WS-RAW-WORD OCCURS 8 TIMES PIC X(40).
       01  WS-RAW-IDX                PIC 9(2) COMP VALUE 0.
       01  WS-WORD-COUNT             PIC 9(2) COMP VALUE 0.
       01  WS-WORDS.
           05  WS-WORD OCCURS 8 TIMES PIC X(40).

       01  WS-CUST-WORD-COUNT        PIC 9(2) COMP VALUE 0.
       01  WS-CUST-WORDS.
           05  WS-CUST-WORD OCCURS 8 TIMES PIC X(40).
       01  WS-LIST-WORD-COUNT        PIC 9(2) COMP VALUE 0.
       01  WS-LIST-WORDS.
           05  WS-LIST-WORD OCCURS 8 TIMES PIC X(40).

       01  WS-SHORT-WORD-COUNT       PIC 9(2) COMP VALUE 0.
       01  WS-SHORT-WORDS.
           05  WS-SHORT-WORD OCCURS 8 TIMES PIC X(40).
       01  WS-LONG-WORD-COUNT        PIC 9(2) COMP VALUE 0.
       01  WS-LONG-WORDS.
           05  WS-LONG-WORD OCCURS 8 TIMES PIC X(40).

       01  WS-SHORT-IDX              PIC 9(2) COMP VALUE 0.
       01  WS-LONG-IDX               PIC 9(2) COMP VALUE 0.
       01  WS-HIT-IDX                PIC 9(2) COMP VALUE 0.
       01  WS-MATCHED-COUNT          PIC 9(2) COMP VALUE 0.
       01  WS-MATCH-TYPE             PIC X VALUE SPACE.
       01  WS-WORD-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-WORD-FOUND         VALUE 'Y'.
       01  WS-DUPLICATE-SWITCH       PIC X VALUE 'N'.
           88  WS-ENTRY-ALREADY-HIT  VALUE 'Y'.

       LINKAGE SECTION.

       01  SCREEN-CHECK-PARMS.
           COPY SCRNCHK.

       PROCEDURE DIVISION USING SCREEN-CHECK-PARMS.
       0000-MAINLINE.
           MOVE 'L' TO SCRNCHK-RESULT
           MOVE 0   TO SCRNCHK-LIST-DATE
           MOVE 0   TO SCRNCHK-HIT-COUNT
           MOVE 'N' TO WS-EOF-SWITCH

           MOVE SCRNCHK-CUSTOMER-NAME TO WS-NAME-TEXT
           PERFORM 3000-SPLIT-NAME
           MOVE WS-WORD-COUNT TO WS-CUST-WORD-COUNT
           MOVE WS-WORDS      TO WS-CUST-WORDS

           OPEN INPUT WATCH-LIST-FILE
           IF WS-WATCH-STATUS NOT = "35"
               PERFORM 1000-READ-WATCH-LIST
               IF NOT WS-END-OF-FILE
                   MOVE 'N' TO SCRNCHK-RESULT
                   MOVE WATCH-LIST-DATE TO SCRNCHK-LIST-DATE
               END-IF
               PERFORM UNTIL WS-END-OF-FILE
                   PERFORM 2000-CHECK-ENTRY
                   PERFORM 1000-READ-WATCH-LIST
               END-PERFORM
               CLOSE WATCH-LIST-FILE
           END-IF
           GOBACK.

      *----------------------------------------------------------------
      * 1000-READ-WATCH-LIST
      *----------------------------------------------------------------
       1000-READ-WATCH-LIST.
           READ WATCH-LIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2000-CHECK-ENTRY - compare the customer's name with one listed
      * name.  An entry already hit under another of its names is not
      * handed back twice, and past five hits the rest are not
      * returned - five is plenty for compliance to go on.
      *----------------------------------------------------------------
       2000-CHECK-ENTRY.
           IF WS-CUST-WORD-COUNT > 0
               MOVE WATCH-NAME TO WS-NAME-TEXT
               PERFORM 3000-SPLIT-NAME
               MOVE WS-WORD-COUNT TO WS-LIST-WORD-COUNT
               MOVE WS-WORDS      TO WS-LIST-WORDS
               PERFORM 2100-COMPARE-NAMES
               IF WS-MATCH-TYPE NOT = SPACE
                   MOVE 'H' TO SCRNCHK-RESULT
                   PERFORM 2500-ADD-HIT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2100-COMPARE-NAMES - 'E' when the two names have the same
      * words in the same order; 'W' when every word of the one with
      * fewer words, at least two of them, is somewhere in the other.
      *----------------------------------------------------------------
       2100-COMPARE-NAMES.
           MOVE SPACE TO WS-MATCH-TYPE
           IF WS-LIST-WORD-COUNT > 0
               IF WS-CUST-WORD-COUNT = WS-LIST-WORD-COUNT
                  AND WS-CUST-WORDS = WS-LIST-WORDS
                   MOVE 'E' TO WS-MATCH-TYPE
               ELSE
                   IF WS-CUST-WORD-COUNT <= WS-LIST-WORD-COUNT
                       MOVE WS-CUST-WORD-COUNT TO WS-SHORT-WORD-COUNT
                       MOVE WS-CUST-WORDS      TO WS-SHORT-WORDS
                       MOVE WS-LIST-WORD-COUNT TO WS-LONG-WORD-COUNT
                       MOVE WS-LIST-WORDS      TO WS-LONG-WORDS
                   ELSE
                       MOVE WS-LIST-WORD-COUNT TO WS-SHORT-WORD-COUNT
                       MOVE WS-LIST-WORDS      TO WS-SHORT-WORDS
                       MOVE WS-CUST-WORD-COUNT TO WS-LONG-WORD-COUNT
                       MOVE WS-CUST-WORDS      TO WS-LONG-WORDS
                   END-IF
                   PERFORM 2200-MATCH-WORDS
                   IF WS-SHORT-WORD-COUNT >= 2
                      AND WS-MATCHED-COUNT = WS-SHORT-WORD-COUNT
                       MOVE 'W' TO WS-MATCH-TYPE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2200-MATCH-WORDS - count the shorter name's words found among
      * the longer name's.
      *----------------------------------------------------------------
       2200-MATCH-WORDS.
           MOVE 0 TO WS-MATCHED-COUNT
           PERFORM VARYING WS-SHORT-IDX FROM 1 BY 1
                   UNTIL WS-SHORT-IDX > WS-SHORT-WORD-COUNT
               MOVE 'N' TO WS-WORD-FOUND-SWITCH
               PERFORM VARYING WS-LONG-IDX FROM 1 BY 1
                       UNTIL WS-LONG-IDX > WS-LONG-WORD-COUNT
                          OR WS-WORD-FOUND
                   IF WS-SHORT-WORD (WS-SHORT-IDX)
                          = WS-LONG-WORD (WS-LONG-IDX)
                       MOVE 'Y' TO WS-WORD-FOUND-SWITCH
                       ADD 1 TO WS-MATCHED-COUNT
                   END-IF
               END-PERFORM
           END-PERFORM.

      *----------------------------------------------------------------
      * 2500-ADD-HIT
      *----------------------------------------------------------------
       2500-ADD-HIT.
           MOVE 'N' TO WS-DUPLICATE-SWITCH
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > SCRNCHK-HIT-COUNT
               IF SCRNCHK-ENTRY-ID (WS-HIT-IDX) = WATCH-ENTRY-ID
                   MOVE 'Y' TO WS-DUPLICATE-SWITCH
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-ALREADY-HIT
              AND SCRNCHK-HIT-COUNT < 5
               ADD 1 TO SCRNCHK-HIT-COUNT
               MOVE WATCH-ENTRY-ID
                   TO SCRNCHK-ENTRY-ID (SCRNCHK-HIT-COUNT)
               MOVE WATCH-NAME
                   TO SCRNCHK-WATCH-NAME (SCRNCHK-HIT-COUNT)
               MOVE WS-MATCH-TYPE
                   TO SCRNCHK-MATCH-TYPE (SCRNCHK-HIT-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 3000-SPLIT-NAME - upper-case WS-NAME-TEXT, blank out its
      * punctuation and break it into WS-WORD, skipping the empty
      * words runs of spaces leave behind.
      *----------------------------------------------------------------
       3000-SPLIT-NAME.
           INSPECT WS-NAME-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,'-/&()"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ        "
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
