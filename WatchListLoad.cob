       IDENTIFICATION DIVISION.
       PROGRAM-ID. WatchListLoad.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - LOADS THE SANCTIONS WATCH
      *                  LIST.  READS THE GOVERNMENT LIST AS PUBLISHED
      *                  (SDNFEED), DROPS VESSELS, UPPER-CASES EACH
      *                  NAME AND TAKES OUT ITS PUNCTUATION, AND
      *                  REPLACES WATCHLST WHOLE WITH THE RESULT,
      *                  STAMPED WITH THE SYSIN LIST DATE (ZERO FALLS
      *                  BACK TO THE RUN DATE).  A FEED WITH NOTHING
      *                  LOADABLE ON IT ENDS RC 8 AND LEAVES THE LIST
      *                  ON FILE AS IT WAS, SO A TRUNCATED DOWNLOAD
      *                  CANNOT EMPTY THE LIST SCREENING RUNS AGAINST.
      *                  MALFORMED ENTRIES GO TO EXCPRPT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDN-FEED-FILE ASSIGN TO "SDNFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT LOAD-REPORT-FILE ASSIGN TO "WLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SDN-FEED-FILE.
       COPY SDNFEED.

       FD  WATCH-LIST-FILE.
       COPY WATCHLST.

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       FD  LOAD-REPORT-FILE.
       01  LOAD-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-FEED-STATUS            PIC X(2).
       01  WS-EXCP-STATUS            PIC X(2).
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-LIST-DATE              PIC 9(8) VALUE 0.

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.

       01  WS-READ-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-VESSEL-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-REJECTED-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-ALIAS-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-TABLE-FULL-COUNT       PIC 9(5) COMP VALUE 0.

      *----------------------------------------------------------------
      * Name clean-up - the published name broken into words with the
      * punctuation taken out, then strung back together one space
      * apart.
      *----------------------------------------------------------------
       01  WS-NAME-TEXT              PIC X(60).
       01  WS-CLEAN-NAME             PIC X(60).
       01  WS-NAME-POINTER           PIC 9(3) COMP VALUE 1.
       01  WS-RAW-WORDS.
           05  WS-RAW-WORD OCCURS 10 TIMES PIC X(60).
       01  WS-RAW-IDX                PIC 9(2) COMP VALUE 0.

      *----------------------------------------------------------------
      * WS-LIST-TABLE - the new list, held until the whole feed has
      * been read so that WATCHLST is only replaced by a list that
      * loaded.
      *----------------------------------------------------------------
       01  WS-LIST-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-LIST-TABLE.
           05  WS-L-ENTRY OCCURS 1 TO 3000 TIMES
                          DEPENDING ON WS-LIST-COUNT
                          INDEXED BY WS-LIST-IDX.
               10  WS-L-ENTRY-ID         PIC X(10).
               10  WS-L-NAME-TYPE        PIC X.
               10  WS-L-NAME             PIC X(40).
               10  WS-L-PROGRAM          PIC X(10).

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(30) VALUE "SANCTIONS WATCH LIST LOAD".
           05  FILLER PIC X(11) VALUE "LIST DATE: ".
           05  WS-H-LIST-DATE   PIC 9(8).
           05  FILLER PIC X(12) VALUE "  RUN DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER           PIC X(11) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-C-LABEL       PIC X(40).
           05  WS-C-COUNT       PIC ZZ,ZZ9.
           05  FILLER           PIC X(34) VALUE SPACES.

       01  WS-RESULT-LINE            PIC X(80).

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "WatchListLoad" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           ACCEPT OPRAUTH-OPERATOR-ID FROM SYSIN
           MOVE "WatchListLoad" TO OPRAUTH-CALLER-ID
           CALL "SignOnCheck" USING OPERATOR-AUTH-PARMS
           IF OPRAUTH-DENIED
               DISPLAY "*** SIGN-ON REJECTED - UNAUTHORIZED OPERATOR: "
                       OPRAUTH-OPERATOR-ID " ***"
               STOP RUN
           END-IF
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."

           ACCEPT WS-LIST-DATE FROM SYSIN
           IF WS-LIST-DATE = 0
               MOVE WS-RUN-DATE TO WS-LIST-DATE
           END-IF
           DISPLAY "Watch list date: " WS-LIST-DATE

           OPEN EXTEND EXCEPTION-REPORT-FILE
           IF WS-EXCP-STATUS = "35"
               OPEN OUTPUT EXCEPTION-REPORT-FILE
           END-IF

           OPEN INPUT SDN-FEED-FILE
           IF WS-FEED-STATUS NOT = "35"
               PERFORM 1100-READ-FEED
               PERFORM 1000-EDIT-FEED-ENTRY
                   UNTIL WS-END-OF-FILE
               CLOSE SDN-FEED-FILE
           END-IF

           OPEN OUTPUT LOAD-REPORT-FILE
           MOVE WS-LIST-DATE TO WS-H-LIST-DATE
           MOVE WS-RUN-DATE  TO WS-H-RUN-DATE
           WRITE LOAD-REPORT-LINE FROM WS-REPORT-HEADING-1

           IF WS-LIST-COUNT = 0
               MOVE "*** NOTHING LOADABLE - WATCHLST NOT REPLACED ***"
                   TO WS-RESULT-LINE
               MOVE 8 TO RETURN-CODE
               MOVE "RC08" TO RLOG-FINAL-STATUS
           ELSE
               PERFORM 2000-WRITE-WATCH-LIST
               MOVE "WATCHLST REPLACED WITH THE NEW LIST"
                   TO WS-RESULT-LINE
               MOVE "OK  " TO RLOG-FINAL-STATUS
           END-IF

           PERFORM 3000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-EDIT-FEED-ENTRY - an entry needs an ID, a name, and a
      * name type and entity type this program knows.  Vessels are
      * skipped; they are not names a customer can have.
      *----------------------------------------------------------------
       1000-EDIT-FEED-ENTRY.
           ADD 1 TO WS-READ-COUNT
           EVALUATE TRUE
               WHEN SDN-ENTRY-ID = SPACES
                   MOVE "SDN-ENTRY-ID" TO EXCP-FIELD-NAME
                   MOVE "MISSING LIST ENTRY ID" TO EXCP-REASON
                   PERFORM 1900-LOG-REJECT
               WHEN SDN-NAME = SPACES
                   MOVE "SDN-NAME" TO EXCP-FIELD-NAME
                   MOVE "MISSING NAME" TO EXCP-REASON
                   PERFORM 1900-LOG-REJECT
               WHEN NOT SDN-PRIMARY-NAME AND NOT SDN-ALIAS
                   MOVE "SDN-NAME-TYPE" TO EXCP-FIELD-NAME
                   MOVE "NAME TYPE NOT P OR A" TO EXCP-REASON
                   PERFORM 1900-LOG-REJECT
               WHEN SDN-VESSEL
                   ADD 1 TO WS-VESSEL-COUNT
               WHEN NOT SDN-INDIVIDUAL AND NOT SDN-ENTITY
                   MOVE "SDN-ENTITY-TYPE" TO EXCP-FIELD-NAME
                   MOVE "ENTITY TYPE NOT I, E OR V" TO EXCP-REASON
                   PERFORM 1900-LOG-REJECT
               WHEN WS-LIST-COUNT >= 3000
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   MOVE "SDN-ENTRY-ID" TO EXCP-FIELD-NAME
                   MOVE "WATCH LIST TABLE FULL - NOT LOADED"
                       TO EXCP-REASON
                   PERFORM 1900-LOG-REJECT
               WHEN OTHER
                   PERFORM 1200-CLEAN-NAME
                   ADD 1 TO WS-LIST-COUNT
                   MOVE SDN-ENTRY-ID  TO WS-L-ENTRY-ID (WS-LIST-COUNT)
                   MOVE SDN-NAME-TYPE TO WS-L-NAME-TYPE (WS-LIST-COUNT)
                   MOVE WS-CLEAN-NAME TO WS-L-NAME (WS-LIST-COUNT)
                   MOVE SDN-PROGRAM   TO WS-L-PROGRAM (WS-LIST-COUNT)
                   IF SDN-ALIAS
                       ADD 1 TO WS-ALIAS-COUNT
                   END-IF
           END-EVALUATE

           PERFORM 1100-READ-FEED.

      *----------------------------------------------------------------
      * 1100-READ-FEED
      *----------------------------------------------------------------
       1100-READ-FEED.
           READ SDN-FEED-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1200-CLEAN-NAME - upper-case the published name, blank out its
      * punctuation, and close it up to one space between words.
      *----------------------------------------------------------------
       1200-CLEAN-NAME.
           MOVE SDN-NAME TO WS-NAME-TEXT
           INSPECT WS-NAME-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,'-/&()"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ        "
           MOVE SPACES TO WS-RAW-WORDS
           UNSTRING WS-NAME-TEXT DELIMITED BY ALL SPACE
               INTO WS-RAW-WORD (1) WS-RAW-WORD (2) WS-RAW-WORD (3)
                    WS-RAW-WORD (4) WS-RAW-WORD (5) WS-RAW-WORD (6)
                    WS-RAW-WORD (7) WS-RAW-WORD (8) WS-RAW-WORD (9)
                    WS-RAW-WORD (10)
           END-UNSTRING
           MOVE SPACES TO WS-CLEAN-NAME
           MOVE 1 TO WS-NAME-POINTER
           PERFORM VARYING WS-RAW-IDX FROM 1 BY 1
                   UNTIL WS-RAW-IDX > 10
               IF WS-RAW-WORD (WS-RAW-IDX) NOT = SPACES
                   IF WS-NAME-POINTER > 1
                       ADD 1 TO WS-NAME-POINTER
                   END-IF
                   STRING WS-RAW-WORD (WS-RAW-IDX) DELIMITED BY SPACE
                       INTO WS-CLEAN-NAME
                       WITH POINTER WS-NAME-POINTER
                   END-STRING
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 1900-LOG-REJECT
      *----------------------------------------------------------------
       1900-LOG-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE "WatchListLoad" TO EXCP-PROGRAM-ID
           MOVE SDN-ENTRY-ID    TO EXCP-KEY-VALUE
           MOVE WS-RUN-DATE     TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD.

      *----------------------------------------------------------------
      * 2000-WRITE-WATCH-LIST - replace the list on file whole.
      *----------------------------------------------------------------
       2000-WRITE-WATCH-LIST.
           OPEN OUTPUT WATCH-LIST-FILE
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > WS-LIST-COUNT
               MOVE WS-L-ENTRY-ID (WS-LIST-IDX)  TO WATCH-ENTRY-ID
               MOVE WS-L-NAME-TYPE (WS-LIST-IDX) TO WATCH-NAME-TYPE
               MOVE WS-L-NAME (WS-LIST-IDX)      TO WATCH-NAME
               MOVE WS-L-PROGRAM (WS-LIST-IDX)   TO WATCH-PROGRAM
               MOVE WS-LIST-DATE                 TO WATCH-LIST-DATE
               WRITE WATCH-LIST-RECORD
           END-PERFORM
           CLOSE WATCH-LIST-FILE.

      *----------------------------------------------------------------
      * 3000-TERMINATE - the load counts.
      *----------------------------------------------------------------
       3000-TERMINATE.
           MOVE "FEED ENTRIES READ"         TO WS-C-LABEL
           MOVE WS-READ-COUNT               TO WS-C-COUNT
           WRITE LOAD-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "NAMES LOADED"              TO WS-C-LABEL
           MOVE WS-LIST-COUNT               TO WS-C-COUNT
           WRITE LOAD-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "  OF WHICH ALIASES"        TO WS-C-LABEL
           MOVE WS-ALIAS-COUNT              TO WS-C-COUNT
           WRITE LOAD-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "VESSELS SKIPPED"           TO WS-C-LABEL
           MOVE WS-VESSEL-COUNT             TO WS-C-COUNT
           WRITE LOAD-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "REJECTED TO EXCPRPT"       TO WS-C-LABEL
           MOVE WS-REJECTED-COUNT           TO WS-C-COUNT
           WRITE LOAD-REPORT-LINE FROM WS-COUNT-LINE
           WRITE LOAD-REPORT-LINE FROM WS-RESULT-LINE
           CLOSE LOAD-REPORT-FILE
           CLOSE EXCEPTION-REPORT-FILE

           DISPLAY WS-RESULT-LINE
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-READ-COUNT TO RLOG-RECORDS-READ
           MOVE WS-LIST-COUNT TO RLOG-RECORDS-WRITTEN
           CALL "RunLog" USING RUN-LOG-PARMS.
