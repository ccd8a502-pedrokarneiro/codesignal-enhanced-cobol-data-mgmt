       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeeScheduleList.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - FEE SCHEDULE LISTING.  LISTS
      *                  EVERY ENTRY ON THE FEESCHD FEE SCHEDULE,
      *                  GROUPED BY FEE CODE, AND MARKS WHICH ONE WAS
      *                  IN FORCE ON THE AS-OF DATE READ FROM SYSIN
      *                  (ZERO OR SPACES MEANS THE BUSINESS DATE) -
      *                  THE SAME LATEST-EFFECTIVE-DATE-NOT-AFTER RULE
      *                  FeeLookup APPLIES FOR THE CHARGING PROGRAMS -
      *                  WHICH ONES IT HAD REPLACED, AND WHICH ARE
      *                  STAGED TO TAKE EFFECT LATER.  A CODE WITH NO
      *                  ENTRY IN FORCE ON THE DATE IS CALLED OUT,
      *                  SINCE A PROGRAM LOOKING IT UP THAT DAY WOULD
      *                  STOP OR REJECT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEESCHD-STATUS.

           SELECT FEE-LIST-REPORT-FILE ASSIGN TO "FEELRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-SCHEDULE-FILE.
       COPY FEESCHD.

       FD  FEE-LIST-REPORT-FILE.
       01  FEE-LIST-REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FEESCHD-STATUS         PIC X(2).

       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-RUN-DATE               PIC 9(8).

      *----------------------------------------------------------------
      * WS-AS-OF-INPUT - the SYSIN as-of date, accepted as text so a
      * blank card can be told from a date.
      *----------------------------------------------------------------
       01  WS-AS-OF-INPUT            PIC X(8) VALUE SPACES.
       01  WS-AS-OF-INPUT-NUM REDEFINES WS-AS-OF-INPUT
                                     PIC 9(8).
       01  WS-AS-OF-DATE             PIC 9(8) VALUE 0.

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  WS-CODE-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-STAGED-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-UNPRICED-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-CURRENT-CODE           PIC X(8).
       01  WS-IN-FORCE-IDX           PIC 9(5) COMP VALUE 0.
       01  WS-IN-FORCE-DATE          PIC 9(8) VALUE 0.

      *----------------------------------------------------------------
      * WS-FEE-TABLE - the whole FEESCHD file in file order.  An entry
      * is flagged once it has printed under its code's heading, so a
      * code whose entries are not kept together still lists once.
      *----------------------------------------------------------------
       01  WS-FEE-COUNT              PIC 9(5) COMP VALUE 0.
       01  WS-FEE-TABLE.
           05  WS-FEE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-FEE-COUNT
                   INDEXED BY WS-FEE-IDX WS-SCAN-IDX.
               10  WS-S-FEE-CODE         PIC X(8).
               10  WS-S-EFF-DATE         PIC 9(8).
               10  WS-S-VALUE            PIC 9(5)V9999.
               10  WS-S-VALUE-TYPE       PIC X.
               10  WS-S-DESCRIPTION      PIC X(30).
               10  WS-S-LISTED           PIC X.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(26) VALUE "FEE SCHEDULE LISTING".
           05  FILLER PIC X(10) VALUE "AS OF:    ".
           05  WS-H-AS-OF-DATE  PIC 9(8).
           05  FILLER PIC X(4)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER           PIC X(34) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(10) VALUE "FEE CODE".
           05  FILLER PIC X(32) VALUE "DESCRIPTION".
           05  FILLER PIC X(11) VALUE "EFFECTIVE".
           05  FILLER PIC X(14) VALUE "   VALUE".
           05  FILLER PIC X(11) VALUE "TYPE".
           05  FILLER PIC X(22) VALUE "STATUS".

       01  WS-DETAIL-LINE.
           05  WS-D-FEE-CODE      PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-DESCRIPTION   PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-EFF-DATE      PIC 9(8).
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-D-VALUE         PIC ZZ,ZZ9.9999.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-D-VALUE-TYPE    PIC X(9).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-STATUS        PIC X(16).
           05  FILLER             PIC X(6) VALUE SPACES.

       01  WS-NONE-IN-FORCE-LINE.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(90) VALUE
               "*** NO ENTRY IN FORCE ON THE AS-OF DATE ***".

       01  WS-NO-ENTRIES-LINE        PIC X(100)
           VALUE "*** NO FEE SCHEDULE ENTRIES ON FILE ***".

       01  WS-BLANK-LINE             PIC X(100) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(11) VALUE "FEE CODES: ".
           05  WS-F-CODES         PIC ZZZZ9.
           05  FILLER PIC X(11) VALUE "  ENTRIES: ".
           05  WS-F-ENTRIES       PIC ZZZZ9.
           05  FILLER PIC X(10) VALUE "  STAGED: ".
           05  WS-F-STAGED        PIC ZZZZ9.
           05  FILLER PIC X(26) VALUE
               "  CODES WITH NONE IN FORCE".
           05  FILLER PIC X(2)  VALUE ": ".
           05  WS-F-UNPRICED      PIC ZZZZ9.
           05  FILLER             PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "FeeScheduleList" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           ACCEPT WS-AS-OF-INPUT FROM SYSIN
           IF WS-AS-OF-INPUT IS NUMERIC
               MOVE WS-AS-OF-INPUT-NUM TO WS-AS-OF-DATE
           END-IF
           IF WS-AS-OF-DATE = 0
               MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           END-IF
           DISPLAY "Fees in force as of: " WS-AS-OF-DATE

           PERFORM 1000-LOAD-FEE-TABLE

           OPEN OUTPUT FEE-LIST-REPORT-FILE
           MOVE WS-AS-OF-DATE TO WS-H-AS-OF-DATE
           MOVE WS-RUN-DATE   TO WS-H-RUN-DATE
           WRITE FEE-LIST-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE FEE-LIST-REPORT-LINE FROM WS-BLANK-LINE
           WRITE FEE-LIST-REPORT-LINE FROM WS-REPORT-HEADING-2

           IF WS-FEE-COUNT = 0
               WRITE FEE-LIST-REPORT-LINE FROM WS-NO-ENTRIES-LINE
           END-IF
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > WS-FEE-COUNT
               IF WS-S-LISTED (WS-FEE-IDX) = 'N'
                   PERFORM 2000-LIST-FEE-CODE
               END-IF
           END-PERFORM

           PERFORM 4000-TERMINATE
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-FEE-COUNT  TO RLOG-RECORDS-READ
           MOVE WS-FEE-COUNT  TO RLOG-RECORDS-WRITTEN
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-LOAD-FEE-TABLE - a status of "35" means the schedule has
      * never been set up; the listing says so.
      *----------------------------------------------------------------
       1000-LOAD-FEE-TABLE.
           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEESCHD-STATUS NOT = "35"
               PERFORM 1050-READ-FEE-SCHEDULE
               PERFORM UNTIL WS-END-OF-FILE
                   ADD 1 TO WS-FEE-COUNT
                   MOVE FEESCHD-FEE-CODE
                       TO WS-S-FEE-CODE (WS-FEE-COUNT)
                   MOVE FEESCHD-EFF-DATE
                       TO WS-S-EFF-DATE (WS-FEE-COUNT)
                   MOVE FEESCHD-VALUE
                       TO WS-S-VALUE (WS-FEE-COUNT)
                   MOVE FEESCHD-VALUE-TYPE
                       TO WS-S-VALUE-TYPE (WS-FEE-COUNT)
                   MOVE FEESCHD-DESCRIPTION
                       TO WS-S-DESCRIPTION (WS-FEE-COUNT)
                   MOVE 'N' TO WS-S-LISTED (WS-FEE-COUNT)
                   PERFORM 1050-READ-FEE-SCHEDULE
               END-PERFORM
               CLOSE FEE-SCHEDULE-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1050-READ-FEE-SCHEDULE
      *----------------------------------------------------------------
       1050-READ-FEE-SCHEDULE.
           READ FEE-SCHEDULE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2000-LIST-FEE-CODE - one block per fee code, starting from its
      * first entry at WS-FEE-IDX.  The entry in force is found first
      * the way FeeLookup finds it, then every entry for the code is
      * printed in file order against it.
      *----------------------------------------------------------------
       2000-LIST-FEE-CODE.
           ADD 1 TO WS-CODE-COUNT
           MOVE WS-S-FEE-CODE (WS-FEE-IDX) TO WS-CURRENT-CODE
           MOVE 0 TO WS-IN-FORCE-IDX
           MOVE 0 TO WS-IN-FORCE-DATE

           PERFORM VARYING WS-SCAN-IDX FROM WS-FEE-IDX BY 1
                   UNTIL WS-SCAN-IDX > WS-FEE-COUNT
               IF WS-S-FEE-CODE (WS-SCAN-IDX) = WS-CURRENT-CODE
                      AND WS-S-EFF-DATE (WS-SCAN-IDX)
                          <= WS-AS-OF-DATE
                      AND WS-S-EFF-DATE (WS-SCAN-IDX)
                          >= WS-IN-FORCE-DATE
                   SET WS-IN-FORCE-IDX TO WS-SCAN-IDX
                   MOVE WS-S-EFF-DATE (WS-SCAN-IDX)
                       TO WS-IN-FORCE-DATE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SCAN-IDX FROM WS-FEE-IDX BY 1
                   UNTIL WS-SCAN-IDX > WS-FEE-COUNT
               IF WS-S-FEE-CODE (WS-SCAN-IDX) = WS-CURRENT-CODE
                   PERFORM 2100-PRINT-FEE-ENTRY
               END-IF
           END-PERFORM

           IF WS-IN-FORCE-IDX = 0
               ADD 1 TO WS-UNPRICED-COUNT
               WRITE FEE-LIST-REPORT-LINE FROM WS-NONE-IN-FORCE-LINE
           END-IF
           WRITE FEE-LIST-REPORT-LINE FROM WS-BLANK-LINE.

      *----------------------------------------------------------------
      * 2100-PRINT-FEE-ENTRY - the entry at WS-SCAN-IDX.  Anything
      * dated after the as-of date is staged; anything else that is
      * not the entry in force has been replaced by it.
      *----------------------------------------------------------------
       2100-PRINT-FEE-ENTRY.
           MOVE 'Y' TO WS-S-LISTED (WS-SCAN-IDX)
           MOVE WS-S-FEE-CODE (WS-SCAN-IDX)    TO WS-D-FEE-CODE
           MOVE WS-S-DESCRIPTION (WS-SCAN-IDX) TO WS-D-DESCRIPTION
           MOVE WS-S-EFF-DATE (WS-SCAN-IDX)    TO WS-D-EFF-DATE
           MOVE WS-S-VALUE (WS-SCAN-IDX)       TO WS-D-VALUE
           EVALUATE WS-S-VALUE-TYPE (WS-SCAN-IDX)
               WHEN 'A'
                   MOVE "AMOUNT"    TO WS-D-VALUE-TYPE
               WHEN 'R'
                   MOVE "RATE"      TO WS-D-VALUE-TYPE
               WHEN 'T'
                   MOVE "THRESHOLD" TO WS-D-VALUE-TYPE
               WHEN OTHER
                   MOVE "UNKNOWN"   TO WS-D-VALUE-TYPE
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-SCAN-IDX = WS-IN-FORCE-IDX
                   MOVE "IN FORCE"         TO WS-D-STATUS
               WHEN WS-S-EFF-DATE (WS-SCAN-IDX) > WS-AS-OF-DATE
                   MOVE "STAGED - FUTURE"  TO WS-D-STATUS
                   ADD 1 TO WS-STAGED-COUNT
               WHEN OTHER
                   MOVE "SUPERSEDED"       TO WS-D-STATUS
           END-EVALUATE
           WRITE FEE-LIST-REPORT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------
      * 4000-TERMINATE
      *----------------------------------------------------------------
       4000-TERMINATE.
           MOVE WS-CODE-COUNT     TO WS-F-CODES
           MOVE WS-FEE-COUNT      TO WS-F-ENTRIES
           MOVE WS-STAGED-COUNT   TO WS-F-STAGED
           MOVE WS-UNPRICED-COUNT TO WS-F-UNPRICED
           WRITE FEE-LIST-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE FEE-LIST-REPORT-FILE
           DISPLAY "FEE CODES LISTED: " WS-CODE-COUNT.
