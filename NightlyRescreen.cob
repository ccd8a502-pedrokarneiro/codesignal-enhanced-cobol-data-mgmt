       IDENTIFICATION DIVISION.
       PROGRAM-ID. NightlyRescreen.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - NIGHTLY RESCREEN OF EVERY
      *                  CUSTOMER NAME ON CUSTADDR AGAINST THE LATEST
      *                  WATCHLST WATCH LIST THROUGH SanctionScreen, SO
      *                  A CUSTOMER ADDED TO THE LIST AFTER THE
      *                  ACCOUNT WAS OPENED IS CAUGHT.  A NEW POSSIBLE
      *                  HIT IS LOGGED TO SCRNLOG FOR COMPLIANCE TO
      *                  CLEAR OR CONFIRM THROUGH ScreenReview AND
      *                  PRINTED ON SCRNRPT.  A HIT ALREADY AWAITING
      *                  REVIEW OR ALREADY CONFIRMED IS NOT LOGGED
      *                  AGAIN, NOR IS ONE CLEARED FOR THE SAME NAME -
      *                  A CLEARED HIT COMES BACK ONLY IF THE NAME ON
      *                  FILE HAS CHANGED SINCE.  ENDS RC 8 WITHOUT
      *                  SCREENING ANYTHING IF THERE IS NO WATCH LIST.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTA-STATUS.

           SELECT SCREENING-LOG-FILE ASSIGN TO "SCRNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOG-STATUS.

           SELECT RESCREEN-REPORT-FILE ASSIGN TO "SCRNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-ADDRESS-FILE.
       COPY CUSTADDR.

       FD  SCREENING-LOG-FILE.
       COPY SCRNLOG.

       FD  RESCREEN-REPORT-FILE.
       01  RESCREEN-REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CUSTA-STATUS           PIC X(2).
       01  WS-SLOG-STATUS            PIC X(2).

       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  SCREEN-CHECK-PARMS.
           COPY SCRNCHK.

       01  WS-NAMES-SCREENED         PIC 9(7) COMP VALUE 0.
       01  WS-NEW-HIT-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-PENDING-HIT-COUNT      PIC 9(7) COMP VALUE 0.
       01  WS-CONFIRMED-HIT-COUNT    PIC 9(7) COMP VALUE 0.
       01  WS-CLEARED-HIT-COUNT      PIC 9(7) COMP VALUE 0.
       01  WS-HIT-IDX                PIC 9(2) COMP VALUE 0.

      *----------------------------------------------------------------
      * WS-STATE-TABLE - where each hit stands, one entry per account
      * and watch-list entry, built from SCRNLOG in file order so the
      * latest event on the log is the one left in the table.  The
      * name is the customer name the hit was raised on.
      *----------------------------------------------------------------
       01  WS-STATE-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-STATE-MAX              PIC 9(4) COMP VALUE 2000.
       01  WS-STATE-FOUND-SWITCH     PIC X VALUE 'N'.
           88  WS-STATE-FOUND        VALUE 'Y'.
       01  WS-STATE-FOUND-IDX        PIC 9(4) COMP VALUE 0.
       01  WS-STATE-IDX              PIC 9(4) COMP VALUE 0.
       01  WS-FIND-ACCOUNT           PIC 9(10).
       01  WS-FIND-ENTRY-ID          PIC X(10).

       01  WS-STATE-TABLE.
           05  WS-ST-ENTRY OCCURS 2000 TIMES.
               10  WS-ST-ACCOUNT-NUMBER   PIC 9(10).
               10  WS-ST-WATCH-ENTRY-ID   PIC X(10).
               10  WS-ST-EVENT-TYPE       PIC X.
               10  WS-ST-CUSTOMER-NAME    PIC X(30).

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(30) VALUE "NIGHTLY SANCTIONS RESCREEN".
           05  FILLER PIC X(11) VALUE "LIST DATE: ".
           05  WS-H-LIST-DATE     PIC 9(8).
           05  FILLER PIC X(12) VALUE "  RUN DATE: ".
           05  WS-H-RUN-DATE      PIC 9(8).
           05  FILLER             PIC X(31) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(32) VALUE "CUSTOMER NAME".
           05  FILLER PIC X(12) VALUE "LIST ENTRY".
           05  FILLER PIC X(42) VALUE "LISTED NAME".
           05  FILLER PIC X(2)  VALUE "MT".

       01  WS-DETAIL-LINE.
           05  WS-D-ACCOUNT       PIC 9(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-NAME          PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-ENTRY-ID      PIC X(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-WATCH-NAME    PIC X(40).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-MATCH-TYPE    PIC X.
           05  FILLER             PIC X(1) VALUE SPACES.

       01  WS-REPORT-MESSAGE         PIC X(100).

       01  WS-COUNT-LINE.
           05  WS-C-LABEL         PIC X(40).
           05  WS-C-COUNT         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(53) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(100) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "NightlyRescreen" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           MOVE SPACES TO SCRNCHK-CUSTOMER-NAME
           CALL "SanctionScreen" USING SCREEN-CHECK-PARMS
           IF SCRNCHK-NO-LIST
               DISPLAY "*** NO WATCH LIST ON WATCHLST"
                       " - NOTHING RESCREENED ***"
               MOVE 8 TO RETURN-CODE
               MOVE 'E' TO RLOG-ACTION
               MOVE 0 TO RLOG-RECORDS-READ
               MOVE 0 TO RLOG-RECORDS-WRITTEN
               MOVE "RC08" TO RLOG-FINAL-STATUS
               CALL "RunLog" USING RUN-LOG-PARMS
               STOP RUN
           END-IF

           PERFORM 1000-LOAD-SCREENING-STATE
           PERFORM 1500-OPEN-FILES

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2100-READ-ADDRESS
           PERFORM 2000-RESCREEN-CUSTOMER
               UNTIL WS-END-OF-FILE
           CLOSE CUSTOMER-ADDRESS-FILE

           PERFORM 8000-TERMINATE
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-NAMES-SCREENED TO RLOG-RECORDS-READ
           MOVE WS-NEW-HIT-COUNT  TO RLOG-RECORDS-WRITTEN
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-LOAD-SCREENING-STATE - a status of "35" means nothing has
      * ever been screened as a hit; every hit tonight is new.
      *----------------------------------------------------------------
       1000-LOAD-SCREENING-STATE.
           OPEN INPUT SCREENING-LOG-FILE
           IF WS-SLOG-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1100-READ-SCREENING-LOG
               PERFORM UNTIL WS-END-OF-FILE
                   PERFORM 1200-POST-STATE
                   PERFORM 1100-READ-SCREENING-LOG
               END-PERFORM
               CLOSE SCREENING-LOG-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1100-READ-SCREENING-LOG
      *----------------------------------------------------------------
       1100-READ-SCREENING-LOG.
           READ SCREENING-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1200-POST-STATE - a later event for the same account and list
      * entry replaces the earlier one.  A disposition keeps the name
      * the hit was raised on.
      *----------------------------------------------------------------
       1200-POST-STATE.
           MOVE SLOG-ACCOUNT-NUMBER TO WS-FIND-ACCOUNT
           MOVE SLOG-WATCH-ENTRY-ID TO WS-FIND-ENTRY-ID
           PERFORM 2500-FIND-STATE
           IF NOT WS-STATE-FOUND
              AND WS-STATE-COUNT < WS-STATE-MAX
               ADD 1 TO WS-STATE-COUNT
               MOVE WS-STATE-COUNT TO WS-STATE-FOUND-IDX
               MOVE 'Y' TO WS-STATE-FOUND-SWITCH
               MOVE SLOG-ACCOUNT-NUMBER
                   TO WS-ST-ACCOUNT-NUMBER (WS-STATE-FOUND-IDX)
               MOVE SLOG-WATCH-ENTRY-ID
                   TO WS-ST-WATCH-ENTRY-ID (WS-STATE-FOUND-IDX)
           END-IF
           IF WS-STATE-FOUND
               MOVE SLOG-EVENT-TYPE
                   TO WS-ST-EVENT-TYPE (WS-STATE-FOUND-IDX)
               MOVE SLOG-CUSTOMER-NAME
                   TO WS-ST-CUSTOMER-NAME (WS-STATE-FOUND-IDX)
           END-IF.

      *----------------------------------------------------------------
      * 1500-OPEN-FILES - the log is reopened for tonight's new hits.
      *----------------------------------------------------------------
       1500-OPEN-FILES.
           OPEN EXTEND SCREENING-LOG-FILE
           IF WS-SLOG-STATUS = "35"
               OPEN OUTPUT SCREENING-LOG-FILE
           END-IF

           OPEN INPUT CUSTOMER-ADDRESS-FILE

           OPEN OUTPUT RESCREEN-REPORT-FILE
           MOVE SCRNCHK-LIST-DATE TO WS-H-LIST-DATE
           MOVE WS-RUN-DATE       TO WS-H-RUN-DATE
           WRITE RESCREEN-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE RESCREEN-REPORT-LINE FROM WS-BLANK-LINE
           MOVE "NEW POSSIBLE HITS - LOGGED FOR COMPLIANCE REVIEW"
               TO WS-REPORT-MESSAGE
           WRITE RESCREEN-REPORT-LINE FROM WS-REPORT-MESSAGE
           WRITE RESCREEN-REPORT-LINE FROM WS-REPORT-HEADING-2.

      *----------------------------------------------------------------
      * 2000-RESCREEN-CUSTOMER - screen one CUSTADDR name and sort
      * each hit into new, still pending, confirmed or cleared.
      *----------------------------------------------------------------
       2000-RESCREEN-CUSTOMER.
           IF CUSTA-CUSTOMER-NAME NOT = SPACES
               ADD 1 TO WS-NAMES-SCREENED
               MOVE CUSTA-CUSTOMER-NAME TO SCRNCHK-CUSTOMER-NAME
               CALL "SanctionScreen" USING SCREEN-CHECK-PARMS
               PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                       UNTIL WS-HIT-IDX > SCRNCHK-HIT-COUNT
                   MOVE CUSTA-ACCOUNT-NUMBER TO WS-FIND-ACCOUNT
                   MOVE SCRNCHK-ENTRY-ID (WS-HIT-IDX)
                       TO WS-FIND-ENTRY-ID
                   PERFORM 2500-FIND-STATE
                   EVALUATE TRUE
                       WHEN NOT WS-STATE-FOUND
                           PERFORM 2200-LOG-NEW-HIT
                       WHEN WS-ST-EVENT-TYPE (WS-STATE-FOUND-IDX)
                              = 'H'
                           ADD 1 TO WS-PENDING-HIT-COUNT
                       WHEN WS-ST-EVENT-TYPE (WS-STATE-FOUND-IDX)
                              = 'F'
                           ADD 1 TO WS-CONFIRMED-HIT-COUNT
                       WHEN WS-ST-CUSTOMER-NAME (WS-STATE-FOUND-IDX)
                              = CUSTA-CUSTOMER-NAME
                           ADD 1 TO WS-CLEARED-HIT-COUNT
                       WHEN OTHER
                           PERFORM 2200-LOG-NEW-HIT
                   END-EVALUATE
               END-PERFORM
           END-IF
           PERFORM 2100-READ-ADDRESS.

      *----------------------------------------------------------------
      * 2100-READ-ADDRESS
      *----------------------------------------------------------------
       2100-READ-ADDRESS.
           READ CUSTOMER-ADDRESS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2200-LOG-NEW-HIT - the hit goes on the screening log for
      * compliance and on tonight's report.  The nightly run has no
      * operator signed on, so the log entry carries none.
      *----------------------------------------------------------------
       2200-LOG-NEW-HIT.
           MOVE WS-RUN-DATE TO SLOG-EVENT-DATE
           MOVE 'H' TO SLOG-EVENT-TYPE
           MOVE 'R' TO SLOG-SOURCE
           MOVE CUSTA-ACCOUNT-NUMBER TO SLOG-ACCOUNT-NUMBER
           MOVE CUSTA-CUSTOMER-NAME  TO SLOG-CUSTOMER-NAME
           MOVE SCRNCHK-ENTRY-ID (WS-HIT-IDX)   TO SLOG-WATCH-ENTRY-ID
           MOVE SCRNCHK-WATCH-NAME (WS-HIT-IDX) TO SLOG-WATCH-NAME
           MOVE SCRNCHK-MATCH-TYPE (WS-HIT-IDX) TO SLOG-MATCH-TYPE
           MOVE SPACES TO SLOG-OPERATOR-ID
           MOVE "NightlyRescreen" TO SLOG-PROGRAM-ID
           WRITE SCREENING-LOG-RECORD

           MOVE CUSTA-ACCOUNT-NUMBER TO WS-D-ACCOUNT
           MOVE CUSTA-CUSTOMER-NAME  TO WS-D-NAME
           MOVE SCRNCHK-ENTRY-ID (WS-HIT-IDX)   TO WS-D-ENTRY-ID
           MOVE SCRNCHK-WATCH-NAME (WS-HIT-IDX) TO WS-D-WATCH-NAME
           MOVE SCRNCHK-MATCH-TYPE (WS-HIT-IDX) TO WS-D-MATCH-TYPE
           WRITE RESCREEN-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-NEW-HIT-COUNT.

      *----------------------------------------------------------------
      * 2500-FIND-STATE - locate the state entry for WS-FIND-ACCOUNT
      * and WS-FIND-ENTRY-ID, if any.
      *----------------------------------------------------------------
       2500-FIND-STATE.
           MOVE 'N' TO WS-STATE-FOUND-SWITCH
           MOVE 0   TO WS-STATE-FOUND-IDX
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT
                      OR WS-STATE-FOUND
               IF WS-ST-ACCOUNT-NUMBER (WS-STATE-IDX) = WS-FIND-ACCOUNT
                  AND WS-ST-WATCH-ENTRY-ID (WS-STATE-IDX)
                        = WS-FIND-ENTRY-ID
                   MOVE 'Y' TO WS-STATE-FOUND-SWITCH
                   MOVE WS-STATE-IDX TO WS-STATE-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 8000-TERMINATE
      *----------------------------------------------------------------
       8000-TERMINATE.
           IF WS-NEW-HIT-COUNT = 0
               MOVE "  NONE" TO WS-REPORT-MESSAGE
               WRITE RESCREEN-REPORT-LINE FROM WS-REPORT-MESSAGE
           END-IF
           WRITE RESCREEN-REPORT-LINE FROM WS-BLANK-LINE
           MOVE "NAMES SCREENED" TO WS-C-LABEL
           MOVE WS-NAMES-SCREENED TO WS-C-COUNT
           WRITE RESCREEN-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "NEW POSSIBLE HITS LOGGED" TO WS-C-LABEL
           MOVE WS-NEW-HIT-COUNT TO WS-C-COUNT
           WRITE RESCREEN-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "HITS ALREADY AWAITING REVIEW" TO WS-C-LABEL
           MOVE WS-PENDING-HIT-COUNT TO WS-C-COUNT
           WRITE RESCREEN-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "HITS ALREADY CONFIRMED" TO WS-C-LABEL
           MOVE WS-CONFIRMED-HIT-COUNT TO WS-C-COUNT
           WRITE RESCREEN-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "HITS PREVIOUSLY CLEARED, NAME UNCHANGED" TO WS-C-LABEL
           MOVE WS-CLEARED-HIT-COUNT TO WS-C-COUNT
           WRITE RESCREEN-REPORT-LINE FROM WS-COUNT-LINE
           CLOSE RESCREEN-REPORT-FILE
           CLOSE SCREENING-LOG-FILE

           DISPLAY "NAMES SCREENED:    " WS-NAMES-SCREENED
           DISPLAY "NEW HITS LOGGED:   " WS-NEW-HIT-COUNT.
