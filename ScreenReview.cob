       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScreenReview.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - COMPLIANCE DISPOSITION OF
      *                  POSSIBLE WATCH-LIST HITS ON THE SCRNLOG
      *                  SCREENING LOG.  EACH SCRNDISP REQUEST CLEARS
      *                  OR CONFIRMS THE HITS PENDING ON AN ACCOUNT -
      *                  ONE LIST ENTRY, OR ALL OF THEM - AND CARRIES
      *                  THE REVIEWER'S ID, WHICH MUST BE AUTHORIZED
      *                  THROUGH SignOnCheck AND DIFFERENT FROM THE
      *                  OPERATOR SIGNED ON FOR THE RUN, THE SAME DUAL
      *                  CONTROL ReleaseHold PUTS ON A HELD
      *                  TRANSACTION.  EVERY DISPOSITION IS APPENDED
      *                  TO SCRNLOG.  AN AccountMaint REQUEST PARKED
      *                  ON SCRNHOLD IS MARKED CLEARED ONCE NO HIT ON
      *                  ITS ACCOUNT IS STILL PENDING, OR CONFIRMED AS
      *                  SOON AS ANY IS, FOR THE NEXT AccountMaint RUN
      *                  TO APPLY OR REFUSE.  A CONFIRMED HIT ON AN
      *                  ACCOUNT ALREADY OPEN GOES TO EXCPRPT TO BE
      *                  FROZEN THROUGH HoldMaint.  THE RUN ENDS WITH
      *                  A REPORT OF EVERY HIT STILL AWAITING REVIEW.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREENING-LOG-FILE ASSIGN TO "SCRNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOG-STATUS.

           SELECT SCREEN-HOLD-FILE ASSIGN TO "SCRNHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHOLD-STATUS.

           SELECT DISPOSITION-FILE ASSIGN TO "SCRNDISP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT REVIEW-REPORT-FILE ASSIGN TO "SCRVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCREENING-LOG-FILE.
       COPY SCRNLOG.

       FD  SCREEN-HOLD-FILE.
       COPY SCRNHOLD.

       FD  DISPOSITION-FILE.
       COPY SCRNDISP.

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-DISP-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-DISP-END-OF-FILE   VALUE 'Y'.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-SLOG-STATUS            PIC X(2).
       01  WS-SHOLD-STATUS           PIC X(2).
       01  WS-EXCP-STATUS            PIC X(2).
       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  WS-REQUEST-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-CLEARED-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-CONFIRMED-COUNT        PIC 9(5) COMP VALUE 0.
       01  WS-REJECTED-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-STILL-PENDING-COUNT    PIC 9(5) COMP VALUE 0.
       01  WS-LOGGED-COUNT           PIC 9(5) COMP VALUE 0.

      *----------------------------------------------------------------
      * WS-STATE-TABLE - where each hit stands, one entry per account
      * and watch-list entry, built from SCRNLOG in file order so the
      * latest event on the log is the one left in the table.
      * WS-ST-HIT-DATE is the date the hit was last raised.
      *----------------------------------------------------------------
       01  WS-STATE-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-STATE-MAX              PIC 9(4) COMP VALUE 2000.
       01  WS-STATE-FOUND-SWITCH     PIC X VALUE 'N'.
           88  WS-STATE-FOUND        VALUE 'Y'.
       01  WS-STATE-FOUND-IDX        PIC 9(4) COMP VALUE 0.
       01  WS-STATE-IDX              PIC 9(4) COMP VALUE 0.

       01  WS-STATE-TABLE.
           05  WS-ST-ENTRY OCCURS 2000 TIMES.
               10  WS-ST-ACCOUNT-NUMBER   PIC 9(10).
               10  WS-ST-WATCH-ENTRY-ID   PIC X(10).
               10  WS-ST-EVENT-TYPE       PIC X.
               10  WS-ST-SOURCE           PIC X.
               10  WS-ST-HIT-DATE         PIC 9(8).
               10  WS-ST-CUSTOMER-NAME    PIC X(30).
               10  WS-ST-WATCH-NAME       PIC X(40).
               10  WS-ST-MATCH-TYPE       PIC X.

      *----------------------------------------------------------------
      * WS-SHOLD-TABLE - the SCRNHOLD parked requests, updated in
      * place and written back whole at end of run.
      *----------------------------------------------------------------
       01  WS-SHOLD-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-SHOLD-IDX              PIC 9(3) COMP VALUE 0.
       01  WS-SHOLD-TABLE.
           05  WS-SH-ENTRY OCCURS 200 TIMES.
               10  WS-SH-HELD-DATE      PIC 9(8).
               10  WS-SH-STATUS         PIC X.
               10  WS-SH-REVIEW-OP      PIC X(8).
               10  WS-SH-REVIEW-DATE    PIC 9(8).
               10  WS-SH-REQUEST-IMAGE  PIC X(170).

      *----------------------------------------------------------------
      * The parked request is unpacked through the shared ACCTMNT
      * layout for its account number.
      *----------------------------------------------------------------
       COPY ACCTMNT.

      *----------------------------------------------------------------
      * Per-request working switches and counts.
      *----------------------------------------------------------------
       01  WS-HITS-DECIDED           PIC 9(3) COMP VALUE 0.
       01  WS-ACCT-PENDING-COUNT     PIC 9(3) COMP VALUE 0.
       01  WS-ACCT-CONFIRMED-COUNT   PIC 9(3) COMP VALUE 0.
       01  WS-HELD-REQUEST-SWITCH    PIC X VALUE 'N'.
           88  WS-HELD-REQUEST-FOUND VALUE 'Y'.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.

       01  REVIEW-OPERATOR-AUTH-PARMS.
           COPY OPRAUTH REPLACING
               ==OPRAUTH-OPERATOR-ID== BY ==REV-OPRAUTH-OPERATOR-ID==
               ==OPRAUTH-CALLER-ID==   BY ==REV-OPRAUTH-CALLER-ID==
               ==OPRAUTH-STATUS==      BY ==REV-OPRAUTH-STATUS==
               ==OPRAUTH-AUTHORIZED==  BY ==REV-OPRAUTH-AUTHORIZED==
               ==OPRAUTH-DENIED==      BY ==REV-OPRAUTH-DENIED==.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(30) VALUE "SANCTIONS SCREENING REVIEW".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER           PIC X(52) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(12) VALUE "LIST ENTRY".
           05  FILLER PIC X(6)  VALUE "DISP".
           05  FILLER PIC X(10) VALUE "REVIEWER".
           05  FILLER PIC X(40) VALUE "RESULT".
           05  FILLER PIC X(20) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-D-ACCOUNT       PIC 9(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-ENTRY-ID      PIC X(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-DISPOSITION   PIC X.
           05  FILLER             PIC X(5) VALUE SPACES.
           05  WS-D-REVIEWER      PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-RESULT        PIC X(40).
           05  FILLER             PIC X(20) VALUE SPACES.

       01  WS-PENDING-SECTION-HEADING.
           05  FILLER PIC X(34)
               VALUE "HITS STILL AWAITING REVIEW".
           05  FILLER PIC X(66) VALUE SPACES.

       01  WS-PENDING-HEADING-2.
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(32) VALUE "CUSTOMER NAME".
           05  FILLER PIC X(12) VALUE "LIST ENTRY".
           05  FILLER PIC X(28) VALUE "LISTED NAME".
           05  FILLER PIC X(10) VALUE "RAISED ON".
           05  FILLER PIC X(6)  VALUE "SRC".

       01  WS-PENDING-DETAIL-LINE.
           05  WS-DP-ACCOUNT      PIC 9(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DP-NAME         PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DP-ENTRY-ID     PIC X(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DP-WATCH-NAME   PIC X(26).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DP-HIT-DATE     PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DP-SOURCE       PIC X.
           05  FILLER             PIC X(5) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(10) VALUE "CLEARED: ".
           05  WS-F-CLEARED     PIC ZZZ9.
           05  FILLER PIC X(13) VALUE "  CONFIRMED: ".
           05  WS-F-CONFIRMED   PIC ZZZ9.
           05  FILLER PIC X(12) VALUE "  REJECTED: ".
           05  WS-F-REJECTED    PIC ZZZ9.
           05  FILLER PIC X(17) VALUE "  STILL PENDING: ".
           05  WS-F-STILL-PENDING PIC ZZZ9.
           05  FILLER           PIC X(32) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(100) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "ScreenReview" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           ACCEPT OPRAUTH-OPERATOR-ID FROM SYSIN
           MOVE "ScreenReview" TO OPRAUTH-CALLER-ID
           CALL "SignOnCheck" USING OPERATOR-AUTH-PARMS
           IF OPRAUTH-DENIED
               DISPLAY "*** SIGN-ON REJECTED - UNAUTHORIZED OPERATOR: "
                       OPRAUTH-OPERATOR-ID " ***"
               STOP RUN
           END-IF
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."

           PERFORM 1000-LOAD-SCREENING-STATE
           PERFORM 1300-LOAD-HOLD-TABLE
           PERFORM 1500-OPEN-FILES

           PERFORM 2100-READ-DISPOSITION
           PERFORM 2000-APPLY-DISPOSITION
               UNTIL WS-DISP-END-OF-FILE
           CLOSE DISPOSITION-FILE

           PERFORM 3000-PRINT-STILL-PENDING
           PERFORM 3500-REWRITE-HOLD-FILE
           PERFORM 4000-TERMINATE
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-REQUEST-COUNT TO RLOG-RECORDS-READ
           MOVE WS-LOGGED-COUNT  TO RLOG-RECORDS-WRITTEN
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-LOAD-SCREENING-STATE - a status of "35" means no hit has
      * ever been logged; every request will find nothing to decide.
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
      * entry replaces the earlier one.
      *----------------------------------------------------------------
       1200-POST-STATE.
           MOVE 'N' TO WS-STATE-FOUND-SWITCH
           MOVE 0   TO WS-STATE-FOUND-IDX
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT
                      OR WS-STATE-FOUND
               IF WS-ST-ACCOUNT-NUMBER (WS-STATE-IDX)
                      = SLOG-ACCOUNT-NUMBER
                  AND WS-ST-WATCH-ENTRY-ID (WS-STATE-IDX)
                      = SLOG-WATCH-ENTRY-ID
                   MOVE 'Y' TO WS-STATE-FOUND-SWITCH
                   MOVE WS-STATE-IDX TO WS-STATE-FOUND-IDX
               END-IF
           END-PERFORM
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
               MOVE SLOG-WATCH-NAME
                   TO WS-ST-WATCH-NAME (WS-STATE-FOUND-IDX)
               MOVE SLOG-MATCH-TYPE
                   TO WS-ST-MATCH-TYPE (WS-STATE-FOUND-IDX)
               IF SLOG-POSSIBLE-HIT
                   MOVE SLOG-SOURCE
                       TO WS-ST-SOURCE (WS-STATE-FOUND-IDX)
                   MOVE SLOG-EVENT-DATE
                       TO WS-ST-HIT-DATE (WS-STATE-FOUND-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 1300-LOAD-HOLD-TABLE - a missing file just means no request
      * has ever been parked.
      *----------------------------------------------------------------
       1300-LOAD-HOLD-TABLE.
           OPEN INPUT SCREEN-HOLD-FILE
           IF WS-SHOLD-STATUS NOT = "35"
               PERFORM 1350-READ-SCREEN-HOLD
               PERFORM UNTIL WS-SHOLD-STATUS NOT = "00"
                   ADD 1 TO WS-SHOLD-COUNT
                   MOVE SHOLD-HELD-DATE
                       TO WS-SH-HELD-DATE (WS-SHOLD-COUNT)
                   MOVE SHOLD-STATUS
                       TO WS-SH-STATUS (WS-SHOLD-COUNT)
                   MOVE SHOLD-REVIEW-OPERATOR
                       TO WS-SH-REVIEW-OP (WS-SHOLD-COUNT)
                   MOVE SHOLD-REVIEW-DATE
                       TO WS-SH-REVIEW-DATE (WS-SHOLD-COUNT)
                   MOVE SHOLD-REQUEST-IMAGE
                       TO WS-SH-REQUEST-IMAGE (WS-SHOLD-COUNT)
                   PERFORM 1350-READ-SCREEN-HOLD
               END-PERFORM
               CLOSE SCREEN-HOLD-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1350-READ-SCREEN-HOLD
      *----------------------------------------------------------------
       1350-READ-SCREEN-HOLD.
           READ SCREEN-HOLD-FILE
               AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------
      * 1500-OPEN-FILES - the log is reopened for this run's
      * dispositions.
      *----------------------------------------------------------------
       1500-OPEN-FILES.
           OPEN EXTEND SCREENING-LOG-FILE
           IF WS-SLOG-STATUS = "35"
               OPEN OUTPUT SCREENING-LOG-FILE
           END-IF

           OPEN EXTEND EXCEPTION-REPORT-FILE
           IF WS-EXCP-STATUS = "35"
               OPEN OUTPUT EXCEPTION-REPORT-FILE
           END-IF

           OPEN INPUT DISPOSITION-FILE

           OPEN OUTPUT REVIEW-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           WRITE REVIEW-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE REVIEW-REPORT-LINE FROM WS-REPORT-HEADING-2.

      *----------------------------------------------------------------
      * 2000-APPLY-DISPOSITION - dual control first, then the pending
      * hits the request names; a request that fails either way is
      * printed and logged, never quietly dropped.
      *----------------------------------------------------------------
       2000-APPLY-DISPOSITION.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE SDISP-ACCOUNT-NUMBER TO WS-D-ACCOUNT
           MOVE SDISP-WATCH-ENTRY-ID TO WS-D-ENTRY-ID
           IF SDISP-WATCH-ENTRY-ID = SPACES
               MOVE "ALL" TO WS-D-ENTRY-ID
           END-IF
           MOVE SDISP-DISPOSITION    TO WS-D-DISPOSITION
           MOVE SDISP-REVIEWER-ID    TO WS-D-REVIEWER

           EVALUATE TRUE
               WHEN SDISP-REVIEWER-ID = OPRAUTH-OPERATOR-ID
                   MOVE "*** REJECTED - REVIEWER IS RUN OPERATOR"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN NOT SDISP-CLEAR AND NOT SDISP-CONFIRM
                   MOVE "*** REJECTED - DISPOSITION NOT C OR F"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN OTHER
                   MOVE SDISP-REVIEWER-ID TO REV-OPRAUTH-OPERATOR-ID
                   MOVE "ScreenReview" TO REV-OPRAUTH-CALLER-ID
                   CALL "SignOnCheck" USING REVIEW-OPERATOR-AUTH-PARMS
                   IF REV-OPRAUTH-DENIED
                       MOVE "*** REJECTED - REVIEWER NOT AUTHORIZED"
                           TO WS-D-RESULT
                       PERFORM 2900-LOG-REJECT
                   ELSE
                       PERFORM 2500-DECIDE-HITS
                   END-IF
           END-EVALUATE

           WRITE REVIEW-REPORT-LINE FROM WS-DETAIL-LINE
           PERFORM 2100-READ-DISPOSITION.

      *----------------------------------------------------------------
      * 2100-READ-DISPOSITION
      *----------------------------------------------------------------
       2100-READ-DISPOSITION.
           READ DISPOSITION-FILE
               AT END
                   MOVE 'Y' TO WS-DISP-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2500-DECIDE-HITS - log the decision against every hit pending
      * on the account that the request names, then settle any
      * request parked on the account.
      *----------------------------------------------------------------
       2500-DECIDE-HITS.
           MOVE 0 TO WS-HITS-DECIDED
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT
               IF WS-ST-ACCOUNT-NUMBER (WS-STATE-IDX)
                      = SDISP-ACCOUNT-NUMBER
                  AND WS-ST-EVENT-TYPE (WS-STATE-IDX) = 'H'
                  AND (SDISP-WATCH-ENTRY-ID = SPACES
                       OR SDISP-WATCH-ENTRY-ID
                          = WS-ST-WATCH-ENTRY-ID (WS-STATE-IDX))
                   PERFORM 2550-LOG-DISPOSITION
               END-IF
           END-PERFORM

           IF WS-HITS-DECIDED = 0
               MOVE "*** REJECTED - NO PENDING HIT TO DECIDE"
                   TO WS-D-RESULT
               PERFORM 2900-LOG-REJECT
           ELSE
               PERFORM 2600-SETTLE-HELD-REQUESTS
               IF SDISP-CLEAR
                   ADD WS-HITS-DECIDED TO WS-CLEARED-COUNT
                   MOVE "CLEARED - FALSE POSITIVE" TO WS-D-RESULT
               ELSE
                   ADD WS-HITS-DECIDED TO WS-CONFIRMED-COUNT
                   MOVE "CONFIRMED - WATCH-LIST MATCH" TO WS-D-RESULT
                   IF NOT WS-HELD-REQUEST-FOUND
                       PERFORM 2700-REFER-OPEN-ACCOUNT
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2550-LOG-DISPOSITION - one SCRNLOG entry per hit decided.
      *----------------------------------------------------------------
       2550-LOG-DISPOSITION.
           MOVE SDISP-DISPOSITION
               TO WS-ST-EVENT-TYPE (WS-STATE-IDX)
           MOVE WS-RUN-DATE TO SLOG-EVENT-DATE
           MOVE SDISP-DISPOSITION TO SLOG-EVENT-TYPE
           MOVE 'D' TO SLOG-SOURCE
           MOVE WS-ST-ACCOUNT-NUMBER (WS-STATE-IDX)
               TO SLOG-ACCOUNT-NUMBER
           MOVE WS-ST-CUSTOMER-NAME (WS-STATE-IDX)
               TO SLOG-CUSTOMER-NAME
           MOVE WS-ST-WATCH-ENTRY-ID (WS-STATE-IDX)
               TO SLOG-WATCH-ENTRY-ID
           MOVE WS-ST-WATCH-NAME (WS-STATE-IDX)
               TO SLOG-WATCH-NAME
           MOVE WS-ST-MATCH-TYPE (WS-STATE-IDX)
               TO SLOG-MATCH-TYPE
           MOVE SDISP-REVIEWER-ID TO SLOG-OPERATOR-ID
           MOVE "ScreenReview" TO SLOG-PROGRAM-ID
           WRITE SCREENING-LOG-RECORD
           ADD 1 TO WS-LOGGED-COUNT
           ADD 1 TO WS-HITS-DECIDED.

      *----------------------------------------------------------------
      * 2600-SETTLE-HELD-REQUESTS - a request parked on the account
      * is confirmed once any hit on the account is confirmed, and
      * cleared once none is left pending; otherwise it waits on.
      *----------------------------------------------------------------
       2600-SETTLE-HELD-REQUESTS.
           MOVE 0 TO WS-ACCT-PENDING-COUNT
           MOVE 0 TO WS-ACCT-CONFIRMED-COUNT
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT
               IF WS-ST-ACCOUNT-NUMBER (WS-STATE-IDX)
                      = SDISP-ACCOUNT-NUMBER
                   IF WS-ST-EVENT-TYPE (WS-STATE-IDX) = 'H'
                       ADD 1 TO WS-ACCT-PENDING-COUNT
                   END-IF
                   IF WS-ST-EVENT-TYPE (WS-STATE-IDX) = 'F'
                       ADD 1 TO WS-ACCT-CONFIRMED-COUNT
                   END-IF
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-HELD-REQUEST-SWITCH
           PERFORM VARYING WS-SHOLD-IDX FROM 1 BY 1
                   UNTIL WS-SHOLD-IDX > WS-SHOLD-COUNT
               MOVE WS-SH-REQUEST-IMAGE (WS-SHOLD-IDX)
                   TO ACCTMNT-RECORD
               IF WS-SH-STATUS (WS-SHOLD-IDX) = 'H'
                  AND ACCTMNT-ACCOUNT-NUMBER = SDISP-ACCOUNT-NUMBER
                   MOVE 'Y' TO WS-HELD-REQUEST-SWITCH
                   IF WS-ACCT-CONFIRMED-COUNT > 0
                       MOVE 'F' TO WS-SH-STATUS (WS-SHOLD-IDX)
                   ELSE
                       IF WS-ACCT-PENDING-COUNT = 0
                           MOVE 'C' TO WS-SH-STATUS (WS-SHOLD-IDX)
                       END-IF
                   END-IF
                   MOVE SDISP-REVIEWER-ID
                       TO WS-SH-REVIEW-OP (WS-SHOLD-IDX)
                   MOVE WS-RUN-DATE
                       TO WS-SH-REVIEW-DATE (WS-SHOLD-IDX)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2700-REFER-OPEN-ACCOUNT - a confirmed hit with no request
      * parked against it is on an account already open; it goes to
      * the exception report for the account to be frozen.
      *----------------------------------------------------------------
       2700-REFER-OPEN-ACCOUNT.
           MOVE "ScreenReview"         TO EXCP-PROGRAM-ID
           MOVE SDISP-ACCOUNT-NUMBER   TO EXCP-KEY-VALUE
           MOVE "SDISP-DISPOSITION"    TO EXCP-FIELD-NAME
           MOVE "CONFIRMED LIST HIT - FREEZE VIA HOLDMNT"
               TO EXCP-REASON
           MOVE WS-RUN-DATE TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD.

      *----------------------------------------------------------------
      * 2900-LOG-REJECT
      *----------------------------------------------------------------
       2900-LOG-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE "ScreenReview"         TO EXCP-PROGRAM-ID
           MOVE SDISP-ACCOUNT-NUMBER   TO EXCP-KEY-VALUE
           MOVE "SDISP-REVIEWER-ID"    TO EXCP-FIELD-NAME
           MOVE WS-D-RESULT            TO EXCP-REASON
           MOVE WS-RUN-DATE TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD.

      *----------------------------------------------------------------
      * 3000-PRINT-STILL-PENDING - the review queue as this run leaves
      * it.
      *----------------------------------------------------------------
       3000-PRINT-STILL-PENDING.
           WRITE REVIEW-REPORT-LINE FROM WS-BLANK-LINE
           WRITE REVIEW-REPORT-LINE FROM WS-PENDING-SECTION-HEADING
           WRITE REVIEW-REPORT-LINE FROM WS-PENDING-HEADING-2
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT
               IF WS-ST-EVENT-TYPE (WS-STATE-IDX) = 'H'
                   MOVE WS-ST-ACCOUNT-NUMBER (WS-STATE-IDX)
                       TO WS-DP-ACCOUNT
                   MOVE WS-ST-CUSTOMER-NAME (WS-STATE-IDX)
                       TO WS-DP-NAME
                   MOVE WS-ST-WATCH-ENTRY-ID (WS-STATE-IDX)
                       TO WS-DP-ENTRY-ID
                   MOVE WS-ST-WATCH-NAME (WS-STATE-IDX)
                       TO WS-DP-WATCH-NAME
                   MOVE WS-ST-HIT-DATE (WS-STATE-IDX)
                       TO WS-DP-HIT-DATE
                   MOVE WS-ST-SOURCE (WS-STATE-IDX)
                       TO WS-DP-SOURCE
                   WRITE REVIEW-REPORT-LINE
                       FROM WS-PENDING-DETAIL-LINE
                   ADD 1 TO WS-STILL-PENDING-COUNT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 3500-REWRITE-HOLD-FILE
      *----------------------------------------------------------------
       3500-REWRITE-HOLD-FILE.
           OPEN OUTPUT SCREEN-HOLD-FILE
           PERFORM VARYING WS-SHOLD-IDX FROM 1 BY 1
                   UNTIL WS-SHOLD-IDX > WS-SHOLD-COUNT
               MOVE WS-SH-HELD-DATE (WS-SHOLD-IDX) TO SHOLD-HELD-DATE
               MOVE WS-SH-STATUS (WS-SHOLD-IDX)    TO SHOLD-STATUS
               MOVE WS-SH-REVIEW-OP (WS-SHOLD-IDX)
                   TO SHOLD-REVIEW-OPERATOR
               MOVE WS-SH-REVIEW-DATE (WS-SHOLD-IDX)
                   TO SHOLD-REVIEW-DATE
               MOVE WS-SH-REQUEST-IMAGE (WS-SHOLD-IDX)
                   TO SHOLD-REQUEST-IMAGE
               WRITE SCREEN-HOLD-RECORD
           END-PERFORM
           CLOSE SCREEN-HOLD-FILE.

      *----------------------------------------------------------------
      * 4000-TERMINATE
      *----------------------------------------------------------------
       4000-TERMINATE.
           WRITE REVIEW-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-CLEARED-COUNT       TO WS-F-CLEARED
           MOVE WS-CONFIRMED-COUNT     TO WS-F-CONFIRMED
           MOVE WS-REJECTED-COUNT      TO WS-F-REJECTED
           MOVE WS-STILL-PENDING-COUNT TO WS-F-STILL-PENDING
           WRITE REVIEW-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE REVIEW-REPORT-FILE
           CLOSE SCREENING-LOG-FILE
           CLOSE EXCEPTION-REPORT-FILE
           DISPLAY "CLEARED: " WS-CLEARED-COUNT
                   "  CONFIRMED: " WS-CONFIRMED-COUNT
                   "  REJECTED: " WS-REJECTED-COUNT
                   "  STILL PENDING: " WS-STILL-PENDING-COUNT.
