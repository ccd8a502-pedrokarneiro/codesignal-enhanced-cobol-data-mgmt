      *                  RETIRED-COPIES REPORT BookMaint RE-ORDERS
      *                  CAN BE DECIDED FROM.  PATFINE IS REWRITTEN
      *                  WHEN A CHARGE POSTS.
      * 2026-10-15  DLH  THE FINE-BALANCE PRIVILEGE THRESHOLD AND THE
      *                  LOST/DAMAGED REPLACEMENT CHARGE ARE NO LONGER
      *                  VALUE CLAUSES - THEY ARE LOOKED UP AS CODES
      *                  LIBPRIV AND LIBREPL ON THE SHARED FEESCHD FEE
      *                  SCHEDULE THROUGH FeeLookup, AS IN FORCE ON THE
      *                  RUN DATE.
      * 2026-10-15  DLH  A SECOND BRANCH IS OPENING.  TRANSACTIONS ARE
      *                  NOW ACCEPTED FOR ANY BRANCH ON THE NEW LIBBRCH
      *                  BRANCH FILE INSTEAD OF ONLY THE ONE
      *                  LIBRARY-NAME (WHICH STAYS AS THE MAIN BRANCH
      *                  WHEN LIBBRCH IS ABSENT, AND AS THE BRANCH OF
      *                  ANY HOLDING OR HISTORY WRITTEN BEFORE BRANCHES
      *                  WERE RECORDED).  EVERY COPY NOW HAS A HOME
      *                  BRANCH AND A CURRENT LOCATION; CHECKOUTS AND
      *                  HOLDS ONLY SEE COPIES AT THE TRANSACTION'S
      *                  BRANCH.  A HOLD FOR A TITLE THE BRANCH DOES
      *                  NOT HOLD SENDS AN ON-SHELF COPY OVER FROM THE
      *                  OTHER BRANCH WITH THE NEW IN-TRANSIT STATUS
      *                  'T' AND QUEUES THE PATRON ON IT; THE NEW
      *                  CHECK-IN ('I') TRANSACTION AT THE RECEIVING
      *                  BRANCH OFFERS IT TO THEM.  A COPY RETURNED AT
      *                  ANOTHER BRANCH GOES BACK IN TRANSIT TO ITS
      *                  HOME BRANCH, OR TO THE BRANCH ITS HOLD QUEUE
      *                  IS WAITING AT.  CIRCHIST ENTRIES CARRY THE
      *                  BRANCH, WITH A 'T' ENTRY FOR EACH TRANSFER
      *                  SENT AND AN 'I' ENTRY FOR EACH CHECK-IN, AND
      *                  THE HOLDINGS COUNT AND QUEUE-STATUS REPORT
      *                  NOW BREAK OUT BY BRANCH.
      * 2026-10-15  DLH  NEW RENEWAL ('N') TRANSACTION EXTENDS THE
      *                  DUE DATE ON THE BORROWER'S OWN COPY TO THE
      *                  DATE THE DESK SUPPLIES.  IT IS REFUSED TO
      *                  EXCPRPT WHEN ANYONE IS QUEUED ON HOLDQ FOR THE
      *                  TITLE, WHEN THE COPY IS OVERDUE BY MORE THAN
      *                  THE FEESCHD LIBGRACE DAYS, WHEN THE PATRON IS
      *                  BLOCKED OR OVER THE FINE THRESHOLD, OR WHEN
      *                  THE LOAN HAS ALREADY BEEN RENEWED THE FEESCHD
      *                  LIBRENEW NUMBER OF TIMES.  THE COUNT RIDES ON
      *                  THE NEW LIBBOOK-RENEWAL-COUNT AND STARTS OVER
      *                  ON CHECKOUT AND RETURN.  A RENEWAL ADDS AN 'N'
      *                  ENTRY TO CIRCHIST.
      * 2026-10-15  DLH  A LOST/DAMAGED REPLACEMENT CHARGE IS NOW LOGGED
      *                  TO THE FINEAUDT AUDIT FILE AS TYPE 'L' WITH THE
      *                  BALANCE BEFORE AND AFTER, SO EVERY CHANGE TO A
      *                  PATFINE BALANCE IS ON THE TRAIL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIRC-STATUS.

           SELECT BRANCH-FILE ASSIGN TO "LIBBRCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT FINE-AUDIT-FILE ASSIGN TO "FINEAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLDINGS-FILE.
       FD  CIRCULATION-HISTORY-FILE.
       COPY CIRCHIST.

       FD  BRANCH-FILE.
       COPY LIBBRCH.

       FD  FINE-AUDIT-FILE.
       COPY FINEAUDT.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-EXCP-STATUS            PIC X(2).
       01  WS-FINE-STATUS            PIC X(2).
       01  WS-AUDIT-STATUS           PIC X(2).
       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
      * Patron validation - the PATMAST roster and the PATFINE
      * balances, loaded at startup.  A checkout for a patron whose
      * fine balance exceeds WS-PRIVILEGE-THRESHOLD, or whose master
      * entry flags their privileges, is blocked.  The threshold is
      * the FEESCHD fee schedule's LIBPRIV entry.
      *----------------------------------------------------------------
       01  WS-PRIVILEGE-THRESHOLD    PIC 9(3)V99 VALUE 0.

      *----------------------------------------------------------------
      * Lost/damaged handling - the flat replacement charge that
      * stands in for further daily fines once a copy is retired,
      * the FEESCHD fee schedule's LIBREPL entry.
      *----------------------------------------------------------------
       01  WS-REPLACEMENT-CHARGE     PIC 9(3)V99 VALUE 0.

      *----------------------------------------------------------------
      * Renewals - the most times one loan may be renewed (LIBRENEW)
      * and the days past due a copy may still be renewed (LIBGRACE),
      * both from the FEESCHD fee schedule.
      *----------------------------------------------------------------
       01  WS-RENEWAL-LIMIT          PIC 9(2) VALUE 0.
       01  WS-RENEWAL-GRACE-DAYS     PIC 9(2) VALUE 0.
       01  WS-RENEWAL-REJECT-REASON  PIC X(40) VALUE SPACES.
       01  WS-RENEWED-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-TITLE-QUEUED-SWITCH    PIC X VALUE 'N'.
           88  WS-TITLE-QUEUED       VALUE 'Y'.

       01  FEE-LOOKUP-PARMS.
           COPY FEELKP.
       01  WS-RETIRED-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-FINES-UPDATED-SWITCH   PIC X VALUE 'N'.
           88  WS-FINES-UPDATED      VALUE 'Y'.
      *----------------------------------------------------------------
       01  WS-EXPIRY-LIMIT           PIC 9(8) VALUE 0.
       01  WS-DAY-STEP               PIC 9(2) COMP VALUE 0.
       01  WS-DAYS-TO-ADD            PIC 9(2) VALUE 0.
       01  WS-DATE-PARTS.
           05  WS-DP-YEAR            PIC 9(4).
           05  WS-DP-MONTH           PIC 9(2).
               10  WS-HOLD-COPY-NBR  PIC 9(2).
               10  WS-HOLD-BORROWER  PIC X(10).
               10  WS-HOLD-WAITING   PIC X(10).
               10  WS-HOLD-HOME-BRANCH PIC X(30).
               10  WS-HOLD-LOCATION  PIC X(30).
               10  WS-HOLD-RENEWALS  PIC 9(2).

      *----------------------------------------------------------------
      * Branch handling - the LIBBRCH branch list, with each branch's
      * holdings counted at the end of the run: copies it owns,
      * copies at it now, and copies in transit to it.
      * WS-TRANSFER-FROM is the branch an in-transit copy leaves.
      *----------------------------------------------------------------
       01  WS-BRANCH-STATUS          PIC X(2).
       01  WS-BRANCH-COUNT           PIC 9(2) COMP VALUE 0.
       01  WS-BR-FOUND-SWITCH        PIC X VALUE 'N'.
           88  WS-BRANCH-FOUND       VALUE 'Y'.
       01  WS-BR-FOUND-IDX           PIC 9(2) COMP VALUE 0.
       01  WS-BRANCH-TABLE.
           05  WS-BR-ENTRY OCCURS 10 TIMES INDEXED BY WS-BR-IDX.
               10  WS-BR-NAME         PIC X(30).
               10  WS-BR-HOME-COUNT   PIC 9(4) COMP.
               10  WS-BR-ON-SITE-COUNT PIC 9(4) COMP.
               10  WS-BR-INBOUND-COUNT PIC 9(4) COMP.
       01  WS-TARGET-BRANCH          PIC X(30) VALUE SPACES.
       01  WS-TRANSFER-FROM          PIC X(30) VALUE SPACES.
       01  WS-QUEUE-BRANCH           PIC X(30) VALUE SPACES.
       01  WS-DEEPEST-TITLE          PIC X(30) VALUE SPACES.
       01  WS-TRANSFER-COUNT         PIC 9(4) COMP VALUE 0.

       01  Book.
           05  Book-Title PIC X(30).
           DISPLAY "Hold offers expire after "
                   WS-HOLD-EXPIRY-DAYS " days."

           PERFORM 0700-LOAD-FEE-SCHEDULE
           PERFORM 0800-OPEN-EXCEPTION-FILE
           PERFORM 0850-OPEN-CIRC-HISTORY
           PERFORM 0860-OPEN-FINE-AUDIT
           PERFORM 0900-LOAD-PATRON-TABLE
           PERFORM 0950-LOAD-FINE-TABLE
           PERFORM 0990-LOAD-HOLD-QUEUE
           PERFORM 0970-LOAD-BRANCH-TABLE
           PERFORM 1000-LOAD-HOLDINGS
           PERFORM 1050-EXPIRE-STALE-OFFERS

           PERFORM 4100-PRINT-QUEUE-REPORT
           CLOSE RETIRED-REPORT-FILE
           CLOSE CIRCULATION-HISTORY-FILE
           CLOSE FINE-AUDIT-FILE
           CLOSE EXCEPTION-REPORT-FILE
           STOP RUN.

      *----------------------------------------------------------------
      * 0700-LOAD-FEE-SCHEDULE - the fine-balance privilege threshold
      * (LIBPRIV), the lost/damaged replacement charge (LIBREPL) and
      * the renewal limit and grace days (LIBRENEW, LIBGRACE) in force
      * on the run date, from the FEESCHD fee schedule.
      * Circulation does not run on a made-up figure for any; the
      * run stops before any file is touched.
      *----------------------------------------------------------------
       0700-LOAD-FEE-SCHEDULE.
           MOVE "LIBPRIV"   TO FEELKP-FEE-CODE
           MOVE WS-RUN-DATE TO FEELKP-AS-OF-DATE
           CALL "FeeLookup" USING FEE-LOOKUP-PARMS
           IF FEELKP-NOT-FOUND
               DISPLAY "*** NO PRIVILEGE THRESHOLD ON FEESCHD"
                       " - RUN STOPPED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FEELKP-VALUE TO WS-PRIVILEGE-THRESHOLD

           MOVE "LIBREPL"   TO FEELKP-FEE-CODE
           MOVE WS-RUN-DATE TO FEELKP-AS-OF-DATE
           CALL "FeeLookup" USING FEE-LOOKUP-PARMS
           IF FEELKP-NOT-FOUND
               DISPLAY "*** NO REPLACEMENT CHARGE ON FEESCHD"
                       " - RUN STOPPED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FEELKP-VALUE TO WS-REPLACEMENT-CHARGE

           MOVE "LIBRENEW"  TO FEELKP-FEE-CODE
           MOVE WS-RUN-DATE TO FEELKP-AS-OF-DATE
           CALL "FeeLookup" USING FEE-LOOKUP-PARMS
           IF FEELKP-NOT-FOUND
               DISPLAY "*** NO RENEWAL LIMIT ON FEESCHD"
                       " - RUN STOPPED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FEELKP-VALUE TO WS-RENEWAL-LIMIT

           MOVE "LIBGRACE"  TO FEELKP-FEE-CODE
           MOVE WS-RUN-DATE TO FEELKP-AS-OF-DATE
           CALL "FeeLookup" USING FEE-LOOKUP-PARMS
           IF FEELKP-NOT-FOUND
               DISPLAY "*** NO RENEWAL GRACE DAYS ON FEESCHD"
                       " - RUN STOPPED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FEELKP-VALUE TO WS-RENEWAL-GRACE-DAYS
           DISPLAY "Privilege threshold: " WS-PRIVILEGE-THRESHOLD
                   "  Replacement charge: " WS-REPLACEMENT-CHARGE
           DISPLAY "Renewal limit: " WS-RENEWAL-LIMIT
                   "  Renewal grace days: " WS-RENEWAL-GRACE-DAYS.

      *----------------------------------------------------------------
      * 0800-OPEN-EXCEPTION-FILE - the first program ever to run on
      * this system creates the shared exception report; every run
           MOVE WS-HOLD-TITLE (WS-FOUND-IDX)    TO CIRC-TITLE
           MOVE WS-HOLD-COPY-NBR (WS-FOUND-IDX) TO CIRC-COPY-NUMBER
           MOVE LIBTRAN-BORROWER-ID TO CIRC-BORROWER-ID
           MOVE LIBTRAN-LIBRARY-NAME TO CIRC-BRANCH
           WRITE CIRCULATION-HISTORY-RECORD.

      *----------------------------------------------------------------
      * 2310-WRITE-TRANSFER-HISTORY - the 'T' entry for a copy sent
      * in transit, under the branch it leaves.
      *----------------------------------------------------------------
       2310-WRITE-TRANSFER-HISTORY.
           MOVE WS-RUN-DATE TO CIRC-RUN-DATE
           MOVE 'T'         TO CIRC-TRAN-TYPE
           MOVE WS-HOLD-TITLE (WS-FOUND-IDX)    TO CIRC-TITLE
           MOVE WS-HOLD-COPY-NBR (WS-FOUND-IDX) TO CIRC-COPY-NUMBER
           MOVE WS-HOLD-BORROWER (WS-FOUND-IDX) TO CIRC-BORROWER-ID
           MOVE WS-TRANSFER-FROM TO CIRC-BRANCH
           WRITE CIRCULATION-HISTORY-RECORD
           ADD 1 TO WS-TRANSFER-COUNT.

      *----------------------------------------------------------------
      * 0860-OPEN-FINE-AUDIT - appended to, created on the first run.
      *----------------------------------------------------------------
       0860-OPEN-FINE-AUDIT.
           OPEN EXTEND FINE-AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT FINE-AUDIT-FILE
           END-IF.

      *----------------------------------------------------------------
      * 0900-LOAD-PATRON-TABLE
      *----------------------------------------------------------------
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------
      * 0970-LOAD-BRANCH-TABLE - without a branch file the library is
      * the one Library-Name branch it always was.
      *----------------------------------------------------------------
       0970-LOAD-BRANCH-TABLE.
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS NOT = "35"
               PERFORM 0975-READ-BRANCH
               PERFORM UNTIL WS-BRANCH-STATUS NOT = "00"
                      OR WS-BRANCH-COUNT >= 10
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE LIBBR-BRANCH-NAME
                       TO WS-BR-NAME (WS-BRANCH-COUNT)
                   PERFORM 0975-READ-BRANCH
               END-PERFORM
               CLOSE BRANCH-FILE
           END-IF
           IF WS-BRANCH-COUNT = 0
               MOVE 1 TO WS-BRANCH-COUNT
               MOVE Library-Name TO WS-BR-NAME (1)
           END-IF.

      *----------------------------------------------------------------
      * 0975-READ-BRANCH
      *----------------------------------------------------------------
       0975-READ-BRANCH.
           READ BRANCH-FILE
               AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------
      * 0980-FIND-BRANCH - WS-TARGET-BRANCH in the branch table.
      *----------------------------------------------------------------
       0980-FIND-BRANCH.
           MOVE 'N' TO WS-BR-FOUND-SWITCH
           MOVE 0   TO WS-BR-FOUND-IDX
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-COUNT
                      OR WS-BRANCH-FOUND
               IF WS-BR-NAME (WS-BR-IDX) = WS-TARGET-BRANCH
                   MOVE 'Y' TO WS-BR-FOUND-SWITCH
                   SET WS-BR-FOUND-IDX TO WS-BR-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 0990-LOAD-HOLD-QUEUE - a missing file just means nobody has
      * ever queued.
      * load so the copy's status can move with the queue.
      *----------------------------------------------------------------
       1050-EXPIRE-STALE-OFFERS.
           MOVE WS-HOLD-EXPIRY-DAYS TO WS-DAYS-TO-ADD
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-QUEUE-COUNT
               IF WS-Q-ACTIVE (WS-Q-IDX) = 'Y'
           END-PERFORM.

      *----------------------------------------------------------------
      * 1070-ADD-EXPIRY-DAYS - WS-DATE-PARTS stepped forward
      * WS-DAYS-TO-ADD calendar days, one at a time, into
      * WS-EXPIRY-LIMIT.
      *----------------------------------------------------------------
       1070-ADD-EXPIRY-DAYS.
           PERFORM VARYING WS-DAY-STEP FROM 1 BY 1
                   UNTIL WS-DAY-STEP > WS-DAYS-TO-ADD
               PERFORM 1075-SET-DAYS-IN-MONTH
               IF WS-DP-DAY < WS-DAYS-IN-MONTH
                   ADD 1 TO WS-DP-DAY
                   TO WS-HOLD-BORROWER (WS-HOLD-IDX)
               MOVE LIBBOOK-WAITING-PATRON
                   TO WS-HOLD-WAITING (WS-HOLD-IDX)
               MOVE LIBBOOK-HOME-BRANCH
                   TO WS-HOLD-HOME-BRANCH (WS-HOLD-IDX)
               MOVE LIBBOOK-LOCATION
                   TO WS-HOLD-LOCATION (WS-HOLD-IDX)
               IF LIBBOOK-RENEWAL-COUNT NUMERIC
                   MOVE LIBBOOK-RENEWAL-COUNT
                       TO WS-HOLD-RENEWALS (WS-HOLD-IDX)
               ELSE
                   MOVE ZERO TO WS-HOLD-RENEWALS (WS-HOLD-IDX)
               END-IF
               IF LIBBOOK-HOME-BRANCH = SPACES
                   MOVE Library-Name
                       TO WS-HOLD-HOME-BRANCH (WS-HOLD-IDX)
               END-IF
               IF LIBBOOK-LOCATION = SPACES
                   MOVE WS-HOLD-HOME-BRANCH (WS-HOLD-IDX)
                       TO WS-HOLD-LOCATION (WS-HOLD-IDX)
               END-IF
               ADD 1 TO WS-HOLDING-COUNT
               PERFORM 1100-READ-HOLDING
           END-PERFORM
      *----------------------------------------------------------------
      * 2000-APPLY-TRANSACTIONS - for each checkout/return request,
      * find the matching holding by Book-Title and update its status.
      * The transaction's branch must be on the branch table.
      *----------------------------------------------------------------
       2000-APPLY-TRANSACTIONS.
           MOVE LIBTRAN-LIBRARY-NAME TO WS-TARGET-BRANCH
           PERFORM 0980-FIND-BRANCH
           IF NOT WS-BRANCH-FOUND
               DISPLAY "*** TRANSACTION SKIPPED - UNKNOWN LIBRARY: "
                       LIBTRAN-LIBRARY-NAME " ***"
           ELSE

      *----------------------------------------------------------------
      * 2050-CHECK-PATRON-PRIVILEGE - every transaction's borrower
      * must be on the patron master (a return or check-in carries no
      * meaningful borrower and passes); a checkout or renewal
      * additionally needs the patron unblocked and their fine balance
      * within the privilege threshold.
      *----------------------------------------------------------------
       2050-CHECK-PATRON-PRIVILEGE.
           MOVE SPACES TO WS-PATRON-REJECT-REASON
           IF (LIBTRAN-IS-RETURN OR LIBTRAN-IS-CHECK-IN)
              AND LIBTRAN-BORROWER-ID = SPACES
               CONTINUE
           ELSE
                           TO WS-PATRON-REJECT-REASON
                   WHEN LIBTRAN-IS-CHECKOUT
                       PERFORM 2060-CHECK-FINE-BALANCE
                   WHEN LIBTRAN-IS-RENEWAL
                          AND WS-P-PRIVILEGE (WS-PAT-FOUND-IDX) = 'B'
                       MOVE "RENEWAL BLOCKED - PRIVILEGES FLAGGED"
                           TO WS-PATRON-REJECT-REASON
                   WHEN LIBTRAN-IS-RENEWAL
                       PERFORM 2060-CHECK-FINE-BALANCE
                       IF WS-PATRON-REJECT-REASON NOT = SPACES
                           MOVE "RENEWAL BLOCKED - FINES OVER THRESHOLD"
                               TO WS-PATRON-REJECT-REASON
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
      * 2150-FIND-AVAILABLE-COPY - locate a copy of Book-Title a
      * checkout can take: one on the shelf, or one on hold when the
      * transaction's patron is the one the hold is for (the patron
      * picking up their reservation).  Only a copy at the
      * transaction's branch can be handed over.
      *----------------------------------------------------------------
       2150-FIND-AVAILABLE-COPY.
           MOVE 'N' TO WS-FOUND-SWITCH
                   UNTIL WS-HOLD-IDX > WS-HOLDING-COUNT
                      OR WS-HOLDING-FOUND
               IF WS-HOLD-TITLE (WS-HOLD-IDX) = LIBTRAN-BOOK-TITLE
                      AND WS-HOLD-LOCATION (WS-HOLD-IDX)
                          = LIBTRAN-LIBRARY-NAME
                      AND (WS-HOLD-STATUS (WS-HOLD-IDX) = 'S'
                       OR (WS-HOLD-STATUS (WS-HOLD-IDX) = 'H'
                           AND WS-HOLD-BORROWER (WS-HOLD-IDX)
      * 2160-FIND-HOLDABLE-COPY - locate a copy of Book-Title a hold
      * can attach to: an on-shelf copy is reserved outright, and
      * failing that a checked-out copy with no waiting patron yet
      * queues the hold for its return.  Only copies at the
      * transaction's branch are considered.
      *----------------------------------------------------------------
       2160-FIND-HOLDABLE-COPY.
           MOVE 'N' TO WS-FOUND-SWITCH
                   UNTIL WS-HOLD-IDX > WS-HOLDING-COUNT
                      OR WS-HOLDING-FOUND
               IF WS-HOLD-TITLE (WS-HOLD-IDX) = LIBTRAN-BOOK-TITLE
                  AND WS-HOLD-LOCATION (WS-HOLD-IDX)
                      = LIBTRAN-LIBRARY-NAME
                   IF WS-HOLD-STATUS (WS-HOLD-IDX) = 'S'
                       MOVE 'Y' TO WS-FOUND-SWITCH
                       MOVE WS-HOLD-IDX TO WS-FOUND-IDX
               MOVE WS-FALLBACK-IDX TO WS-FOUND-IDX
           END-IF.

      *----------------------------------------------------------------
      * 2175-FIND-BRANCH-COPY - any copy of Book-Title at the
      * transaction's branch (or on its way there), whatever its
      * status; a hold with nothing to reserve or queue behind
      * queues on it.
      *----------------------------------------------------------------
       2175-FIND-BRANCH-COPY.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 0   TO WS-FOUND-IDX
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLDING-COUNT
                      OR WS-HOLDING-FOUND
               IF WS-HOLD-TITLE (WS-HOLD-IDX) = LIBTRAN-BOOK-TITLE
                  AND WS-HOLD-LOCATION (WS-HOLD-IDX)
                      = LIBTRAN-LIBRARY-NAME
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE WS-HOLD-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2180-FIND-TRANSFER-COPY - an on-shelf copy of Book-Title at
      * some other branch, to send to the transaction's branch.
      *----------------------------------------------------------------
       2180-FIND-TRANSFER-COPY.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 0   TO WS-FOUND-IDX
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLDING-COUNT
                      OR WS-HOLDING-FOUND
               IF WS-HOLD-TITLE (WS-HOLD-IDX) = LIBTRAN-BOOK-TITLE
                  AND WS-HOLD-STATUS (WS-HOLD-IDX) = 'S'
                  AND WS-HOLD-LOCATION (WS-HOLD-IDX)
                      NOT = LIBTRAN-LIBRARY-NAME
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE WS-HOLD-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2190-FIND-TRANSIT-COPY - a copy of Book-Title in transit to
      * the transaction's branch.
      *----------------------------------------------------------------
       2190-FIND-TRANSIT-COPY.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 0   TO WS-FOUND-IDX
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLDING-COUNT
                      OR WS-HOLDING-FOUND
               IF WS-HOLD-TITLE (WS-HOLD-IDX) = LIBTRAN-BOOK-TITLE
                  AND WS-HOLD-STATUS (WS-HOLD-IDX) = 'T'
                  AND WS-HOLD-LOCATION (WS-HOLD-IDX)
                      = LIBTRAN-LIBRARY-NAME
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE WS-HOLD-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2195-FIND-RENEWAL-COPY - the copy of Book-Title checked out
      * to the transaction's own patron; only the borrower can renew.
      *----------------------------------------------------------------
       2195-FIND-RENEWAL-COPY.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 0   TO WS-FOUND-IDX
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLDING-COUNT
                      OR WS-HOLDING-FOUND
               IF WS-HOLD-TITLE (WS-HOLD-IDX) = LIBTRAN-BOOK-TITLE
                  AND WS-HOLD-STATUS (WS-HOLD-IDX) = 'O'
                  AND WS-HOLD-BORROWER (WS-HOLD-IDX)
                      = LIBTRAN-BORROWER-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE WS-HOLD-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2200-POST-TRANSACTION - each transaction type locates its own
      * eligible copy of the title 2100-FIND-HOLDING confirmed is on
                   MOVE 'O' TO WS-HOLD-STATUS (WS-FOUND-IDX)
                   MOVE LIBTRAN-DUE-DATE TO WS-HOLD-DUE-DATE
                                             (WS-FOUND-IDX)
                   MOVE ZERO TO WS-HOLD-RENEWALS (WS-FOUND-IDX)
                   MOVE LIBTRAN-BORROWER-ID
                       TO WS-HOLD-BORROWER (WS-FOUND-IDX)
                   DISPLAY "CHECKED OUT: " LIBTRAN-BOOK-TITLE
                               LIBTRAN-BOOK-TITLE " ***"
                   ELSE
                       MOVE ZERO TO WS-HOLD-DUE-DATE (WS-FOUND-IDX)
                       MOVE ZERO TO WS-HOLD-RENEWALS (WS-FOUND-IDX)
                       PERFORM 2300-WRITE-CIRC-HISTORY
                       PERFORM 2220-ROUTE-RETURNED-COPY
                   END-IF
               ELSE
                   IF LIBTRAN-IS-HOLD
                       PERFORM 2160-FIND-HOLDABLE-COPY
                       IF NOT WS-HOLDING-FOUND
                           PERFORM 2175-FIND-BRANCH-COPY
                       END-IF
                       IF WS-HOLDING-FOUND
                           PERFORM 2250-QUEUE-HOLD
                       ELSE
                           PERFORM 2180-FIND-TRANSFER-COPY
                           IF WS-HOLDING-FOUND
                               PERFORM 2270-REQUEST-TRANSFER
                           ELSE
                               DISPLAY "*** NOT AVAILABLE TO HOLD: "
                                       LIBTRAN-BOOK-TITLE " ***"
                           END-IF
                       END-IF
                   ELSE
                       IF LIBTRAN-IS-LOST OR LIBTRAN-IS-DAMAGED
                           PERFORM 2400-RETIRE-COPY
                       ELSE
                           IF LIBTRAN-IS-CHECK-IN
                               PERFORM 2280-CHECK-IN-TRANSFER
                           ELSE
                               IF LIBTRAN-IS-RENEWAL
                                   PERFORM 2500-RENEW-LOAN
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
               MOVE 'Y' TO WS-FINE-FOUND-SWITCH
           END-IF
           IF WS-FINE-ON-FILE
               MOVE WS-F-BALANCE (WS-FINE-FOUND-IDX)
                   TO FAUD-OLD-BALANCE
               ADD WS-REPLACEMENT-CHARGE
                   TO WS-F-BALANCE (WS-FINE-FOUND-IDX)
               MOVE 'Y' TO WS-FINES-UPDATED-SWITCH
               MOVE "GroupItemsFixTask"   TO FAUD-PROGRAM-ID
               MOVE LIBTRAN-BORROWER-ID   TO FAUD-PATRON-ID
               MOVE 'L'                   TO FAUD-TYPE
               MOVE WS-REPLACEMENT-CHARGE TO FAUD-AMOUNT
               MOVE WS-F-BALANCE (WS-FINE-FOUND-IDX)
                   TO FAUD-NEW-BALANCE
               MOVE "BATCH"               TO FAUD-OPERATOR-ID
               MOVE WS-RUN-DATE           TO FAUD-RUN-DATE
               WRITE FINE-AUDIT-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 2500-RENEW-LOAN - the borrower's copy takes the new due date
      * the desk supplied, unless someone is waiting for the title,
      * the copy is overdue past the grace days, the loan has used up
      * its renewals, or the new date does not actually extend it.
      *----------------------------------------------------------------
       2500-RENEW-LOAN.
           MOVE SPACES TO WS-RENEWAL-REJECT-REASON
           PERFORM 2195-FIND-RENEWAL-COPY
           IF NOT WS-HOLDING-FOUND
               MOVE "RENEWAL REFUSED - NOT OUT TO PATRON"
                   TO WS-RENEWAL-REJECT-REASON
           ELSE
               PERFORM 2510-CHECK-TITLE-QUEUED
               MOVE WS-HOLD-DUE-DATE (WS-FOUND-IDX)
                   TO WS-DATE-PARTS-NUM
               MOVE WS-RENEWAL-GRACE-DAYS TO WS-DAYS-TO-ADD
               PERFORM 1070-ADD-EXPIRY-DAYS
               EVALUATE TRUE
                   WHEN WS-TITLE-QUEUED
                       MOVE "RENEWAL REFUSED - HOLDS QUEUED FOR TITLE"
                           TO WS-RENEWAL-REJECT-REASON
                   WHEN WS-RUN-DATE > WS-EXPIRY-LIMIT
                       MOVE "RENEWAL REFUSED - OVERDUE PAST GRACE"
                           TO WS-RENEWAL-REJECT-REASON
                   WHEN WS-HOLD-RENEWALS (WS-FOUND-IDX)
                          NOT < WS-RENEWAL-LIMIT
                       MOVE "RENEWAL REFUSED - RENEWAL LIMIT REACHED"
                           TO WS-RENEWAL-REJECT-REASON
                   WHEN LIBTRAN-DUE-DATE
                          NOT > WS-HOLD-DUE-DATE (WS-FOUND-IDX)
                       MOVE "RENEWAL REFUSED - DUE DATE NOT EXTENDED"
                           TO WS-RENEWAL-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WS-RENEWAL-REJECT-REASON NOT = SPACES
               PERFORM 2990-LOG-RENEWAL-REJECT
           ELSE
               MOVE LIBTRAN-DUE-DATE
                   TO WS-HOLD-DUE-DATE (WS-FOUND-IDX)
               ADD 1 TO WS-HOLD-RENEWALS (WS-FOUND-IDX)
               ADD 1 TO WS-RENEWED-COUNT
               DISPLAY "RENEWED: " LIBTRAN-BOOK-TITLE
                       " DUE " LIBTRAN-DUE-DATE
               PERFORM 2300-WRITE-CIRC-HISTORY
           END-IF.

      *----------------------------------------------------------------
      * 2510-CHECK-TITLE-QUEUED - anyone still active on the hold
      * queue for any copy of the title.
      *----------------------------------------------------------------
       2510-CHECK-TITLE-QUEUED.
           MOVE 'N' TO WS-TITLE-QUEUED-SWITCH
           PERFORM VARYING WS-Q-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-Q-SCAN-IDX > WS-QUEUE-COUNT
                      OR WS-TITLE-QUEUED
               IF WS-Q-ACTIVE (WS-Q-SCAN-IDX) = 'Y'
                  AND WS-Q-TITLE (WS-Q-SCAN-IDX) = LIBTRAN-BOOK-TITLE
                   MOVE 'Y' TO WS-TITLE-QUEUED-SWITCH
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2990-LOG-RENEWAL-REJECT
      *----------------------------------------------------------------
       2990-LOG-RENEWAL-REJECT.
           DISPLAY "*** " WS-RENEWAL-REJECT-REASON ": "
                   LIBTRAN-BOOK-TITLE " ***"
           MOVE "GroupItemsFixTask"  TO EXCP-PROGRAM-ID
           MOVE LIBTRAN-BORROWER-ID  TO EXCP-KEY-VALUE
           MOVE "LIBTRAN-BOOK-TITLE" TO EXCP-FIELD-NAME
           MOVE WS-RENEWAL-REJECT-REASON TO EXCP-REASON
           MOVE WS-RUN-DATE TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD.

      *----------------------------------------------------------------
      * 2210-CLAIM-HELD-COPY - the patron picking up their offered
      * hold retires their queue entry; the offer is spent.
               DISPLAY "RETURNED: " LIBTRAN-BOOK-TITLE
           END-IF.

      *----------------------------------------------------------------
      * 2220-ROUTE-RETURNED-COPY - a copy returned where it belongs
      * is offered or shelved on the spot.  One returned at another
      * branch goes in transit: to the branch it was out from when a
      * hold queue is waiting on it there, otherwise home.
      *----------------------------------------------------------------
       2220-ROUTE-RETURNED-COPY.
           MOVE WS-HOLD-TITLE (WS-FOUND-IDX)    TO WS-Q-TARGET-TITLE
           MOVE WS-HOLD-COPY-NBR (WS-FOUND-IDX) TO WS-Q-TARGET-COPY
           PERFORM 1090-FIND-QUEUE-HEAD
           IF WS-Q-HEAD-IDX > 0
               MOVE WS-HOLD-LOCATION (WS-FOUND-IDX)
                   TO WS-TARGET-BRANCH
           ELSE
               MOVE WS-HOLD-HOME-BRANCH (WS-FOUND-IDX)
                   TO WS-TARGET-BRANCH
           END-IF
           IF WS-TARGET-BRANCH = LIBTRAN-LIBRARY-NAME
               MOVE LIBTRAN-LIBRARY-NAME
                   TO WS-HOLD-LOCATION (WS-FOUND-IDX)
               PERFORM 2230-OFFER-TO-QUEUE
           ELSE
               MOVE 'T' TO WS-HOLD-STATUS (WS-FOUND-IDX)
               MOVE SPACES TO WS-HOLD-BORROWER (WS-FOUND-IDX)
               MOVE WS-TARGET-BRANCH TO WS-HOLD-LOCATION (WS-FOUND-IDX)
               MOVE LIBTRAN-LIBRARY-NAME TO WS-TRANSFER-FROM
               PERFORM 2310-WRITE-TRANSFER-HISTORY
               DISPLAY "RETURNED - IN TRANSIT TO " WS-TARGET-BRANCH
                       ": " LIBTRAN-BOOK-TITLE
           END-IF.

      *----------------------------------------------------------------
      * 2270-REQUEST-TRANSFER - the patron's branch holds no copy, so
      * an on-shelf copy from another branch is sent in transit to
      * it and the patron queued on that copy; the offer is made
      * when the copy is checked in at their branch.
      *----------------------------------------------------------------
       2270-REQUEST-TRANSFER.
           IF WS-QUEUE-COUNT >= 200
               DISPLAY "*** HOLD QUEUE FULL - HOLD NOT TAKEN: "
                       LIBTRAN-BOOK-TITLE " ***"
           ELSE
               MOVE WS-HOLD-LOCATION (WS-FOUND-IDX) TO WS-TRANSFER-FROM
               MOVE 'T' TO WS-HOLD-STATUS (WS-FOUND-IDX)
               MOVE LIBTRAN-BORROWER-ID
                   TO WS-HOLD-BORROWER (WS-FOUND-IDX)
               MOVE LIBTRAN-LIBRARY-NAME
                   TO WS-HOLD-LOCATION (WS-FOUND-IDX)

               MOVE WS-HOLD-TITLE (WS-FOUND-IDX)
                   TO WS-Q-TARGET-TITLE
               MOVE WS-HOLD-COPY-NBR (WS-FOUND-IDX)
                   TO WS-Q-TARGET-COPY
               PERFORM 2260-CHECK-ALREADY-QUEUED
               IF WS-Q-NEXT-POSITION NOT = 99
                   ADD 1 TO WS-QUEUE-COUNT
                   MOVE WS-Q-TARGET-TITLE
                       TO WS-Q-TITLE (WS-QUEUE-COUNT)
                   MOVE WS-Q-TARGET-COPY
                       TO WS-Q-COPY (WS-QUEUE-COUNT)
                   MOVE WS-Q-NEXT-POSITION
                       TO WS-Q-POSITION (WS-QUEUE-COUNT)
                   MOVE LIBTRAN-BORROWER-ID
                       TO WS-Q-PATRON (WS-QUEUE-COUNT)
                   MOVE WS-RUN-DATE
                       TO WS-Q-QUEUED-DATE (WS-QUEUE-COUNT)
                   MOVE 0 TO WS-Q-OFFER-DATE (WS-QUEUE-COUNT)
                   MOVE 'Y' TO WS-Q-ACTIVE (WS-QUEUE-COUNT)
                   ADD 1 TO WS-QUEUED-COUNT
               END-IF

               PERFORM 2300-WRITE-CIRC-HISTORY
               PERFORM 2310-WRITE-TRANSFER-HISTORY
               DISPLAY "TRANSFER REQUESTED FROM " WS-TRANSFER-FROM
                       ": " LIBTRAN-BOOK-TITLE
           END-IF.

      *----------------------------------------------------------------
      * 2280-CHECK-IN-TRANSFER - the receiving branch has the copy in
      * hand: it is offered to the head of its hold queue (the
      * patron who asked for it), or shelved there when nobody
      * waits.
      *----------------------------------------------------------------
       2280-CHECK-IN-TRANSFER.
           PERFORM 2190-FIND-TRANSIT-COPY
           IF NOT WS-HOLDING-FOUND
               DISPLAY "*** NOT IN TRANSIT TO " LIBTRAN-LIBRARY-NAME
                       ": " LIBTRAN-BOOK-TITLE " ***"
           ELSE
               PERFORM 2230-OFFER-TO-QUEUE
               PERFORM 2300-WRITE-CIRC-HISTORY
               DISPLAY "CHECKED IN AT " LIBTRAN-LIBRARY-NAME ": "
                       LIBTRAN-BOOK-TITLE
           END-IF.

      *----------------------------------------------------------------
      * 2250-QUEUE-HOLD - an on-shelf copy is offered on the spot
      * (position one, offer stamped); otherwise the patron joins the
                   TO LIBBOOK-BORROWER-ID
               MOVE WS-HOLD-WAITING (WS-HOLD-IDX)
                   TO LIBBOOK-WAITING-PATRON
               MOVE WS-HOLD-HOME-BRANCH (WS-HOLD-IDX)
                   TO LIBBOOK-HOME-BRANCH
               MOVE WS-HOLD-LOCATION (WS-HOLD-IDX)
                   TO LIBBOOK-LOCATION
               MOVE WS-HOLD-RENEWALS (WS-HOLD-IDX)
                   TO LIBBOOK-RENEWAL-COUNT
               WRITE LIBBOOK-RECORD
           END-PERFORM
           CLOSE HOLDINGS-FILE.
           END-IF

           DISPLAY "Library: " Library-Name
           DISPLAY "Book Count: " Book-Count
           DISPLAY "Transfers sent: " WS-TRANSFER-COUNT
           DISPLAY "Loans renewed: " WS-RENEWED-COUNT

           PERFORM 4050-COUNT-BY-BRANCH
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-COUNT
               DISPLAY "Branch: " WS-BR-NAME (WS-BR-IDX)
                       " Home: " WS-BR-HOME-COUNT (WS-BR-IDX)
                       " On site: " WS-BR-ON-SITE-COUNT (WS-BR-IDX)
                       " Inbound: " WS-BR-INBOUND-COUNT (WS-BR-IDX)
           END-PERFORM.

      *----------------------------------------------------------------
      * 4050-COUNT-BY-BRANCH - retired copies are no longer holdings
      * anywhere; an in-transit copy counts as inbound to the branch
      * it is travelling to rather than on site.
      *----------------------------------------------------------------
       4050-COUNT-BY-BRANCH.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-COUNT
               MOVE 0 TO WS-BR-HOME-COUNT (WS-BR-IDX)
               MOVE 0 TO WS-BR-ON-SITE-COUNT (WS-BR-IDX)
               MOVE 0 TO WS-BR-INBOUND-COUNT (WS-BR-IDX)
           END-PERFORM
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLDING-COUNT
               IF WS-HOLD-STATUS (WS-HOLD-IDX) NOT = 'X'
                   MOVE WS-HOLD-HOME-BRANCH (WS-HOLD-IDX)
                       TO WS-TARGET-BRANCH
                   PERFORM 0980-FIND-BRANCH
                   IF WS-BRANCH-FOUND
                       ADD 1 TO WS-BR-HOME-COUNT (WS-BR-FOUND-IDX)
                   END-IF
                   MOVE WS-HOLD-LOCATION (WS-HOLD-IDX)
                       TO WS-TARGET-BRANCH
                   PERFORM 0980-FIND-BRANCH
                   IF WS-BRANCH-FOUND
                       IF WS-HOLD-STATUS (WS-HOLD-IDX) = 'T'
                           ADD 1
                             TO WS-BR-INBOUND-COUNT (WS-BR-FOUND-IDX)
                       ELSE
                           ADD 1
                             TO WS-BR-ON-SITE-COUNT (WS-BR-FOUND-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 3400-REWRITE-FINE-FILE - only when a replacement charge
      *----------------------------------------------------------------
      * 4100-PRINT-QUEUE-REPORT - queue depth per copy, deepest
      * backlog called out, so operations knows where extra copies
      * would earn their keep.  Queues are grouped under the branch
      * the copy is at (or travelling to).
      *----------------------------------------------------------------
       4100-PRINT-QUEUE-REPORT.
           OPEN OUTPUT QUEUE-REPORT-FILE
               TO QUEUE-REPORT-LINE
           WRITE QUEUE-REPORT-LINE

           MOVE SPACES TO WS-DEEPEST-TITLE
           MOVE 0 TO WS-Q-DEPTH
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-COUNT
               MOVE SPACES TO QUEUE-REPORT-LINE
               STRING "BRANCH: " WS-BR-NAME (WS-BR-IDX)
                   DELIMITED BY SIZE INTO QUEUE-REPORT-LINE
               WRITE QUEUE-REPORT-LINE
               PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                       UNTIL WS-Q-IDX > WS-QUEUE-COUNT
                   IF WS-Q-ACTIVE (WS-Q-IDX) = 'Y'
                      AND WS-Q-POSITION (WS-Q-IDX) = 1
                       PERFORM 4160-FIND-QUEUE-BRANCH
                       IF WS-QUEUE-BRANCH = WS-BR-NAME (WS-BR-IDX)
                           PERFORM 4150-PRINT-ONE-QUEUE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WS-DEEPEST-TITLE NOT = SPACES
               MOVE SPACES TO QUEUE-REPORT-LINE
               STRING "DEEPEST BACKLOG: " WS-DEEPEST-TITLE
                   DELIMITED BY SIZE INTO QUEUE-REPORT-LINE
               WRITE QUEUE-REPORT-LINE
           END-IF

           IF WS-Q-HEAD-POSITION > WS-Q-DEPTH
               MOVE WS-Q-HEAD-POSITION TO WS-Q-DEPTH
               MOVE WS-Q-TITLE (WS-Q-IDX) TO WS-DEEPEST-TITLE
           END-IF.

      *----------------------------------------------------------------
      * 4160-FIND-QUEUE-BRANCH - the branch the queued copy is at, or
      * travelling to.
      *----------------------------------------------------------------
       4160-FIND-QUEUE-BRANCH.
           MOVE SPACES TO WS-QUEUE-BRANCH
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLDING-COUNT
                      OR WS-QUEUE-BRANCH NOT = SPACES
               IF WS-HOLD-TITLE (WS-HOLD-IDX) = WS-Q-TITLE (WS-Q-IDX)
                  AND WS-HOLD-COPY-NBR (WS-HOLD-IDX)
                      = WS-Q-COPY (WS-Q-IDX)
                   MOVE WS-HOLD-LOCATION (WS-HOLD-IDX)
                       TO WS-QUEUE-BRANCH
               END-IF
           END-PERFORM.
