      *                  BUT NOT FOUND IS FLAGGED STATUS 'M' AND
      *                  LIBBOOK REWRITTEN, SO CIRCULATION STOPS
      *                  PROMISING IT.
      * 2026-10-15  DLH  CARRIES THE NEW LIBBOOK HOME-BRANCH AND
      *                  LOCATION FIELDS THROUGH THE FLAG-MODE
      *                  REWRITE SO A FLAGGING RUN DOES NOT LOSE
      *                  WHICH BRANCH EACH COPY BELONGS TO.
      * 2026-10-15  DLH  CARRIES THE NEW LIBBOOK RENEWAL COUNT
      *                  THROUGH THE FLAG-MODE REWRITE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-HOLD-COPY-NBR  PIC 9(2).
               10  WS-HOLD-BORROWER  PIC X(10).
               10  WS-HOLD-WAITING   PIC X(10).
               10  WS-HOLD-HOME-BRANCH PIC X(30).
               10  WS-HOLD-LOCATION  PIC X(30).
               10  WS-HOLD-RENEWALS  PIC 9(2).
               10  WS-HOLD-SEEN      PIC X.

       01  WS-REPORT-HEADING-1.
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
               MOVE 'N' TO WS-HOLD-SEEN (WS-HOLD-IDX)
               ADD 1 TO WS-HOLDING-COUNT
               PERFORM 1100-READ-HOLDING
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
           CLOSE HOLDINGS-FILE
