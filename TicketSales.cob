      *                  TOUR REVENUE SUMMARY - THE BOOKING SIDE
      *                  FINALLY CONNECTS TO MONEY THE WAY THE BANK
      *                  SIDE CONNECTS POSTINGS TO BALANCES.
      * 2026-10-15  DLH  TICKET REFUNDS.  A TKT-TRAN-TYPE 'R' TAKES
      *                  TICKETS BACK AT THE GIVEN PRICE, OFF THE
      *                  SHOW'S SOLD COUNT AND REVENUE; A REFUND PAST
      *                  WHAT WAS SOLD REJECTS.  A SHOW THE BOOKING
      *                  OFFICE HAS CANCELLED REFUSES FURTHER SALES
      *                  AND HAS EVERY TICKET STILL SOLD REFUNDED AT
      *                  END OF BATCH.  A TRANSACTION KEYED TO A
      *                  POSTPONED SHOW'S ORIGINAL DATE POSTS TO THE
      *                  SHOW AT ITS NEW DATE.  THE REFUNDRG REGISTER
      *                  LISTS EVERY REFUND AND RECONCILES EACH SHOW'S
      *                  REFUNDS TO THE REVENUE REVERSED ON IT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SALES-REPORT-FILE ASSIGN TO "SELLTHRU"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REFUND-REGISTER-FILE ASSIGN TO "REFUNDRG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
       FD  SALES-REPORT-FILE.
       01  SALES-REPORT-LINE            PIC X(90).

       FD  REFUND-REGISTER-FILE.
       01  REFUND-REGISTER-LINE         PIC X(90).

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       01  WS-REJECTED-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-SALE-REVENUE           PIC 9(7)V99 VALUE 0.
       01  WS-SELLTHROUGH-PCT        PIC 9(3)V9 VALUE 0.
       01  WS-REFUND-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-REFUND-TICKETS         PIC 9(5) VALUE 0.
       01  WS-REFUND-AMOUNT          PIC 9(7)V99 VALUE 0.
       01  WS-REFUND-KIND            PIC X(12) VALUE SPACES.
       01  WS-TOTAL-REFUNDED         PIC 9(9)V99 VALUE 0.
       01  WS-REVENUE-REVERSED       PIC S9(8)V99 VALUE 0.
       01  WS-OUT-OF-BALANCE-COUNT   PIC 9(4) COMP VALUE 0.

      *----------------------------------------------------------------
      * WS-SHOW-TABLE - the whole schedule, sales applied in place
               10  WS-S-CAPACITY      PIC 9(5).
               10  WS-S-TICKETS-SOLD  PIC 9(5).
               10  WS-S-REVENUE       PIC 9(7)V99.
               10  WS-S-STATUS        PIC X.
                   88  WS-S-CANCELLED     VALUE 'C'.
               10  WS-S-STATUS-REASON PIC X(2).
               10  WS-S-NEW-EVENT-DATE PIC 9(8).
               10  WS-S-ORIGINAL-DATE PIC 9(8).
               10  WS-S-OPEN-REVENUE  PIC 9(7)V99.
               10  WS-S-SALES-REVENUE PIC 9(7)V99.
               10  WS-S-REFUND-TICKETS PIC 9(5).
               10  WS-S-REFUND-AMOUNT PIC 9(7)V99.

      *----------------------------------------------------------------
      * WS-BAND-TABLE - the revenue summary rolled up per band.
           05  FILLER PIC X(8)  VALUE "SOLD".
           05  FILLER PIC X(10) VALUE "PCT SOLD".
           05  FILLER PIC X(14) VALUE "REVENUE".
           05  FILLER PIC X(16) VALUE "STATUS".

       01  WS-DETAIL-LINE.
           05  WS-D-BAND          PIC X(20).
           05  WS-D-PCT           PIC ZZ9.9.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-D-REVENUE       PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-STATUS        PIC X(12).

       01  WS-BAND-SECTION-HEADING.
           05  FILLER PIC X(30) VALUE "TOUR REVENUE BY BAND".
           05  WS-F-POSTED      PIC ZZZ9.
           05  FILLER PIC X(12) VALUE "  REJECTED: ".
           05  WS-F-REJECTED    PIC ZZZ9.
           05  FILLER PIC X(11) VALUE "  REFUNDS: ".
           05  WS-F-REFUNDS     PIC ZZZ9.
           05  FILLER           PIC X(41) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(90) VALUE SPACES.

      *----------------------------------------------------------------
      * REFUNDRG - every refund as posted, then each show's refunds
      * against the revenue reversed on the schedule record.
      *----------------------------------------------------------------
       01  WS-RG-HEADING-1.
           05  FILLER PIC X(26) VALUE "TICKET REFUND REGISTER".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-RG-H-RUN-DATE PIC 9(8).
           05  FILLER           PIC X(46) VALUE SPACES.

       01  WS-RG-HEADING-2.
           05  FILLER PIC X(22) VALUE "BAND".
           05  FILLER PIC X(10) VALUE "DATE".
           05  FILLER PIC X(14) VALUE "REFUND TYPE".
           05  FILLER PIC X(10) VALUE "TICKETS".
           05  FILLER PIC X(14) VALUE "AMOUNT".
           05  FILLER PIC X(20) VALUE "REASON".

       01  WS-RG-DETAIL-LINE.
           05  WS-RG-BAND         PIC X(20).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-RG-DATE         PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-RG-KIND         PIC X(12).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-RG-TICKETS      PIC ZZ,ZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-RG-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-RG-REASON       PIC X(2).
           05  FILLER             PIC X(18) VALUE SPACES.

       01  WS-RG-RECON-HEADING.
           05  FILLER PIC X(30) VALUE "REVENUE REVERSED BY SHOW".
           05  FILLER PIC X(60) VALUE SPACES.

       01  WS-RG-RECON-COLUMNS.
           05  FILLER PIC X(22) VALUE "BAND".
           05  FILLER PIC X(10) VALUE "DATE".
           05  FILLER PIC X(16) VALUE "REFUNDED".
           05  FILLER PIC X(16) VALUE "REV REVERSED".
           05  FILLER PIC X(26) VALUE SPACES.

       01  WS-RG-RECON-LINE.
           05  WS-RR-BAND         PIC X(20).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-RR-DATE         PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-RR-REFUNDED     PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-RR-REVERSED     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-RR-RESULT       PIC X(14).
           05  FILLER             PIC X(15) VALUE SPACES.

       01  WS-RG-FOOTER.
           05  FILLER PIC X(16) VALUE "REFUNDS POSTED: ".
           05  WS-RG-F-COUNT    PIC ZZZ9.
           05  FILLER PIC X(18) VALUE "  TOTAL REFUNDED: ".
           05  WS-RG-F-TOTAL    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(18) VALUE "  OUT OF BALANCE: ".
           05  WS-RG-F-OOB      PIC ZZZ9.
           05  FILLER           PIC X(16) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
           PERFORM 0900-OPEN-EXCEPTION-FILE
           PERFORM 1000-LOAD-SCHEDULE-TABLE

           OPEN OUTPUT REFUND-REGISTER-FILE
           MOVE WS-RUN-DATE TO WS-RG-H-RUN-DATE
           WRITE REFUND-REGISTER-LINE FROM WS-RG-HEADING-1
           WRITE REFUND-REGISTER-LINE FROM WS-RG-HEADING-2

           OPEN INPUT TICKET-TRAN-FILE
           PERFORM 2100-READ-TICKET-TRAN
           PERFORM 2000-POST-SALE
               UNTIL WS-TRAN-END-OF-FILE
           CLOSE TICKET-TRAN-FILE

           PERFORM 2700-REFUND-CANCELLED-SHOW
               VARYING WS-S-IDX FROM 1 BY 1
               UNTIL WS-S-IDX > WS-SHOW-COUNT
           PERFORM 2800-RECONCILE-REFUNDS
           CLOSE REFUND-REGISTER-FILE

           PERFORM 3000-REWRITE-SCHEDULE
           PERFORM 4000-PRINT-REPORTS
           CLOSE EXCEPTION-REPORT-FILE
                   TO WS-S-TICKETS-SOLD (WS-SHOW-COUNT)
               MOVE TOUR-REVENUE
                   TO WS-S-REVENUE (WS-SHOW-COUNT)
               MOVE TOUR-REVENUE
                   TO WS-S-OPEN-REVENUE (WS-SHOW-COUNT)
               MOVE TOUR-STATUS     TO WS-S-STATUS (WS-SHOW-COUNT)
               MOVE TOUR-STATUS-REASON
                   TO WS-S-STATUS-REASON (WS-SHOW-COUNT)
               IF TOUR-NEW-EVENT-DATE NOT NUMERIC
                   MOVE 0 TO TOUR-NEW-EVENT-DATE
               END-IF
               IF TOUR-ORIGINAL-DATE NOT NUMERIC
                   MOVE 0 TO TOUR-ORIGINAL-DATE
               END-IF
               MOVE TOUR-NEW-EVENT-DATE
                   TO WS-S-NEW-EVENT-DATE (WS-SHOW-COUNT)
               MOVE TOUR-ORIGINAL-DATE
                   TO WS-S-ORIGINAL-DATE (WS-SHOW-COUNT)
               MOVE 0 TO WS-S-SALES-REVENUE (WS-SHOW-COUNT)
               MOVE 0 TO WS-S-REFUND-TICKETS (WS-SHOW-COUNT)
               MOVE 0 TO WS-S-REFUND-AMOUNT (WS-SHOW-COUNT)
               PERFORM 1100-READ-SCHEDULE
           END-PERFORM
           CLOSE SCHEDULE-FILE.
           END-READ.

      *----------------------------------------------------------------
      * 2000-POST-SALE - a sale or, for TKT-TRAN-TYPE 'R', a refund.
      *----------------------------------------------------------------
       2000-POST-SALE.
           PERFORM 2500-FIND-SHOW
                   MOVE "SHOW NOT ON THE TOUR SCHEDULE"
                       TO EXCP-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN TKT-IS-REFUND
                   PERFORM 2200-POST-REFUND
               WHEN NOT TKT-IS-SALE
                   MOVE "UNKNOWN TICKET TRANSACTION TYPE"
                       TO EXCP-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN WS-S-CANCELLED (WS-SHOW-FOUND-IDX)
                   MOVE "SHOW CANCELLED - NO FURTHER SALES"
                       TO EXCP-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN WS-S-TICKETS-SOLD (WS-SHOW-FOUND-IDX)
                      + TKT-TICKETS-SOLD
                      > WS-S-CAPACITY (WS-SHOW-FOUND-IDX)
                       TKT-TICKETS-SOLD * TKT-TICKET-PRICE
                   ADD WS-SALE-REVENUE
                       TO WS-S-REVENUE (WS-SHOW-FOUND-IDX)
                   ADD WS-SALE-REVENUE
                       TO WS-S-SALES-REVENUE (WS-SHOW-FOUND-IDX)
                   ADD 1 TO WS-POSTED-COUNT
           END-EVALUATE

           END-READ.

      *----------------------------------------------------------------
      * 2200-POST-REFUND - tickets come back at the price on the
      * transaction; neither the count nor the revenue may go below
      * zero.
      *----------------------------------------------------------------
       2200-POST-REFUND.
           COMPUTE WS-REFUND-AMOUNT ROUNDED =
               TKT-TICKETS-SOLD * TKT-TICKET-PRICE
           EVALUATE TRUE
               WHEN TKT-TICKETS-SOLD
                      > WS-S-TICKETS-SOLD (WS-SHOW-FOUND-IDX)
                   MOVE "REFUND EXCEEDS TICKETS SOLD"
                       TO EXCP-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN WS-REFUND-AMOUNT
                      > WS-S-REVENUE (WS-SHOW-FOUND-IDX)
                   MOVE "REFUND EXCEEDS SHOW REVENUE"
                       TO EXCP-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN OTHER
                   MOVE TKT-TICKETS-SOLD TO WS-REFUND-TICKETS
                   MOVE "REFUND"         TO WS-REFUND-KIND
                   SET WS-S-IDX TO WS-SHOW-FOUND-IDX
                   PERFORM 2600-APPLY-REFUND
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2500-FIND-SHOW - by band and event date; a postponed show is
      * also found under the date it was first booked for.
      *----------------------------------------------------------------
       2500-FIND-SHOW.
           MOVE 'N' TO WS-SHOW-FOUND-SWITCH
                   UNTIL WS-S-IDX > WS-SHOW-COUNT
                      OR WS-SHOW-FOUND
               IF WS-S-BAND-NAME (WS-S-IDX) = TKT-BAND-NAME
                  AND (WS-S-EVENT-DATE (WS-S-IDX) = TKT-EVENT-DATE
                    OR WS-S-ORIGINAL-DATE (WS-S-IDX) = TKT-EVENT-DATE)
                   MOVE 'Y' TO WS-SHOW-FOUND-SWITCH
                   MOVE WS-S-IDX TO WS-SHOW-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2600-APPLY-REFUND - WS-REFUND-TICKETS and WS-REFUND-AMOUNT
      * come off the show at WS-S-IDX and go on the register.
      *----------------------------------------------------------------
       2600-APPLY-REFUND.
           SUBTRACT WS-REFUND-TICKETS
               FROM WS-S-TICKETS-SOLD (WS-S-IDX)
           SUBTRACT WS-REFUND-AMOUNT FROM WS-S-REVENUE (WS-S-IDX)
           ADD WS-REFUND-TICKETS TO WS-S-REFUND-TICKETS (WS-S-IDX)
           ADD WS-REFUND-AMOUNT  TO WS-S-REFUND-AMOUNT (WS-S-IDX)
           ADD 1 TO WS-REFUND-COUNT
           ADD WS-REFUND-AMOUNT TO WS-TOTAL-REFUNDED

           MOVE WS-S-BAND-NAME (WS-S-IDX)  TO WS-RG-BAND
           MOVE WS-S-EVENT-DATE (WS-S-IDX) TO WS-RG-DATE
           MOVE WS-REFUND-KIND             TO WS-RG-KIND
           MOVE WS-REFUND-TICKETS          TO WS-RG-TICKETS
           MOVE WS-REFUND-AMOUNT           TO WS-RG-AMOUNT
           MOVE WS-S-STATUS-REASON (WS-S-IDX) TO WS-RG-REASON
           WRITE REFUND-REGISTER-LINE FROM WS-RG-DETAIL-LINE.

      *----------------------------------------------------------------
      * 2700-REFUND-CANCELLED-SHOW - once the batch is in, every
      * ticket still sold on a cancelled show is refunded at what was
      * paid for it: the whole of the remaining revenue.
      *----------------------------------------------------------------
       2700-REFUND-CANCELLED-SHOW.
           IF WS-S-CANCELLED (WS-S-IDX)
              AND (WS-S-TICKETS-SOLD (WS-S-IDX) > 0
                OR WS-S-REVENUE (WS-S-IDX) > 0)
               MOVE WS-S-TICKETS-SOLD (WS-S-IDX) TO WS-REFUND-TICKETS
               MOVE WS-S-REVENUE (WS-S-IDX)      TO WS-REFUND-AMOUNT
               MOVE "CANCELLATION"               TO WS-REFUND-KIND
               PERFORM 2600-APPLY-REFUND
               DISPLAY "CANCELLED SHOW REFUNDED: "
                       WS-S-BAND-NAME (WS-S-IDX) " "
                       WS-S-EVENT-DATE (WS-S-IDX)
           END-IF.

      *----------------------------------------------------------------
      * 2800-RECONCILE-REFUNDS - for each show refunded this run, the
      * register total must equal the revenue reversed on the
      * schedule: opening revenue plus sales posted less closing.
      *----------------------------------------------------------------
       2800-RECONCILE-REFUNDS.
           WRITE REFUND-REGISTER-LINE FROM WS-BLANK-LINE
           WRITE REFUND-REGISTER-LINE FROM WS-RG-RECON-HEADING
           WRITE REFUND-REGISTER-LINE FROM WS-RG-RECON-COLUMNS
           PERFORM VARYING WS-S-IDX FROM 1 BY 1
                   UNTIL WS-S-IDX > WS-SHOW-COUNT
               IF WS-S-REFUND-TICKETS (WS-S-IDX) > 0
                  OR WS-S-REFUND-AMOUNT (WS-S-IDX) > 0
                   COMPUTE WS-REVENUE-REVERSED =
                       WS-S-OPEN-REVENUE (WS-S-IDX)
                     + WS-S-SALES-REVENUE (WS-S-IDX)
                     - WS-S-REVENUE (WS-S-IDX)
                   MOVE WS-S-BAND-NAME (WS-S-IDX)  TO WS-RR-BAND
                   MOVE WS-S-EVENT-DATE (WS-S-IDX) TO WS-RR-DATE
                   MOVE WS-S-REFUND-AMOUNT (WS-S-IDX)
                       TO WS-RR-REFUNDED
                   MOVE WS-REVENUE-REVERSED TO WS-RR-REVERSED
                   IF WS-REVENUE-REVERSED
                          = WS-S-REFUND-AMOUNT (WS-S-IDX)
                       MOVE "RECONCILED"     TO WS-RR-RESULT
                   ELSE
                       MOVE "OUT OF BALANCE" TO WS-RR-RESULT
                       ADD 1 TO WS-OUT-OF-BALANCE-COUNT
                   END-IF
                   WRITE REFUND-REGISTER-LINE FROM WS-RG-RECON-LINE
               END-IF
           END-PERFORM

           WRITE REFUND-REGISTER-LINE FROM WS-BLANK-LINE
           MOVE WS-REFUND-COUNT         TO WS-RG-F-COUNT
           MOVE WS-TOTAL-REFUNDED       TO WS-RG-F-TOTAL
           MOVE WS-OUT-OF-BALANCE-COUNT TO WS-RG-F-OOB
           WRITE REFUND-REGISTER-LINE FROM WS-RG-FOOTER
           IF WS-OUT-OF-BALANCE-COUNT > 0
               DISPLAY "*** REFUND REGISTER OUT OF BALANCE: "
                       WS-OUT-OF-BALANCE-COUNT " SHOW(S) ***"
           END-IF.

      *----------------------------------------------------------------
      * 2900-LOG-REJECT
      *----------------------------------------------------------------
               MOVE WS-S-TICKETS-SOLD (WS-S-IDX)
                   TO TOUR-TICKETS-SOLD
               MOVE WS-S-REVENUE (WS-S-IDX)    TO TOUR-REVENUE
               MOVE WS-S-STATUS (WS-S-IDX)     TO TOUR-STATUS
               MOVE WS-S-STATUS-REASON (WS-S-IDX)
                   TO TOUR-STATUS-REASON
               MOVE WS-S-NEW-EVENT-DATE (WS-S-IDX)
                   TO TOUR-NEW-EVENT-DATE
               MOVE WS-S-ORIGINAL-DATE (WS-S-IDX)
                   TO TOUR-ORIGINAL-DATE
               WRITE TOUR-SCHEDULE-RECORD
           END-PERFORM
           CLOSE SCHEDULE-FILE.
           WRITE SALES-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-POSTED-COUNT   TO WS-F-POSTED
           MOVE WS-REJECTED-COUNT TO WS-F-REJECTED
           MOVE WS-REFUND-COUNT   TO WS-F-REFUNDS
           WRITE SALES-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE SALES-REPORT-FILE
           DISPLAY "SALES POSTED: " WS-POSTED-COUNT
                   "  REJECTED: " WS-REJECTED-COUNT
                   "  REFUNDS: " WS-REFUND-COUNT.

      *----------------------------------------------------------------
      * 4100-PRINT-SHOW - one sellthrough line, fed into the band
           END-IF
           MOVE WS-SELLTHROUGH-PCT TO WS-D-PCT
           MOVE WS-S-REVENUE (WS-S-IDX) TO WS-D-REVENUE
           EVALUATE WS-S-STATUS (WS-S-IDX)
               WHEN 'C'
                   MOVE "CANCELLED" TO WS-D-STATUS
               WHEN 'P'
                   MOVE "POSTPONED" TO WS-D-STATUS
               WHEN OTHER
                   MOVE SPACES      TO WS-D-STATUS
           END-EVALUATE
           WRITE SALES-REPORT-LINE FROM WS-DETAIL-LINE

           MOVE 'N' TO WS-BAND-FOUND-SWITCH
