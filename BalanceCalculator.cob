      *                  CLOCK, SO A SUITE THAT SLIPS PAST MIDNIGHT OR
      *                  A NEXT-MORNING RERUN STILL STAMPS EVERYTHING
      *                  WITH THE INTENDED BUSINESS DATE.
      * 2026-10-15  DLH  EACH CUSTOMER NOW CARRIES THE BRANCH THE
      *                  ACCOUNT IS BOOKED AT (CM-BRANCH-CODE).  THE
      *                  REPORT PRINTS IT AND SUBTOTALS THE ENDING
      *                  BALANCES BY BRANCH, AND THE EODCTL CONTROL
      *                  RECORD IS FOLLOWED BY ONE BRANCH SUBTOTAL
      *                  RECORD PER BRANCH.
      * 2026-10-15  DLH  CHECKS IN WITH THE SHARED PostingRegister
      *                  BEFORE ANY FILE IS OPENED AND REGISTERS THE
      *                  BUSINESS DATE ONCE ITS EODCTL AND BALHIST
      *                  ENTRIES ARE WRITTEN.  A RERUN FOR A DATE
      *                  ALREADY POSTED ENDS THE RUN RC 8 UNLESS A
      *                  RERUNREQ ENTRY ASKS FOR REPLACE MODE, WHICH
      *                  FIRST CLEARS THIS PROGRAM'S ENTRIES FOR THE
      *                  DATE FROM BOTH FILES.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.
       01  POSTING-REGISTER-PARMS.
           COPY POSTREGP.
       01  WS-CONTROL-STATUS         PIC X(2).
       01  WS-HISTORY-STATUS         PIC X(2).
       01  WS-EXCP-STATUS            PIC X(2).
           88  WS-CURR-CODE-FOUND     VALUE 'Y'.
       01  WS-CURR-FOUND-IDX          PIC 9(1) COMP VALUE 0.

       01  WS-BRANCH-TOTAL-COUNT      PIC 9(3) COMP VALUE 0.
       01  WS-BRTOT-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-BRTOT-FOUND         VALUE 'Y'.
       01  WS-BRANCH-KEY              PIC X(3).
       01  WS-BRANCH-AMOUNT           PIC S9(7)V99.
       01  WS-BRANCH-TOTALS.
           COPY BRTOTAL.

       01  WS-REPORT-HEADING-0.
           05  FILLER PIC X(6)  VALUE "PAGE: ".
           05  WS-H-PAGE-NUMBER PIC ZZZ9.
           05  FILLER PIC X(16) VALUE "BEGIN BALANCE".
           05  FILLER PIC X(16) VALUE "END BALANCE".
           05  FILLER PIC X(10) VALUE "CURRENCY".
           05  FILLER PIC X(6)  VALUE "BRANCH".
           05  FILLER PIC X(20) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(17) VALUE "RECORDS PRINTED: ".
           05  WS-D-END-BAL       PIC ZZ,ZZZ.99-.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-D-CURRENCY      PIC X(3).
           05  FILLER             PIC X(11) VALUE SPACES.
           05  WS-D-BRANCH        PIC X(3).
           05  FILLER             PIC X(23) VALUE SPACES.

       01  WS-BRANCH-HEADING.
           05  FILLER PIC X(16) VALUE "BRANCH SUBTOTALS".
           05  FILLER PIC X(64) VALUE SPACES.

       01  WS-BRANCH-LINE.
           05  FILLER PIC X(8)  VALUE "BRANCH: ".
           05  WS-B-BRANCH        PIC X(3).
           05  FILLER PIC X(13) VALUE "  CUSTOMERS: ".
           05  WS-B-COUNT         PIC ZZZZ9.
           05  FILLER PIC X(19) VALUE "  END BALANCE USD: ".
           05  WS-B-END-BAL       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(17) VALUE SPACES.

       01  Customer.
           COPY CUSTMAST.
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE SPACES TO POSTING-REGISTER-PARMS
           MOVE "BalanceCalculator" TO PREG-PROGRAM-ID
           MOVE "EODCTL"   TO PREG-APPEND-FILE (1)
           MOVE "BALHIST"  TO PREG-APPEND-FILE (2)
           MOVE 'C' TO PREG-FUNCTION
           CALL "PostingRegister" USING POSTING-REGISTER-PARMS
           IF PREG-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0900-OPEN-EXCEPTION-FILE

           OPEN OUTPUT BALANCE-REPORT-FILE
           MOVE "GBP"   TO CM-CURRENCY-CODE OF Customer
           MOVE 100.00  TO CM-WITHDRAWAL-AMOUNT OF Customer
           MOVE 200.00  TO CM-CREDIT-LIMIT OF Customer
           MOVE "001"   TO CM-BRANCH-CODE OF Customer
           MOVE 3000000002 TO CM-ACCOUNT-NUMBER OF Customer2
           MOVE 500.00  TO CM-ACCOUNT-BALANCE OF Customer2
           MOVE "EUR"   TO CM-CURRENCY-CODE OF Customer2
           MOVE 50.00   TO CM-DEPOSIT-AMOUNT OF Customer2
           MOVE "002"   TO CM-BRANCH-CODE OF Customer2

           PERFORM 1600-LOAD-CURRENCY-TABLE
           PERFORM 1700-CONVERT-WITHDRAWAL-TO-USD
           PERFORM 4000-PRINT-DETAIL
           PERFORM 5000-WRITE-CONTROL-RECORD
           PERFORM 5100-WRITE-HISTORY-RECORDS
           MOVE 'F' TO PREG-FUNCTION
           CALL "PostingRegister" USING POSTING-REGISTER-PARMS

           MOVE Overall-Balance TO WS-OVERALL-BALANCE-EDIT
           DISPLAY 'Overall Balance: ' WS-OVERALL-BALANCE-EDIT.
           PERFORM 3500-CONVERT-CURRENCY
           MOVE WS-CONVERTED-BALANCE TO WS-D-END-BAL
           MOVE CM-CURRENCY-CODE OF Customer TO WS-D-CURRENCY
           MOVE CM-BRANCH-CODE OF Customer TO WS-D-BRANCH
           WRITE BALANCE-REPORT-LINE FROM WS-DETAIL-LINE
           MOVE CM-BRANCH-CODE OF Customer TO WS-BRANCH-KEY
           MOVE CM-NEW-BALANCE OF Customer TO WS-BRANCH-AMOUNT
           PERFORM 4100-ADD-BRANCH-TOTAL

           MOVE "CUSTOMER-2" TO WS-D-CUSTOMER
           MOVE CM-ACCOUNT-BALANCE OF Customer2 TO WS-D-BEGIN-BAL
           PERFORM 3500-CONVERT-CURRENCY
           MOVE WS-CONVERTED-BALANCE TO WS-D-END-BAL
           MOVE CM-CURRENCY-CODE OF Customer2 TO WS-D-CURRENCY
           MOVE CM-BRANCH-CODE OF Customer2 TO WS-D-BRANCH
           WRITE BALANCE-REPORT-LINE FROM WS-DETAIL-LINE
           MOVE CM-BRANCH-CODE OF Customer2 TO WS-BRANCH-KEY
           MOVE CM-NEW-BALANCE OF Customer2 TO WS-BRANCH-AMOUNT
           PERFORM 4100-ADD-BRANCH-TOTAL

           ADD 2 TO WS-RECORD-COUNT

           WRITE BALANCE-REPORT-LINE FROM WS-BRANCH-HEADING
           PERFORM VARYING BRTOT-IDX FROM 1 BY 1
                   UNTIL BRTOT-IDX > WS-BRANCH-TOTAL-COUNT
               MOVE BRTOT-BRANCH-CODE (BRTOT-IDX)  TO WS-B-BRANCH
               MOVE BRTOT-RECORD-COUNT (BRTOT-IDX) TO WS-B-COUNT
               MOVE BRTOT-AMOUNT (BRTOT-IDX)       TO WS-B-END-BAL
               WRITE BALANCE-REPORT-LINE FROM WS-BRANCH-LINE
           END-PERFORM.

      *----------------------------------------------------------------
      * 4100-ADD-BRANCH-TOTAL - add WS-BRANCH-AMOUNT, a customer's USD
      * ending balance, into the subtotal for branch WS-BRANCH-KEY,
      * starting a new entry the first time the branch is met.
      *----------------------------------------------------------------
       4100-ADD-BRANCH-TOTAL.
           MOVE 'N' TO WS-BRTOT-FOUND-SWITCH
           PERFORM VARYING BRTOT-IDX FROM 1 BY 1
                   UNTIL BRTOT-IDX > WS-BRANCH-TOTAL-COUNT
                      OR WS-BRTOT-FOUND
               IF BRTOT-BRANCH-CODE (BRTOT-IDX) = WS-BRANCH-KEY
                   MOVE 'Y' TO WS-BRTOT-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-BRTOT-FOUND
               SET BRTOT-IDX DOWN BY 1
           ELSE
               ADD 1 TO WS-BRANCH-TOTAL-COUNT
               SET BRTOT-IDX TO WS-BRANCH-TOTAL-COUNT
               MOVE WS-BRANCH-KEY TO BRTOT-BRANCH-CODE (BRTOT-IDX)
               MOVE 0 TO BRTOT-RECORD-COUNT (BRTOT-IDX)
               MOVE 0 TO BRTOT-AMOUNT (BRTOT-IDX)
               MOVE 0 TO BRTOT-OTHER-COUNT (BRTOT-IDX)
           END-IF
           ADD 1                TO BRTOT-RECORD-COUNT (BRTOT-IDX)
           ADD WS-BRANCH-AMOUNT TO BRTOT-AMOUNT (BRTOT-IDX).

      *----------------------------------------------------------------
      * 5000-WRITE-CONTROL-RECORD - append this run's summary to the
      * shared end-of-day reconciliation report.  Only reached when
      * both customers post cleanly; an overdraft rejection leaves
      * nothing to reconcile, so no record is written for that run.
      * The branch subtotal records follow the run total.
      *----------------------------------------------------------------
       5000-WRITE-CONTROL-RECORD.
           OPEN EXTEND CONTROL-REPORT-FILE
           MOVE Overall-Balance    TO CTL-TOTAL-BALANCE
           MOVE 0 TO CTL-HASH-TOTAL
           MOVE WS-RUN-DATE TO CTL-RUN-DATE
           MOVE SPACE  TO CTL-RECORD-TYPE
           MOVE SPACES TO CTL-BRANCH-CODE
           WRITE CONTROL-RECORD
           PERFORM VARYING BRTOT-IDX FROM 1 BY 1
                   UNTIL BRTOT-IDX > WS-BRANCH-TOTAL-COUNT
               MOVE 'B' TO CTL-RECORD-TYPE
               MOVE BRTOT-BRANCH-CODE (BRTOT-IDX)  TO CTL-BRANCH-CODE
               MOVE BRTOT-RECORD-COUNT (BRTOT-IDX) TO CTL-RECORD-COUNT
               MOVE BRTOT-AMOUNT (BRTOT-IDX)       TO CTL-TOTAL-BALANCE
               WRITE CONTROL-RECORD
           END-PERFORM
           CLOSE CONTROL-REPORT-FILE.

      *----------------------------------------------------------------
