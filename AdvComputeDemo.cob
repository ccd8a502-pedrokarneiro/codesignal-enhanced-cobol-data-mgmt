      *                  RUN'S RECORD COUNTS AND FINAL STATUS, AND AN
      *                  ABEND LEAVES NO END RECORD, WHICH IS HOW THE
      *                  MORNING OPERATIONS REPORT SPOTS IT.
      * 2026-10-15  DLH  PRINTS EACH ACCOUNT'S BRANCH, SUBTOTALS THE
      *                  ACCOUNTS AND ENDING BALANCES BY BRANCH AFTER
      *                  THE FOOTER, AND FOLLOWS THE RUN'S EODCTL
      *                  CONTROL RECORD WITH ONE BRANCH SUBTOTAL
      *                  RECORD PER BRANCH.
      * 2026-10-15  DLH  CHECKS IN WITH THE SHARED PostingRegister
      *                  BEFORE THE RUN AND REGISTERS THE BUSINESS DATE
      *                  WHEN IT FINISHES.  A RERUN FOR A DATE ALREADY
      *                  POSTED ENDS RC 8 UNLESS A RERUNREQ ENTRY ASKS
      *                  FOR REPLACE MODE, WHICH FIRST CLEARS THIS
      *                  PROGRAM'S EODCTL ENTRIES FOR THE DATE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.
       01  POSTING-REGISTER-PARMS.
           COPY POSTREGP.
       01  WS-CONTROL-STATUS         PIC X(2).

       01  WS-SIZE-ERROR-SWITCH      PIC X VALUE 'N'.
       01  WS-RATE-TABLE.
           COPY INTRTTAB.

       01  WS-BRANCH-TOTAL-COUNT     PIC 9(3) COMP VALUE 0.
       01  WS-BRTOT-FOUND-SWITCH     PIC X VALUE 'N'.
           88  WS-BRTOT-FOUND        VALUE 'Y'.
       01  WS-BRANCH-TOTALS.
           COPY BRTOTAL.

       01  WS-LINE-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-PAGE-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-PAGE-SIZE              PIC 9(4) COMP VALUE 20.
           05  FILLER PIC X(16) VALUE "BEGIN BALANCE".
           05  FILLER PIC X(10) VALUE "RATE".
           05  FILLER PIC X(16) VALUE "END BALANCE".
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(6)  VALUE "BRANCH".
           05  FILLER PIC X(20) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(17) VALUE "RECORDS PRINTED: ".
           05  WS-D-RATE          PIC ZZ9.99.
           05  FILLER             PIC X(6) VALUE SPACES.
           05  WS-D-END-BAL       PIC ZZ,ZZZ.99-.
           05  FILLER             PIC X(6) VALUE SPACES.
           05  WS-D-BRANCH        PIC X(3).
           05  FILLER             PIC X(23) VALUE SPACES.

       01  WS-BRANCH-HEADING.
           05  FILLER PIC X(16) VALUE "BRANCH SUBTOTALS".
           05  FILLER PIC X(64) VALUE SPACES.

       01  WS-BRANCH-LINE.
           05  FILLER PIC X(8)  VALUE "BRANCH: ".
           05  WS-B-BRANCH        PIC X(3).
           05  FILLER PIC X(12) VALUE "  ACCOUNTS: ".
           05  WS-B-COUNT         PIC ZZZZ9.
           05  FILLER PIC X(15) VALUE "  END BALANCE: ".
           05  WS-B-END-BAL       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(22) VALUE SPACES.

      *----------------------------------------------------------------
           END-IF
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."

           MOVE SPACES TO POSTING-REGISTER-PARMS
           MOVE "AdvComputeDemo" TO PREG-PROGRAM-ID
           MOVE "EODCTL"   TO PREG-APPEND-FILE (1)
           MOVE 'C' TO PREG-FUNCTION
           CALL "PostingRegister" USING POSTING-REGISTER-PARMS
           IF PREG-RUN-REFUSED
               MOVE 'E' TO RLOG-ACTION
               MOVE 0 TO RLOG-RECORDS-READ
               MOVE 0 TO RLOG-RECORDS-WRITTEN
               MOVE "RFSD" TO RLOG-FINAL-STATUS
               CALL "RunLog" USING RUN-LOG-PARMS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
           PERFORM 1700-LOAD-RATE-TABLE
           PERFORM 2000-PROCESS-ACCOUNTS
               UNTIL WS-END-OF-FILE
           PERFORM 3000-TERMINATE
           MOVE 'F' TO PREG-FUNCTION
           CALL "PostingRegister" USING POSTING-REGISTER-PARMS
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-RECORD-COUNT TO RLOG-RECORDS-READ
           MOVE WS-RECORD-COUNT TO RLOG-RECORDS-WRITTEN
           MOVE 'N' TO WS-SIZE-ERROR-SWITCH
           MOVE ACCTM-ACCOUNT-NUMBER TO WS-D-ACCOUNT
           MOVE ACCTM-ACCOUNT-BALANCE TO WS-D-BEGIN-BAL
           MOVE ACCTM-BRANCH-CODE TO WS-D-BRANCH
           PERFORM 1800-LOOKUP-RATE
           MOVE WS-CURRENT-RATE TO WS-D-RATE

               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-RECORD-COUNT
               ADD Result TO WS-TOTAL-ENDING-BALANCE
               PERFORM 2200-ADD-BRANCH-TOTAL

               COMPUTE Result ROUNDED = ACCTM-MONTHLY-SPENDINGS / 30
                   ON SIZE ERROR
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2200-ADD-BRANCH-TOTAL - add the account just posted into its
      * branch's subtotal, starting a new entry the first time the
      * branch is met.  An account with no branch on file subtotals
      * under a blank code.
      *----------------------------------------------------------------
       2200-ADD-BRANCH-TOTAL.
           MOVE 'N' TO WS-BRTOT-FOUND-SWITCH
           PERFORM VARYING BRTOT-IDX FROM 1 BY 1
                   UNTIL BRTOT-IDX > WS-BRANCH-TOTAL-COUNT
                      OR WS-BRTOT-FOUND
               IF BRTOT-BRANCH-CODE (BRTOT-IDX) = ACCTM-BRANCH-CODE
                   MOVE 'Y' TO WS-BRTOT-FOUND-SWITCH
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-BRTOT-FOUND
                   SET BRTOT-IDX DOWN BY 1
               WHEN WS-BRANCH-TOTAL-COUNT < 50
                   ADD 1 TO WS-BRANCH-TOTAL-COUNT
                   SET BRTOT-IDX TO WS-BRANCH-TOTAL-COUNT
                   MOVE ACCTM-BRANCH-CODE
                       TO BRTOT-BRANCH-CODE (BRTOT-IDX)
                   MOVE 0 TO BRTOT-RECORD-COUNT (BRTOT-IDX)
                   MOVE 0 TO BRTOT-AMOUNT (BRTOT-IDX)
                   MOVE 0 TO BRTOT-OTHER-COUNT (BRTOT-IDX)
                   MOVE 'Y' TO WS-BRTOT-FOUND-SWITCH
               WHEN OTHER
                   DISPLAY "*** BRANCH TOTAL TABLE FULL - ACCOUNT "
                           ACCTM-ACCOUNT-NUMBER
                           " NOT SUBTOTALED ***"
           END-EVALUATE
           IF WS-BRTOT-FOUND
               ADD 1      TO BRTOT-RECORD-COUNT (BRTOT-IDX)
               ADD Result TO BRTOT-AMOUNT (BRTOT-IDX)
           END-IF.

      *----------------------------------------------------------------
      * 3000-TERMINATE
      *----------------------------------------------------------------

           MOVE WS-RECORD-COUNT TO WS-F-RECORD-COUNT
           WRITE BALANCE-REPORT-LINE FROM WS-REPORT-FOOTER
           WRITE BALANCE-REPORT-LINE FROM WS-BRANCH-HEADING
           PERFORM VARYING BRTOT-IDX FROM 1 BY 1
                   UNTIL BRTOT-IDX > WS-BRANCH-TOTAL-COUNT
               MOVE BRTOT-BRANCH-CODE (BRTOT-IDX)  TO WS-B-BRANCH
               MOVE BRTOT-RECORD-COUNT (BRTOT-IDX) TO WS-B-COUNT
               MOVE BRTOT-AMOUNT (BRTOT-IDX)       TO WS-B-END-BAL
               WRITE BALANCE-REPORT-LINE FROM WS-BRANCH-LINE
           END-PERFORM
           CLOSE BALANCE-REPORT-FILE

           OPEN EXTEND CONTROL-REPORT-FILE
           MOVE WS-TOTAL-ENDING-BALANCE TO CTL-TOTAL-BALANCE
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
