      *                  CLOCK, SO A SUITE THAT SLIPS PAST MIDNIGHT OR
      *                  A NEXT-MORNING RERUN STILL STAMPS EVERYTHING
      *                  WITH THE INTENDED BUSINESS DATE.
      * 2026-10-15  DLH  A POSTING RUN CHECKS IN WITH THE SHARED
      *                  PostingRegister AND REGISTERS THE BUSINESS DATE
      *                  ONCE IT HAS POSTED.  A RERUN FOR A DATE ALREADY
      *                  POSTED ENDS RC 8 UNLESS A RERUNREQ ENTRY ASKS
      *                  FOR REPLACE MODE, WHICH FIRST CLEARS THIS
      *                  PROGRAM'S BALAUDIT, BALHIST AND EODSUM ENTRIES
      *                  FOR THE DATE.  A REPLACE REPOSTS EVERY
      *                  CUSTOMER, SO IT IGNORES ANY CHECKPOINT LEFT BY
      *                  THE FAILED RUN.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.
       01  POSTING-REGISTER-PARMS.
           COPY POSTREGP.

      *----------------------------------------------------------------
      * 0000-MAINLINE
           END-IF
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."

           MOVE SPACES TO POSTING-REGISTER-PARMS
           MOVE "ComputeDemo05" TO PREG-PROGRAM-ID
           MOVE "BALAUDIT" TO PREG-APPEND-FILE (1)
           MOVE "BALHIST"  TO PREG-APPEND-FILE (2)
           MOVE "EODSUM"   TO PREG-APPEND-FILE (3)
           MOVE 'C' TO PREG-FUNCTION
           CALL "PostingRegister" USING POSTING-REGISTER-PARMS
           IF PREG-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-LOAD-CUSTOMER-TABLE
           PERFORM 1500-RECOVER-CHECKPOINT
           PERFORM 2000-CALCULATE-NET-BALANCES
           MOVE Total-Balance TO WS-TOTAL-BALANCE-EDIT
           DISPLAY 'Total Balance: ' WS-TOTAL-BALANCE-EDIT
           PERFORM 4300-WRITE-SUMMARY-RECORD
           MOVE 'F' TO PREG-FUNCTION
           CALL "PostingRegister" USING POSTING-REGISTER-PARMS

           STOP RUN.

      *----------------------------------------------------------------
      * 1500-RECOVER-CHECKPOINT - pick up the count of customers
      * already posted on a prior run, if any, so 4000-POST-ACCOUNTS
      * does not re-post them.  A replace run has just cleared every
      * posting the failed run made, so it starts from the first
      * customer whatever the checkpoint says.
      *----------------------------------------------------------------
       1500-RECOVER-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
               READ CHECKPOINT-FILE INTO CHECKPOINT-RECORD
               MOVE CHKPT-RECORDS-POSTED TO WS-RESTART-COUNT
               CLOSE CHECKPOINT-FILE
               IF PREG-REPLACE-RUN
                   MOVE 0 TO WS-RESTART-COUNT
                   DISPLAY "REPLACE RUN - CHECKPOINT IGNORED, EVERY "
                           "CUSTOMER REPOSTED"
               ELSE
                   DISPLAY "RESTARTING AFTER CUSTOMER "
                           WS-RESTART-COUNT
               END-IF
           END-IF
           MOVE WS-RESTART-COUNT TO WS-RECORDS-POSTED.

