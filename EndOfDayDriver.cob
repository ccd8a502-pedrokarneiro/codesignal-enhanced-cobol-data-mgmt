      *                  RUN'S RECORD COUNTS AND FINAL STATUS, AND AN
      *                  ABEND LEAVES NO END RECORD, WHICH IS HOW THE
      *                  MORNING OPERATIONS REPORT SPOTS IT.
      * 2026-10-15  DLH  CHECKS IN WITH THE SHARED PostingRegister
      *                  BEFORE CALLING THE POSTING STEPS AND REGISTERS
      *                  THE BUSINESS DATE WHEN IT FINISHES.  A RERUN
      *                  FOR A DATE ALREADY POSTED ENDS RC 8 UNLESS A
      *                  RERUNREQ ENTRY ASKS FOR REPLACE MODE, WHICH
      *                  FIRST CLEARS THIS PROGRAM'S EODSUM ENTRY FOR
      *                  THE DATE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.
       01  POSTING-REGISTER-PARMS.
           COPY POSTREGP.
       01  WS-SUMMARY-STATUS      PIC X(2).

       01  ED-MONTHLY-EXPENSE     PIC S9(6)V99.
           END-IF
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."

           MOVE SPACES TO POSTING-REGISTER-PARMS
           MOVE "EndOfDayDriver" TO PREG-PROGRAM-ID
           MOVE "EODSUM"   TO PREG-APPEND-FILE (1)
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

           CALL "ComputeExpenses" USING ED-MONTHLY-EXPENSE
           CALL "FinanceCalculator" USING ED-INTEREST-EARNED
           CALL "BalanceCalculator" USING ED-OVERALL-BALANCE

           PERFORM 1000-WRITE-SUMMARY-RECORD

           MOVE 'F' TO PREG-FUNCTION
           CALL "PostingRegister" USING POSTING-REGISTER-PARMS
           MOVE 'E' TO RLOG-ACTION
           MOVE 0 TO RLOG-RECORDS-READ
           MOVE 1 TO RLOG-RECORDS-WRITTEN
