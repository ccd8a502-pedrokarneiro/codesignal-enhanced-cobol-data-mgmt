      *                  CLOCK, SO A PAST-MIDNIGHT RERUN STILL STAMPS
      *                  ITS POSTINGS AND EXCEPTIONS WITH THE
      *                  INTENDED BUSINESS DATE.
      * 2026-10-15  DLH  A POSTING RUN CHECKS IN WITH THE SHARED
      *                  PostingRegister AND REGISTERS THE BUSINESS DATE
      *                  ONCE IT HAS POSTED.  A RERUN FOR A DATE ALREADY
      *                  POSTED ENDS RC 8 UNLESS A RERUNREQ ENTRY ASKS
      *                  FOR REPLACE MODE, WHICH FIRST CLEARS THIS
      *                  PROGRAM'S BALAUDIT ENTRIES FOR THE DATE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.
       01  POSTING-REGISTER-PARMS.
           COPY POSTREGP.

       01  WS-RUN-DATE PIC 9(8).

           END-IF
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."

           MOVE SPACES TO POSTING-REGISTER-PARMS
           MOVE "ComputeDemo03" TO PREG-PROGRAM-ID
           MOVE "BALAUDIT" TO PREG-APPEND-FILE (1)
           MOVE 'C' TO PREG-FUNCTION
           CALL "PostingRegister" USING POSTING-REGISTER-PARMS
           IF PREG-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           MOVE 100.00 TO CM-ACCOUNT-BALANCE OF Customer
           MOVE 50.00  TO CM-ACCOUNT-BALANCE OF Customer2

           DISPLAY WS-TOTAL-BALANCE-EDIT.

           PERFORM 1000-WRITE-AUDIT-RECORD
           MOVE 'F' TO PREG-FUNCTION
           CALL "PostingRegister" USING POSTING-REGISTER-PARMS

           GO TO 9999-EXIT.

