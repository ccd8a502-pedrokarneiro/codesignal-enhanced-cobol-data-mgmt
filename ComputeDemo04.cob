      *                  CLOCK, SO A PAST-MIDNIGHT RERUN STILL STAMPS
      *                  ITS POSTINGS AND EXCEPTIONS WITH THE
      *                  INTENDED BUSINESS DATE.
      * 2026-10-15  DLH  A POSTING RUN CHECKS IN WITH THE SHARED
      *                  PostingRegister AND REGISTERS THE BUSINESS DATE
      *                  ONCE IT HAS POSTED.  A RERUN FOR A DATE ALREADY
      *                  POSTED ENDS RC 8 UNLESS A RERUNREQ ENTRY ASKS
      *                  FOR REPLACE MODE, WHICH FIRST CLEARS THIS
      *                  PROGRAM'S BALAUDIT AND BALHIST ENTRIES FOR THE
      *                  DATE.  A REVERSAL IS A CORRECTION, NOT A
      *                  POSTING RUN, AND IS NOT CHECKED.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.
       01  POSTING-REGISTER-PARMS.
           COPY POSTREGP.

       01  WS-RUN-DATE PIC 9(8).

               GO TO 9999-EXIT
           END-IF

           MOVE SPACES TO POSTING-REGISTER-PARMS
           MOVE "ComputeDemo04" TO PREG-PROGRAM-ID
           MOVE "BALAUDIT" TO PREG-APPEND-FILE (1)
           MOVE "BALHIST"  TO PREG-APPEND-FILE (2)
           MOVE 'C' TO PREG-FUNCTION
           CALL "PostingRegister" USING POSTING-REGISTER-PARMS
           IF PREG-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           COMPUTE CM-NEW-BALANCE ROUNDED = CM-ACCOUNT-BALANCE
                               + CM-DEPOSIT-AMOUNT
                               - Precalculated-Tax

           PERFORM 1000-WRITE-AUDIT-RECORD
           PERFORM 2000-WRITE-HISTORY-RECORD
           MOVE 'F' TO PREG-FUNCTION
           CALL "PostingRegister" USING POSTING-REGISTER-PARMS

           GO TO 9999-EXIT.

