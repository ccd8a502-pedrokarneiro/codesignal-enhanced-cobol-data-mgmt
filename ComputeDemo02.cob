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

       01  Calculated-Tax PIC S9(3)V99 VALUE 0.1.

               GO TO 9999-EXIT
           END-IF

           MOVE SPACES TO POSTING-REGISTER-PARMS
           MOVE "ComputeDemo02" TO PREG-PROGRAM-ID
           MOVE "BALAUDIT" TO PREG-APPEND-FILE (1)
           MOVE "BALHIST"  TO PREG-APPEND-FILE (2)
           MOVE 'C' TO PREG-FUNCTION
           CALL "PostingRegister" USING POSTING-REGISTER-PARMS
           IF PREG-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           PERFORM 1000-VALIDATE-WITHDRAWAL
           IF WS-LIMIT-EXCEEDED
               DISPLAY "*** REJECTED - OVER DAILY WITHDRAWAL LIMIT ***"

           PERFORM 2000-WRITE-AUDIT-RECORD
           PERFORM 2100-WRITE-HISTORY-RECORD
           MOVE 'F' TO PREG-FUNCTION
           CALL "PostingRegister" USING POSTING-REGISTER-PARMS

           GO TO 9999-EXIT.

