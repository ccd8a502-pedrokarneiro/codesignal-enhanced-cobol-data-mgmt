      *                  ENTRY, AND PRINTS A REGISTER.  AN UNKNOWN OR
      *                  TERMINATED EMPLOYEE REJECTS TO EXCPRPT.
      *                  REGULAR-CYCLE PROCESSING IS UNTOUCHED.
      * 2026-10-15  DLH  THE PAYHIST ENTRY IS NOW TYPED 'S', SO A
      *                  RETROACTIVE RE-PRICING LEAVES ONE-TIME
      *                  PAYMENTS ALONE.
      * 2026-10-15  DLH  EMPYTD NOW CARRIES THE 401(K) DEFERRAL AND
      *                  EMPLOYER MATCH ACCUMULATORS; THEY ARE CARRIED
      *                  THROUGH THE REWRITE UNCHANGED.
      * 2026-10-15  DLH  CHECKS IN WITH THE SHARED PostingRegister
      *                  BEFORE OPENING ITS FILES AND REGISTERS THE
      *                  BUSINESS DATE WHEN THE RUN FINISHES.  A RERUN
      *                  FOR A DATE ALREADY POSTED ENDS RC 8 UNLESS A
      *                  RERUNREQ ENTRY ASKS FOR REPLACE MODE, WHICH
      *                  FIRST CLEARS THE DATE'S SUPPLEMENTAL ('S')
      *                  PAYHIST ENTRIES AND THIS PROGRAM'S EODSUM
      *                  ENTRY.
      * 2026-10-15  DLH  NO LONGER CHECKS IN WITH PostingRegister.  THE
      *                  PROGRAM RUNS ON DEMAND, SOMETIMES MORE THAN
      *                  ONCE A DAY, SO ONE REGISTRATION PER BUSINESS
      *                  DATE REFUSED A SECOND GENUINE BATCH, AND A
      *                  FORCED REPLACE PURGED THE FIRST BATCH'S PAYHIST
      *                  AND EODSUM ENTRIES WHILE ITS EMPYTD UPDATES
      *                  STOOD.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-Y-GARNISHMENT   PIC S9(6)V99.
               10  WS-Y-NET           PIC S9(8)V99.
               10  WS-Y-BENEFIT       PIC S9(7)V99.
               10  WS-Y-401K-DEFERRAL PIC S9(6)V99.
               10  WS-Y-401K-MATCH    PIC S9(6)V99.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.
               MOVE EMPYTD-NET-PAY TO WS-Y-NET (WS-YTD-COUNT)
               MOVE EMPYTD-EMPLOYER-BENEFIT
                   TO WS-Y-BENEFIT (WS-YTD-COUNT)
               MOVE EMPYTD-401K-DEFERRAL
                   TO WS-Y-401K-DEFERRAL (WS-YTD-COUNT)
               MOVE EMPYTD-401K-MATCH
                   TO WS-Y-401K-MATCH (WS-YTD-COUNT)
               PERFORM 1450-READ-YTD
           END-PERFORM
           IF WS-YTD-STATUS NOT = "35"
               MOVE 0 TO WS-Y-GARNISHMENT (WS-YTD-COUNT)
               MOVE 0 TO WS-Y-NET (WS-YTD-COUNT)
               MOVE 0 TO WS-Y-BENEFIT (WS-YTD-COUNT)
               MOVE 0 TO WS-Y-401K-DEFERRAL (WS-YTD-COUNT)
               MOVE 0 TO WS-Y-401K-MATCH (WS-YTD-COUNT)
               MOVE WS-YTD-COUNT TO WS-YTD-FOUND-IDX
           END-IF

           MOVE 0                    TO PAYH-DEDUCTION
           MOVE 0                    TO PAYH-GARNISHMENT
           MOVE WS-NET-PAY           TO PAYH-NET-PAY
           MOVE 'S'                  TO PAYH-ENTRY-TYPE
           MOVE 0                    TO PAYH-PAY-RATE
           MOVE 0                    TO PAYH-BONUS
           WRITE PAY-HISTORY-RECORD.

      *----------------------------------------------------------------
               MOVE WS-Y-NET (WS-YTD-IDX)      TO EMPYTD-NET-PAY
               MOVE WS-Y-BENEFIT (WS-YTD-IDX)
                   TO EMPYTD-EMPLOYER-BENEFIT
               MOVE WS-Y-401K-DEFERRAL (WS-YTD-IDX)
                   TO EMPYTD-401K-DEFERRAL
               MOVE WS-Y-401K-MATCH (WS-YTD-IDX)
                   TO EMPYTD-401K-MATCH
               WRITE EMPYTD-RECORD
           END-PERFORM
           CLOSE YTD-FILE.
