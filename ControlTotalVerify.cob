      *                  CLOCK, SO A SUITE THAT SLIPS PAST MIDNIGHT OR
      *                  A NEXT-MORNING RERUN STILL STAMPS EVERYTHING
      *                  WITH THE INTENDED BUSINESS DATE.
      * 2026-10-15  DLH  SKIPS THE NEW EODCTL BRANCH SUBTOTAL ENTRIES.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *----------------------------------------------------------------
      * 2000-FIND-LATEST-ENTRY - scan EODCTL for the most recent
      * AdvComputeDemo entry, keyed by the highest CTL-RUN-DATE seen.
      * Its branch subtotal entries are passed over - only the run
      * total is proved against the master.
      *----------------------------------------------------------------
       2000-FIND-LATEST-ENTRY.
           OPEN INPUT CONTROL-REPORT-FILE
           PERFORM 2100-READ-CONTROL
           PERFORM UNTIL WS-CTL-END-OF-FILE
               IF CTL-PROGRAM-ID = "AdvComputeDemo"
                  AND CTL-RUN-TOTAL
                  AND CTL-RUN-DATE >= WS-LATEST-RUN-DATE
                   MOVE 'Y' TO WS-LATEST-FOUND-SWITCH
                   MOVE CTL-RECORD-COUNT  TO WS-LATEST-RECORD-COUNT
