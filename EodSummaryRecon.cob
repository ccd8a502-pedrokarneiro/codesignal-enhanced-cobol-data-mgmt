      *                  CLOCK, SO A SUITE THAT SLIPS PAST MIDNIGHT OR
      *                  A NEXT-MORNING RERUN STILL STAMPS EVERYTHING
      *                  WITH THE INTENDED BUSINESS DATE.
      * 2026-10-15  DLH  SKIPS THE NEW EODCTL BRANCH SUBTOTAL ENTRIES.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * compare the figure the two files both carry.  CTL-PROGRAM-ID
      * is fifteen bytes, so BalanceCalculator's name sits on the
      * file truncated to "BalanceCalculat" and that is what is
      * matched here.  Branch subtotal entries have no summary row of
      * their own and are passed over.
      *----------------------------------------------------------------
       2200-TIE-CONTROL-ENTRY.
           IF CTL-RUN-TOTAL
               EVALUATE CTL-PROGRAM-ID
                   WHEN "BalanceCalculat"
                       MOVE CTL-TOTAL-BALANCE TO WS-CONTROL-FIGURE
                       PERFORM 2300-FIND-SUMMARY-ROW-DRIVER
                       PERFORM 2500-COMPARE-FIGURES
                   WHEN "GroupCalcDemo"
                       MOVE CTL-HASH-TOTAL TO WS-CONTROL-FIGURE
                       PERFORM 2400-FIND-SUMMARY-ROW-GROUP
                       PERFORM 2500-COMPARE-FIGURES
               END-EVALUATE
           END-IF

           PERFORM 2100-READ-CONTROL.

