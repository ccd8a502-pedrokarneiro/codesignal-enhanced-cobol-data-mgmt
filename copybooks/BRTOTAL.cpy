      ******************************************************************
      * BRTOTAL.cpy
      * Shared branch subtotal table - one entry per branch code met
      * during a run, built up as accounts are processed, for the
      * branch subtotals a report prints and the branch records a run
      * appends to EODCTL.  BRTOT-RECORD-COUNT and BRTOT-AMOUNT are
      * the figures the run's EODCTL control record carries, taken
      * branch by branch; BRTOT-OTHER-COUNT is a second count the
      * caller's report needs alongside them, if any.  COPY this into
      * a caller-named 01 level, e.g.
      *     01  WS-BRANCH-TOTALS.
      *         COPY BRTOTAL.
      * and keep the number of entries in use in a count of the
      * caller's own.
      ******************************************************************
           05  BRTOT-ENTRY OCCURS 50 TIMES
                           INDEXED BY BRTOT-IDX.
               10  BRTOT-BRANCH-CODE  PIC X(3).
               10  BRTOT-RECORD-COUNT PIC 9(5) COMP.
               10  BRTOT-AMOUNT       PIC S9(9)V99.
               10  BRTOT-OTHER-COUNT  PIC 9(5) COMP.
