      * really run instead of relying on what the desk remembers.
      * CircStatistics reads a month back out into checkouts, returns,
      * average loan length and hold counts per title.
      * CIRC-BRANCH is the branch the transaction happened at.  An
      * interbranch transfer adds a 'T' entry under the branch the
      * copy is sent from, and its check-in an 'I' entry under the
      * branch that receives it.  Entries written before branches
      * were recorded carry a blank branch.
      * A renewal adds an 'N' entry and leaves the loan's original
      * checkout entry standing, so loan length still runs from the
      * checkout to the return.
      ******************************************************************
       01  CIRCULATION-HISTORY-RECORD.
           05  CIRC-RUN-DATE         PIC 9(8).
               88  CIRC-IS-CHECKOUT  VALUE 'C'.
               88  CIRC-IS-RETURN    VALUE 'R'.
               88  CIRC-IS-HOLD      VALUE 'H'.
               88  CIRC-IS-TRANSFER  VALUE 'T'.
               88  CIRC-IS-CHECK-IN  VALUE 'I'.
               88  CIRC-IS-RENEWAL   VALUE 'N'.
           05  CIRC-TITLE            PIC X(30).
           05  CIRC-COPY-NUMBER      PIC 9(2).
           05  CIRC-BORROWER-ID      PIC X(10).
           05  CIRC-BRANCH           PIC X(30).
