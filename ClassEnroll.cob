      *                  CLOCK, SO A PAST-MIDNIGHT RERUN STILL STAMPS
      *                  ITS POSTINGS AND EXCEPTIONS WITH THE
      *                  INTENDED BUSINESS DATE.
      * 2026-10-15  DLH  A DROP OF AN ENROLLED STUDENT NOW CREDITS THE
      *                  UNUSED PART OF THE CLASS'S CLASSCAP TERM FEE:
      *                  A 'C' ENTRY IS APPENDED TO TUITTRN FOR
      *                  TuitionBilling TO POST.  THE FEE IS PRORATED
      *                  BY WHOLE MONTHS OF THE TERM ON TERMCTL LEFT
      *                  AFTER THE DROP MONTH; NO TERM DATES ON
      *                  TERMCTL MEANS NO CREDIT IS WRITTEN.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMCTL-STATUS.

           SELECT TUITION-TRAN-FILE ASSIGN TO "TUITTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUITTRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       FD  TERM-CONTROL-FILE.
       COPY TERMCTL.

       FD  TUITION-TRAN-FILE.
       COPY TUITTRN.

       WORKING-STORAGE SECTION.
       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.
       01  WS-EXCP-STATUS            PIC X(2).
       01  WS-TERMCTL-STATUS         PIC X(2).
       01  WS-TUITTRN-STATUS         PIC X(2).

       01  WS-ENROLLED-COUNT         PIC 9(3) COMP VALUE 0.
       01  WS-ACCEPT-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-WAITLIST-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-REJECT-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-CREDIT-COUNT           PIC 9(5) COMP VALUE 0.

      *----------------------------------------------------------------
      * Drop-credit proration - the current term and its class days
      * off TERMCTL, and each date as a running month number
      * (year * 12 + month).  The month of the drop is charged; the
      * whole months after it, to the term's last month, are
      * credited.
      *----------------------------------------------------------------
       01  WS-TERM-ID                PIC X(6) VALUE SPACES.
       01  WS-TERM-START-DATE        PIC 9(8) VALUE 0.
       01  WS-TERM-END-DATE          PIC 9(8) VALUE 0.
       01  WS-DATE-WORK.
           05  WS-DW-YEAR            PIC 9(4).
           05  WS-DW-MONTH           PIC 9(2).
           05  WS-DW-DAY             PIC 9(2).
       01  WS-START-MONTHS           PIC 9(6) COMP VALUE 0.
       01  WS-END-MONTHS             PIC 9(6) COMP VALUE 0.
       01  WS-DROP-MONTHS            PIC 9(6) COMP VALUE 0.
       01  WS-TERM-MONTHS            PIC 9(3) COMP VALUE 0.
       01  WS-MONTHS-LEFT            PIC 9(3) COMP VALUE 0.
       01  WS-CREDIT-AMOUNT          PIC 9(5)V99 VALUE 0.

       01  WS-ROSTER-COUNT           PIC 9(3) COMP VALUE 0.
       01  WS-CAP-COUNT              PIC 9(3) COMP VALUE 0.
               10  WS-C-TEACHER-ID     PIC 9(6).
               10  WS-C-TEACHER-NAME   PIC X(20).
               10  WS-C-CAPACITY       PIC 9(3).
               10  WS-C-TERM-FEE       PIC 9(5)V99.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(30) VALUE "CLASS ENROLLMENT RUN".
           PERFORM 0950-LOAD-STUDENT-MASTER
           PERFORM 1000-LOAD-CAPACITY-TABLE
           PERFORM 1200-LOAD-ROSTER-TABLE
           PERFORM 1400-LOAD-TERM-CONTROL

           OPEN OUTPUT ENROLL-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE

           PERFORM 3000-REWRITE-ROSTER
           CLOSE EXCEPTION-REPORT-FILE
           IF WS-CREDIT-COUNT > 0
               CLOSE TUITION-TRAN-FILE
           END-IF
           DISPLAY "ENROLLED: " WS-ACCEPT-COUNT
                   " WAITLISTED: " WS-WAITLIST-COUNT
                   " REJECTED: " WS-REJECT-COUNT
                   " DROP CREDITS: " WS-CREDIT-COUNT
           STOP RUN.

      *----------------------------------------------------------------
                   TO WS-C-TEACHER-NAME (WS-CAP-COUNT)
               MOVE CLASSCAP-CAPACITY
                   TO WS-C-CAPACITY (WS-CAP-COUNT)
               MOVE 0 TO WS-C-TERM-FEE (WS-CAP-COUNT)
               IF CLASSCAP-TERM-FEE NUMERIC
                   MOVE CLASSCAP-TERM-FEE
                       TO WS-C-TERM-FEE (WS-CAP-COUNT)
               END-IF
               PERFORM 1100-READ-CAPACITY
           END-PERFORM
           CLOSE CAPACITY-FILE
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1400-LOAD-TERM-CONTROL - the term in progress and its class
      * days, for drop credits.  No TERMCTL, or no dates on it,
      * leaves the term dates zero and no credit is written.
      *----------------------------------------------------------------
       1400-LOAD-TERM-CONTROL.
           OPEN INPUT TERM-CONTROL-FILE
           IF WS-TERMCTL-STATUS NOT = "35"
               READ TERM-CONTROL-FILE
                   AT END
                       MOVE SPACES TO TERM-CONTROL-RECORD
               END-READ
               CLOSE TERM-CONTROL-FILE
               IF TERMCTL-TERM-START-DATE NUMERIC
                  AND TERMCTL-TERM-END-DATE NUMERIC
                  AND TERMCTL-TERM-START-DATE > 0
                  AND TERMCTL-TERM-END-DATE >= TERMCTL-TERM-START-DATE
                   MOVE TERMCTL-NEW-TERM-ID     TO WS-TERM-ID
                   MOVE TERMCTL-TERM-START-DATE TO WS-TERM-START-DATE
                   MOVE TERMCTL-TERM-END-DATE   TO WS-TERM-END-DATE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2000-APPLY-TRANSACTION
      *----------------------------------------------------------------
               IF WS-R-STUDENT-STATUS (WS-FOUND-IDX) = 'E'
                   MOVE 'Y' TO WS-R-DROPPED-SWITCH (WS-FOUND-IDX)
                   PERFORM 2600-PROMOTE-WAITLIST
                   PERFORM 2700-WRITE-DROP-CREDIT
               ELSE
                   MOVE 'Y' TO WS-R-DROPPED-SWITCH (WS-FOUND-IDX)
                   MOVE "DROPPED FROM WAITLIST" TO WS-D-RESULT
               MOVE "DROPPED" TO WS-D-RESULT
           END-IF.

      *----------------------------------------------------------------
      * 2700-WRITE-DROP-CREDIT - the class's term fee times the
      * months of the term left after the drop month, over the
      * term's months.  A drop before the term starts gets the whole
      * fee back, one in the last month nothing.  The credit is
      * appended to TUITTRN, created on first use.
      *----------------------------------------------------------------
       2700-WRITE-DROP-CREDIT.
           PERFORM 2200-FIND-CAPACITY
           IF WS-TERM-START-DATE > 0
              AND WS-ENTRY-FOUND
              AND WS-C-TERM-FEE (WS-CAP-FOUND-IDX) > 0
               MOVE WS-TERM-START-DATE TO WS-DATE-WORK
               COMPUTE WS-START-MONTHS = WS-DW-YEAR * 12 + WS-DW-MONTH
               MOVE WS-TERM-END-DATE TO WS-DATE-WORK
               COMPUTE WS-END-MONTHS = WS-DW-YEAR * 12 + WS-DW-MONTH
               MOVE WS-RUN-DATE TO WS-DATE-WORK
               COMPUTE WS-DROP-MONTHS = WS-DW-YEAR * 12 + WS-DW-MONTH
               COMPUTE WS-TERM-MONTHS =
                   WS-END-MONTHS - WS-START-MONTHS + 1
               EVALUATE TRUE
                   WHEN WS-RUN-DATE < WS-TERM-START-DATE
                       MOVE WS-TERM-MONTHS TO WS-MONTHS-LEFT
                   WHEN WS-DROP-MONTHS >= WS-END-MONTHS
                       MOVE 0 TO WS-MONTHS-LEFT
                   WHEN OTHER
                       COMPUTE WS-MONTHS-LEFT =
                           WS-END-MONTHS - WS-DROP-MONTHS
               END-EVALUATE
               COMPUTE WS-CREDIT-AMOUNT ROUNDED =
                   WS-C-TERM-FEE (WS-CAP-FOUND-IDX) * WS-MONTHS-LEFT
                     / WS-TERM-MONTHS
               IF WS-CREDIT-AMOUNT > 0
                   IF WS-CREDIT-COUNT = 0
                       OPEN EXTEND TUITION-TRAN-FILE
                       IF WS-TUITTRN-STATUS = "35"
                           OPEN OUTPUT TUITION-TRAN-FILE
                       END-IF
                   END-IF
                   MOVE 'C'                TO TUITT-TYPE
                   MOVE ENRLTRN-STUDENT-ID TO TUITT-STUDENT-ID
                   MOVE ENRLTRN-TEACHER-ID TO TUITT-TEACHER-ID
                   MOVE WS-TERM-ID         TO TUITT-TERM-ID
                   MOVE WS-CREDIT-AMOUNT   TO TUITT-AMOUNT
                   MOVE 0                  TO TUITT-ACCOUNT
                   MOVE WS-RUN-DATE        TO TUITT-DATE
                   WRITE TUITION-TRAN-RECORD
                   ADD 1 TO WS-CREDIT-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2800-LOG-REJECT
      *----------------------------------------------------------------
