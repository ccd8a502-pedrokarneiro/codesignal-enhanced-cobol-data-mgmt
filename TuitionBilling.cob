       IDENTIFICATION DIVISION.
       PROGRAM-ID. TuitionBilling.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - TERM TUITION BILLING.
      *                  ENROLLMENTS CARRIED NO CHARGE AND TUITION WAS
      *                  INVOICED FROM A SEPARATE HAND LEDGER.  THE
      *                  TUITMAST RECEIVABLES MASTER NOW CARRIES EACH
      *                  STUDENT'S BALANCE, ADDRESSED TO THE STUMAST
      *                  GUARDIAN.  TUITTRN PAYMENTS, AUTOPAY
      *                  REGISTRATIONS AND ClassEnroll DROP CREDITS
      *                  ARE POSTED FIRST; THEN EVERY ENROLLED CLASSROS
      *                  LINE NOT YET BILLED FOR THE TERM ON TERMCTL IS
      *                  BILLED ITS CLASSCAP TERM FEE.  A GUARDIAN
      *                  REGISTERED FOR AUTOMATIC PAYMENT HAS THE
      *                  BALANCE DUE DRAWN AS A GCTRAN 'T' TRANSFER
      *                  FROM THE ACCTMAST ACCOUNT INTO THE SCHOOL'S
      *                  ACCOUNT NAMED ON SYSIN, THE SAME WAY
      *                  StandingOrders GENERATES ITS TRANSFERS.  EVERY
      *                  POSTING GOES TO THE TUITHIST LEDGER, AND
      *                  TUITRPT LISTS EACH GUARDIAN'S BILL.
      * 2026-10-15  DLH  THE GUARDIAN'S NAME ON TUITRPT NOW PASSES
      *                  THROUGH THE SHARED MaskData AND PRINTS ONLY
      *                  WHERE TUITRPT'S DISTCLS DISTRIBUTION CLASS
      *                  ALLOWS PERSONAL DATA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMCTL-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CAPACITY-FILE ASSIGN TO "CLASSCAP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ROSTER-FILE ASSIGN TO "CLASSROS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TUITION-MASTER-FILE ASSIGN TO "TUITMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUITMAST-STATUS.

           SELECT TUITION-TRAN-FILE ASSIGN TO "TUITTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUITTRN-STATUS.

           SELECT TUITION-HISTORY-FILE ASSIGN TO "TUITHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUITHIST-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTM-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "GCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT TUITION-REPORT-FILE ASSIGN TO "TUITRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-CONTROL-FILE.
       COPY TERMCTL.

       FD  STUDENT-MASTER-FILE.
       COPY STUMAST.

       FD  CAPACITY-FILE.
       COPY CLASSCAP.

       FD  ROSTER-FILE.
       COPY CLASSROS.

       FD  TUITION-MASTER-FILE.
       COPY TUITMAST.

       FD  TUITION-TRAN-FILE.
       COPY TUITTRN.

       FD  TUITION-HISTORY-FILE.
       COPY TUITHIST.

       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMAST.

       FD  TRANSACTION-FILE.
       COPY GCTRAN.

       FD  TUITION-REPORT-FILE.
       01  TUITION-REPORT-LINE          PIC X(132).

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-TERMCTL-STATUS         PIC X(2).
       01  WS-TUITMAST-STATUS        PIC X(2).
       01  WS-TUITTRN-STATUS         PIC X(2).
       01  WS-TUITHIST-STATUS        PIC X(2).
       01  WS-MASTER-STATUS          PIC X(2).
       01  WS-TRAN-STATUS            PIC X(2).
       01  WS-EXCP-STATUS            PIC X(2).
       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  MASK-DATA-PARMS.
           COPY MASKPARM.

      *----------------------------------------------------------------
      * WS-CONTROL-CARD - the SYSIN line: the school's own ACCTMAST
      * account (columns 1-10) that automatic tuition payments are
      * transferred into.
      *----------------------------------------------------------------
       01  WS-CONTROL-CARD.
           05  WS-CARD-SCHOOL-ACCOUNT PIC 9(10).
           05  FILLER                PIC X(70).
       01  WS-SCHOOL-ACCOUNT         PIC 9(10) VALUE 0.
       01  WS-TERM-ID                PIC X(6) VALUE SPACES.

      *----------------------------------------------------------------
      * WS-FEE-TABLE - each class's term fee off CLASSCAP.
      *----------------------------------------------------------------
       01  WS-FEE-COUNT              PIC 9(2) COMP VALUE 0.
       01  WS-FEE-IDX                PIC 9(2) COMP VALUE 0.
       01  WS-FEE-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-FEE-FOUND          VALUE 'Y'.
       01  WS-FEE-FOUND-IDX          PIC 9(2) COMP VALUE 0.
       01  WS-FEE-TABLE.
           05  WS-F-ENTRY OCCURS 50 TIMES.
               10  WS-F-TEACHER-ID    PIC 9(6).
               10  WS-F-TERM-FEE      PIC 9(5)V99.

      *----------------------------------------------------------------
      * WS-MASTER-TABLE - the STUMAST students, for the ID edit and
      * the name and guardian a bill is addressed with.
      *----------------------------------------------------------------
       01  WS-MASTER-COUNT           PIC 9(3) COMP VALUE 0.
       01  WS-MST-IDX                PIC 9(3) COMP VALUE 0.
       01  WS-MST-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-ON-MASTER          VALUE 'Y'.
       01  WS-MST-FOUND-IDX          PIC 9(3) COMP VALUE 0.
       01  WS-MASTER-TABLE.
           05  WS-M-ENTRY OCCURS 200 TIMES.
               10  WS-M-STUDENT-ID    PIC 9(6).
               10  WS-M-STUDENT-NAME  PIC X(20).
               10  WS-M-GUARDIAN-NAME PIC X(20).

      *----------------------------------------------------------------
      * WS-LEDGER-TABLE - the whole TUITMAST file, plus the run's
      * movements per student for the bill, rewritten at the end.
      *----------------------------------------------------------------
       01  WS-LEDGER-COUNT           PIC 9(3) COMP VALUE 0.
       01  WS-LDG-IDX                PIC 9(3) COMP VALUE 0.
       01  WS-LDG-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-LEDGER-FOUND       VALUE 'Y'.
       01  WS-LDG-FOUND-IDX          PIC 9(3) COMP VALUE 0.
       01  WS-TARGET-STUDENT-ID      PIC 9(6) VALUE 0.
       01  WS-CLS-IDX                PIC 9(2) COMP VALUE 0.
       01  WS-CLS-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-CLASS-BILLED       VALUE 'Y'.
       01  WS-CLS-FOUND-IDX          PIC 9(2) COMP VALUE 0.
       01  WS-LEDGER-TABLE.
           05  WS-L-ENTRY OCCURS 200 TIMES.
               10  WS-L-STUDENT-ID    PIC 9(6).
               10  WS-L-GUARDIAN-NAME PIC X(20).
               10  WS-L-AUTOPAY-ACCOUNT PIC 9(10).
               10  WS-L-TERM-ID       PIC X(6).
               10  WS-L-BILLED-COUNT  PIC 9.
               10  WS-L-BILLED-TEACHER OCCURS 5 TIMES PIC 9(6).
               10  WS-L-TERM-CHARGES  PIC 9(5)V99.
               10  WS-L-BALANCE       PIC S9(6)V99.
               10  WS-L-LAST-ACTIVITY PIC 9(8).
               10  WS-L-OPENING-BALANCE PIC S9(6)V99.
               10  WS-L-RUN-CHARGES   PIC 9(6)V99.
               10  WS-L-RUN-PAYMENTS  PIC 9(6)V99.
               10  WS-L-RUN-CREDITS   PIC 9(6)V99.
               10  WS-L-RUN-AUTOPAY   PIC 9(6)V99.
               10  WS-L-NOTE          PIC X(22).

       01  WS-POST-AMOUNT            PIC S9(6)V99 VALUE 0.
       01  WS-POST-TYPE              PIC X VALUE SPACE.
       01  WS-POST-TEACHER-ID        PIC 9(6) VALUE 0.
       01  WS-POST-ACCOUNT           PIC 9(10) VALUE 0.
       01  WS-DEBIT-AMOUNT           PIC 9(5)V99 VALUE 0.
       01  WS-REJECT-REASON          PIC X(40) VALUE SPACES.

       01  WS-TRAN-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-BILL-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-AUTOPAY-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-REJECT-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-TOTAL-CHARGES          PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-PAYMENTS         PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-CREDITS          PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-AUTOPAY          PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-OUTSTANDING      PIC S9(7)V99 VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(23) VALUE "TUITION BILLING - TERM ".
           05  WS-H-TERM-ID       PIC X(6).
           05  FILLER PIC X(12) VALUE "  RUN DATE: ".
           05  WS-H-RUN-DATE      PIC 9(8).
           05  FILLER PIC X(20) VALUE "  SCHOOL ACCOUNT: ".
           05  WS-H-SCHOOL-ACCOUNT PIC 9(10).
           05  FILLER             PIC X(53) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(7)  VALUE "ID".
           05  FILLER PIC X(21) VALUE "NAME".
           05  FILLER PIC X(20) VALUE "GUARDIAN".
           05  FILLER PIC X(10) VALUE "  PREV BAL".
           05  FILLER PIC X(10) VALUE "   CHARGES".
           05  FILLER PIC X(10) VALUE "  PAYMENTS".
           05  FILLER PIC X(10) VALUE "   CREDITS".
           05  FILLER PIC X(10) VALUE "  AUTO-PAY".
           05  FILLER PIC X(11) VALUE "   BALANCE".
           05  FILLER PIC X(23) VALUE "NOTE".

       01  WS-DETAIL-LINE.
           05  WS-D-STUDENT-ID    PIC 9(6).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-D-STUDENT-NAME  PIC X(20).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-D-GUARDIAN-NAME PIC X(20).
           05  WS-D-OPENING       PIC ZZ,ZZ9.99-.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-D-CHARGES       PIC ZZ,ZZ9.99.
           05  WS-D-PAYMENTS      PIC ZZZ,ZZ9.99.
           05  WS-D-CREDITS       PIC ZZZ,ZZ9.99.
           05  WS-D-AUTOPAY       PIC ZZZ,ZZ9.99.
           05  WS-D-BALANCE       PIC ZZ,ZZ9.99-.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-D-NOTE          PIC X(22).

       01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.

       01  WS-REPORT-FOOTER-1.
           05  FILLER PIC X(16) VALUE "TRANSACTIONS: ".
           05  WS-F-TRANS         PIC ZZZZ9.
           05  FILLER PIC X(17) VALUE "  CLASSES BILLED:".
           05  WS-F-BILLS         PIC ZZZZ9.
           05  FILLER PIC X(15) VALUE "  AUTO-DEBITS: ".
           05  WS-F-AUTOPAYS      PIC ZZZZ9.
           05  FILLER PIC X(12) VALUE "  REJECTED: ".
           05  WS-F-REJECTS       PIC ZZZZ9.
           05  FILLER             PIC X(52) VALUE SPACES.

       01  WS-REPORT-FOOTER-2.
           05  FILLER PIC X(16) VALUE "TOTAL CHARGES: ".
           05  WS-F-CHARGES       PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(13) VALUE "  PAYMENTS: ".
           05  WS-F-PAYMENTS      PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(12) VALUE "  CREDITS: ".
           05  WS-F-CREDITS       PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(15) VALUE "  AUTO-DEBITS: ".
           05  WS-F-AUTOPAY       PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(40) VALUE SPACES.

       01  WS-REPORT-FOOTER-3.
           05  FILLER PIC X(30) VALUE "TUITION RECEIVABLE OUTSTANDING".
           05  FILLER PIC X(2)  VALUE ": ".
           05  WS-F-OUTSTANDING   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(87) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           PERFORM 0500-SET-RUN-PARAMETERS
           PERFORM 0600-LOAD-TERM-CONTROL
           PERFORM 0900-OPEN-EXCEPTION-FILE
           PERFORM 1000-LOAD-FEE-TABLE
           PERFORM 1100-LOAD-STUDENT-MASTER
           PERFORM 1200-LOAD-LEDGER

           OPEN EXTEND TUITION-HISTORY-FILE
           IF WS-TUITHIST-STATUS = "35"
               OPEN OUTPUT TUITION-HISTORY-FILE
           END-IF

           PERFORM 1500-POST-TRANSACTIONS
           PERFORM 2000-BILL-TERM
           PERFORM 2500-GENERATE-AUTOPAY

           CLOSE TUITION-HISTORY-FILE
           PERFORM 3000-PRINT-REPORT
           PERFORM 4000-REWRITE-LEDGER
           CLOSE EXCEPTION-REPORT-FILE

           DISPLAY "TRANSACTIONS: " WS-TRAN-COUNT
                   "  CLASSES BILLED: " WS-BILL-COUNT
                   "  AUTO-DEBITS: " WS-AUTOPAY-COUNT
                   "  REJECTED: " WS-REJECT-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * 0500-SET-RUN-PARAMETERS - without the school's account no
      * automatic payment has anywhere to go, so nothing is billed.
      *----------------------------------------------------------------
       0500-SET-RUN-PARAMETERS.
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           IF WS-CARD-SCHOOL-ACCOUNT NOT NUMERIC
              OR WS-CARD-SCHOOL-ACCOUNT = 0
               DISPLAY "NO SCHOOL ACCOUNT ON THE CONTROL CARD - "
                       "NOTHING BILLED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CARD-SCHOOL-ACCOUNT TO WS-SCHOOL-ACCOUNT
           DISPLAY "School account: " WS-SCHOOL-ACCOUNT.

      *----------------------------------------------------------------
      * 0600-LOAD-TERM-CONTROL - the term billed is the one the last
      * rollover opened.
      *----------------------------------------------------------------
       0600-LOAD-TERM-CONTROL.
           OPEN INPUT TERM-CONTROL-FILE
           IF WS-TERMCTL-STATUS NOT = "35"
               READ TERM-CONTROL-FILE
                   AT END
                       MOVE SPACES TO TERM-CONTROL-RECORD
               END-READ
               CLOSE TERM-CONTROL-FILE
               MOVE TERMCTL-NEW-TERM-ID TO WS-TERM-ID
           END-IF
           IF WS-TERM-ID = SPACES
               DISPLAY "NO CURRENT TERM ON TERMCTL - NOTHING BILLED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Term: " WS-TERM-ID.

      *----------------------------------------------------------------
      * 0900-OPEN-EXCEPTION-FILE - extend the shared exception report,
      * creating it on first use.
      *----------------------------------------------------------------
       0900-OPEN-EXCEPTION-FILE.
           OPEN EXTEND EXCEPTION-REPORT-FILE
           IF WS-EXCP-STATUS = "35"
               OPEN OUTPUT EXCEPTION-REPORT-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1000-LOAD-FEE-TABLE - a fee left blank is no charge.
      *----------------------------------------------------------------
       1000-LOAD-FEE-TABLE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CAPACITY-FILE
           PERFORM 1050-READ-CAPACITY
           PERFORM UNTIL WS-END-OF-FILE
                   OR WS-FEE-COUNT >= 50
               ADD 1 TO WS-FEE-COUNT
               MOVE CLASSCAP-TEACHER-ID
                   TO WS-F-TEACHER-ID (WS-FEE-COUNT)
               MOVE 0 TO WS-F-TERM-FEE (WS-FEE-COUNT)
               IF CLASSCAP-TERM-FEE NUMERIC
                   MOVE CLASSCAP-TERM-FEE
                       TO WS-F-TERM-FEE (WS-FEE-COUNT)
               END-IF
               PERFORM 1050-READ-CAPACITY
           END-PERFORM
           CLOSE CAPACITY-FILE.

      *----------------------------------------------------------------
      * 1050-READ-CAPACITY
      *----------------------------------------------------------------
       1050-READ-CAPACITY.
           READ CAPACITY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1100-LOAD-STUDENT-MASTER
      *----------------------------------------------------------------
       1100-LOAD-STUDENT-MASTER.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STUDENT-MASTER-FILE
           PERFORM 1150-READ-STUDENT-MASTER
           PERFORM UNTIL WS-END-OF-FILE
                   OR WS-MASTER-COUNT >= 200
               ADD 1 TO WS-MASTER-COUNT
               MOVE STUM-STUDENT-ID
                   TO WS-M-STUDENT-ID (WS-MASTER-COUNT)
               MOVE STUM-STUDENT-NAME
                   TO WS-M-STUDENT-NAME (WS-MASTER-COUNT)
               MOVE STUM-GUARDIAN-NAME
                   TO WS-M-GUARDIAN-NAME (WS-MASTER-COUNT)
               PERFORM 1150-READ-STUDENT-MASTER
           END-PERFORM
           CLOSE STUDENT-MASTER-FILE.

      *----------------------------------------------------------------
      * 1150-READ-STUDENT-MASTER
      *----------------------------------------------------------------
       1150-READ-STUDENT-MASTER.
           READ STUDENT-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1200-LOAD-LEDGER - no TUITMAST yet means the first billing.
      *----------------------------------------------------------------
       1200-LOAD-LEDGER.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT TUITION-MASTER-FILE
           IF WS-TUITMAST-STATUS NOT = "35"
               PERFORM 1250-READ-LEDGER
               PERFORM UNTIL WS-END-OF-FILE
                       OR WS-LEDGER-COUNT >= 200
                   ADD 1 TO WS-LEDGER-COUNT
                   MOVE WS-LEDGER-COUNT TO WS-LDG-FOUND-IDX
                   PERFORM 1300-CLEAR-LEDGER-ENTRY
                   MOVE TUITM-STUDENT-ID
                       TO WS-L-STUDENT-ID (WS-LEDGER-COUNT)
                   MOVE TUITM-GUARDIAN-NAME
                       TO WS-L-GUARDIAN-NAME (WS-LEDGER-COUNT)
                   MOVE TUITM-AUTOPAY-ACCOUNT
                       TO WS-L-AUTOPAY-ACCOUNT (WS-LEDGER-COUNT)
                   MOVE TUITM-TERM-ID
                       TO WS-L-TERM-ID (WS-LEDGER-COUNT)
                   MOVE TUITM-BILLED-COUNT
                       TO WS-L-BILLED-COUNT (WS-LEDGER-COUNT)
                   PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                           UNTIL WS-CLS-IDX > 5
                       MOVE TUITM-BILLED-TEACHER (WS-CLS-IDX)
                           TO WS-L-BILLED-TEACHER (WS-LEDGER-COUNT,
                               WS-CLS-IDX)
                   END-PERFORM
                   MOVE TUITM-TERM-CHARGES
                       TO WS-L-TERM-CHARGES (WS-LEDGER-COUNT)
                   MOVE TUITM-BALANCE
                       TO WS-L-BALANCE (WS-LEDGER-COUNT)
                   MOVE TUITM-BALANCE
                       TO WS-L-OPENING-BALANCE (WS-LEDGER-COUNT)
                   MOVE TUITM-LAST-ACTIVITY-DATE
                       TO WS-L-LAST-ACTIVITY (WS-LEDGER-COUNT)
                   PERFORM 1250-READ-LEDGER
               END-PERFORM
               CLOSE TUITION-MASTER-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1250-READ-LEDGER
      *----------------------------------------------------------------
       1250-READ-LEDGER.
           READ TUITION-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1300-CLEAR-LEDGER-ENTRY - entry WS-LDG-FOUND-IDX starts with
      * nothing billed, owed or moved.
      *----------------------------------------------------------------
       1300-CLEAR-LEDGER-ENTRY.
           MOVE 0      TO WS-L-STUDENT-ID (WS-LDG-FOUND-IDX)
           MOVE SPACES TO WS-L-GUARDIAN-NAME (WS-LDG-FOUND-IDX)
           MOVE 0      TO WS-L-AUTOPAY-ACCOUNT (WS-LDG-FOUND-IDX)
           MOVE SPACES TO WS-L-TERM-ID (WS-LDG-FOUND-IDX)
           MOVE 0      TO WS-L-BILLED-COUNT (WS-LDG-FOUND-IDX)
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > 5
               MOVE 0 TO WS-L-BILLED-TEACHER (WS-LDG-FOUND-IDX,
                   WS-CLS-IDX)
           END-PERFORM
           MOVE 0      TO WS-L-TERM-CHARGES (WS-LDG-FOUND-IDX)
           MOVE 0      TO WS-L-BALANCE (WS-LDG-FOUND-IDX)
           MOVE 0      TO WS-L-LAST-ACTIVITY (WS-LDG-FOUND-IDX)
           MOVE 0      TO WS-L-OPENING-BALANCE (WS-LDG-FOUND-IDX)
           MOVE 0      TO WS-L-RUN-CHARGES (WS-LDG-FOUND-IDX)
           MOVE 0      TO WS-L-RUN-PAYMENTS (WS-LDG-FOUND-IDX)
           MOVE 0      TO WS-L-RUN-CREDITS (WS-LDG-FOUND-IDX)
           MOVE 0      TO WS-L-RUN-AUTOPAY (WS-LDG-FOUND-IDX)
           MOVE SPACES TO WS-L-NOTE (WS-LDG-FOUND-IDX).

      *----------------------------------------------------------------
      * 1500-POST-TRANSACTIONS - payments, registrations and drop
      * credits go on before the term is billed, so a credit is
      * matched against the billing it reverses.  The batch is
      * emptied once posted; the ledger keeps every entry.
      *----------------------------------------------------------------
       1500-POST-TRANSACTIONS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT TUITION-TRAN-FILE
           IF WS-TUITTRN-STATUS NOT = "35"
               PERFORM 1550-READ-TRANSACTION
               PERFORM UNTIL WS-END-OF-FILE
                   ADD 1 TO WS-TRAN-COUNT
                   PERFORM 1600-POST-TRANSACTION
                   PERFORM 1550-READ-TRANSACTION
               END-PERFORM
               CLOSE TUITION-TRAN-FILE
               OPEN OUTPUT TUITION-TRAN-FILE
               CLOSE TUITION-TRAN-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1550-READ-TRANSACTION
      *----------------------------------------------------------------
       1550-READ-TRANSACTION.
           READ TUITION-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1600-POST-TRANSACTION - a drop credit only reverses a class
      * billed in the credit's term, and takes the class off the
      * billed list so a later re-enrollment is billed again.
      *----------------------------------------------------------------
       1600-POST-TRANSACTION.
           MOVE TUITT-STUDENT-ID TO WS-TARGET-STUDENT-ID
           PERFORM 2900-FIND-ON-MASTER
           IF NOT WS-ON-MASTER
               MOVE "STUDENT NOT ON MASTER" TO WS-REJECT-REASON
               PERFORM 2800-LOG-REJECT
           ELSE
               PERFORM 2950-FIND-LEDGER
               IF NOT WS-LEDGER-FOUND
                   MOVE "LEDGER FULL - STUDENT NOT ADDED"
                       TO WS-REJECT-REASON
                   PERFORM 2800-LOG-REJECT
               ELSE
                   MOVE TUITT-TEACHER-ID TO WS-POST-TEACHER-ID
                   PERFORM 2960-FIND-BILLED-CLASS
                   EVALUATE TRUE
                       WHEN TUITT-IS-PAYMENT
                        AND TUITT-AMOUNT NUMERIC
                        AND TUITT-AMOUNT > 0
                           MOVE 'P' TO WS-POST-TYPE
                           COMPUTE WS-POST-AMOUNT = 0 - TUITT-AMOUNT
                           MOVE 0 TO WS-POST-ACCOUNT
                           ADD TUITT-AMOUNT
                               TO WS-L-RUN-PAYMENTS (WS-LDG-FOUND-IDX)
                           ADD TUITT-AMOUNT TO WS-TOTAL-PAYMENTS
                           PERFORM 2700-POST-TO-LEDGER
                       WHEN TUITT-IS-REGISTRATION
                        AND TUITT-ACCOUNT NUMERIC
                           MOVE 'R' TO WS-POST-TYPE
                           MOVE 0 TO WS-POST-AMOUNT
                           MOVE TUITT-ACCOUNT TO WS-POST-ACCOUNT
                           MOVE TUITT-ACCOUNT
                               TO WS-L-AUTOPAY-ACCOUNT
                                   (WS-LDG-FOUND-IDX)
                           PERFORM 2700-POST-TO-LEDGER
                       WHEN TUITT-IS-DROP-CREDIT
                        AND TUITT-AMOUNT NUMERIC
                        AND TUITT-TERM-ID
                            = WS-L-TERM-ID (WS-LDG-FOUND-IDX)
                        AND WS-CLASS-BILLED
                           MOVE 'C' TO WS-POST-TYPE
                           COMPUTE WS-POST-AMOUNT = 0 - TUITT-AMOUNT
                           MOVE 0 TO WS-POST-ACCOUNT
                           IF TUITT-AMOUNT
                                  > WS-L-TERM-CHARGES (WS-LDG-FOUND-IDX)
                               MOVE 0 TO WS-L-TERM-CHARGES
                                   (WS-LDG-FOUND-IDX)
                           ELSE
                               SUBTRACT TUITT-AMOUNT
                                   FROM WS-L-TERM-CHARGES
                                       (WS-LDG-FOUND-IDX)
                           END-IF
                           PERFORM 2970-REMOVE-BILLED-CLASS
                           ADD TUITT-AMOUNT
                               TO WS-L-RUN-CREDITS (WS-LDG-FOUND-IDX)
                           ADD TUITT-AMOUNT TO WS-TOTAL-CREDITS
                           PERFORM 2700-POST-TO-LEDGER
                       WHEN TUITT-IS-DROP-CREDIT
                           MOVE "CREDIT FOR A CLASS NOT BILLED"
                               TO WS-REJECT-REASON
                           PERFORM 2800-LOG-REJECT
                       WHEN OTHER
                           MOVE "INVALID TUITION TRANSACTION"
                               TO WS-REJECT-REASON
                           PERFORM 2800-LOG-REJECT
                   END-EVALUATE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2000-BILL-TERM - every enrolled roster line not yet billed
      * this term.  Waitlisted students are not billed until a seat
      * opens for them.
      *----------------------------------------------------------------
       2000-BILL-TERM.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ROSTER-FILE
           PERFORM 2050-READ-ROSTER
           PERFORM UNTIL WS-END-OF-FILE
               IF CLASSROS-STUDENT-STATUS = 'E'
                   PERFORM 2100-BILL-CLASS
               END-IF
               PERFORM 2050-READ-ROSTER
           END-PERFORM
           CLOSE ROSTER-FILE.

      *----------------------------------------------------------------
      * 2050-READ-ROSTER
      *----------------------------------------------------------------
       2050-READ-ROSTER.
           READ ROSTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2100-BILL-CLASS - the first billing of a new term starts the
      * student's billed-class list afresh.  A class with no fee on
      * CLASSCAP is not billed.
      *----------------------------------------------------------------
       2100-BILL-CLASS.
           MOVE CLASSROS-STUDENT-ID TO WS-TARGET-STUDENT-ID
           PERFORM 2900-FIND-ON-MASTER
           IF WS-ON-MASTER
               PERFORM 2950-FIND-LEDGER
           END-IF
           IF WS-ON-MASTER
              AND WS-LEDGER-FOUND
               IF WS-L-TERM-ID (WS-LDG-FOUND-IDX) NOT = WS-TERM-ID
                   MOVE WS-TERM-ID TO WS-L-TERM-ID (WS-LDG-FOUND-IDX)
                   MOVE 0 TO WS-L-BILLED-COUNT (WS-LDG-FOUND-IDX)
                   MOVE 0 TO WS-L-TERM-CHARGES (WS-LDG-FOUND-IDX)
               END-IF
               MOVE CLASSROS-TEACHER-ID TO WS-POST-TEACHER-ID
               PERFORM 2960-FIND-BILLED-CLASS
               PERFORM 2980-FIND-FEE
               EVALUATE TRUE
                   WHEN WS-CLASS-BILLED
                       CONTINUE
                   WHEN NOT WS-FEE-FOUND
                       MOVE "CLASS NOT ON CLASSCAP - NOT BILLED"
                           TO WS-REJECT-REASON
                       PERFORM 2800-LOG-REJECT
                   WHEN WS-F-TERM-FEE (WS-FEE-FOUND-IDX) = 0
                       CONTINUE
                   WHEN WS-L-BILLED-COUNT (WS-LDG-FOUND-IDX) >= 5
                       MOVE "OVER FIVE CLASSES - NOT BILLED"
                           TO WS-REJECT-REASON
                       PERFORM 2800-LOG-REJECT
                   WHEN OTHER
                       ADD 1 TO WS-L-BILLED-COUNT (WS-LDG-FOUND-IDX)
                       MOVE CLASSROS-TEACHER-ID
                           TO WS-L-BILLED-TEACHER (WS-LDG-FOUND-IDX,
                               WS-L-BILLED-COUNT (WS-LDG-FOUND-IDX))
                       ADD WS-F-TERM-FEE (WS-FEE-FOUND-IDX)
                           TO WS-L-TERM-CHARGES (WS-LDG-FOUND-IDX)
                       ADD WS-F-TERM-FEE (WS-FEE-FOUND-IDX)
                           TO WS-L-RUN-CHARGES (WS-LDG-FOUND-IDX)
                       ADD WS-F-TERM-FEE (WS-FEE-FOUND-IDX)
                           TO WS-TOTAL-CHARGES
                       MOVE 'B' TO WS-POST-TYPE
                       MOVE WS-F-TERM-FEE (WS-FEE-FOUND-IDX)
                           TO WS-POST-AMOUNT
                       MOVE 0 TO WS-POST-ACCOUNT
                       PERFORM 2700-POST-TO-LEDGER
                       ADD 1 TO WS-BILL-COUNT
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * 2500-GENERATE-AUTOPAY - each registered guardian's balance
      * due is drawn from the registered account into the school's
      * account through the GCTRAN posting run.  An account no
      * longer open on ACCTMAST is not drawn on; that bill stays due
      * and is mailed.
      *----------------------------------------------------------------
       2500-GENERATE-AUTOPAY.
           OPEN INPUT ACCOUNT-MASTER-FILE
           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRAN-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                   UNTIL WS-LDG-IDX > WS-LEDGER-COUNT
               IF WS-L-AUTOPAY-ACCOUNT (WS-LDG-IDX) > 0
                  AND WS-L-BALANCE (WS-LDG-IDX) > 0
                   MOVE WS-LDG-IDX TO WS-LDG-FOUND-IDX
                   PERFORM 2600-DRAW-AUTOPAY
               END-IF
           END-PERFORM
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-MASTER-FILE.

      *----------------------------------------------------------------
      * 2600-DRAW-AUTOPAY - one transfer for the balance, held to the
      * largest amount a GCTRAN transfer carries.
      *----------------------------------------------------------------
       2600-DRAW-AUTOPAY.
           MOVE WS-L-AUTOPAY-ACCOUNT (WS-LDG-FOUND-IDX)
               TO ACCTM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'C' TO ACCTM-STATUS
           END-READ
           IF NOT ACCTM-ACCOUNT-ACTIVE
               MOVE "AUTO-DEBIT NOT MADE"
                   TO WS-L-NOTE (WS-LDG-FOUND-IDX)
               MOVE WS-L-STUDENT-ID (WS-LDG-FOUND-IDX)
                   TO WS-TARGET-STUDENT-ID
               MOVE "AUTOPAY ACCOUNT NOT OPEN - BILL MAILED"
                   TO WS-REJECT-REASON
               PERFORM 2800-LOG-REJECT
           ELSE
               IF WS-L-BALANCE (WS-LDG-FOUND-IDX) > 99999.99
                   MOVE 99999.99 TO WS-DEBIT-AMOUNT
               ELSE
                   MOVE WS-L-BALANCE (WS-LDG-FOUND-IDX)
                       TO WS-DEBIT-AMOUNT
               END-IF
               MOVE 'T' TO GCTRAN-TYPE
               MOVE 0   TO GCTRAN-ACCOUNT-BALANCE
               MOVE 0   TO GCTRAN-DEPOSIT
               MOVE WS-L-AUTOPAY-ACCOUNT (WS-LDG-FOUND-IDX)
                   TO GCTRAN-FROM-ACCOUNT
               MOVE WS-SCHOOL-ACCOUNT TO GCTRAN-TO-ACCOUNT
               MOVE WS-DEBIT-AMOUNT   TO GCTRAN-TRANSFER-AMOUNT
               MOVE 0      TO GCTRAN-EXT-ROUTING-NUMBER
               MOVE SPACES TO GCTRAN-EXT-ACCOUNT
               WRITE GCTRAN-RECORD

               MOVE 'A' TO WS-POST-TYPE
               COMPUTE WS-POST-AMOUNT = 0 - WS-DEBIT-AMOUNT
               MOVE 0 TO WS-POST-TEACHER-ID
               MOVE WS-L-AUTOPAY-ACCOUNT (WS-LDG-FOUND-IDX)
                   TO WS-POST-ACCOUNT
               PERFORM 2700-POST-TO-LEDGER
               ADD WS-DEBIT-AMOUNT
                   TO WS-L-RUN-AUTOPAY (WS-LDG-FOUND-IDX)
               ADD WS-DEBIT-AMOUNT TO WS-TOTAL-AUTOPAY
               ADD 1 TO WS-AUTOPAY-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 2700-POST-TO-LEDGER - WS-POST-AMOUNT onto the balance of
      * entry WS-LDG-FOUND-IDX and the posting onto TUITHIST.
      *----------------------------------------------------------------
       2700-POST-TO-LEDGER.
           ADD WS-POST-AMOUNT TO WS-L-BALANCE (WS-LDG-FOUND-IDX)
           MOVE WS-RUN-DATE TO WS-L-LAST-ACTIVITY (WS-LDG-FOUND-IDX)
           MOVE WS-L-STUDENT-ID (WS-LDG-FOUND-IDX) TO TUITH-STUDENT-ID
           MOVE WS-RUN-DATE        TO TUITH-POST-DATE
           MOVE WS-L-TERM-ID (WS-LDG-FOUND-IDX) TO TUITH-TERM-ID
           IF WS-POST-TYPE = 'C'
               MOVE TUITT-TERM-ID  TO TUITH-TERM-ID
           END-IF
           MOVE WS-POST-TYPE       TO TUITH-TYPE
           MOVE WS-POST-TEACHER-ID TO TUITH-TEACHER-ID
           IF WS-POST-TYPE = 'P' OR 'R' OR 'A'
               MOVE 0 TO TUITH-TEACHER-ID
           END-IF
           MOVE WS-POST-AMOUNT     TO TUITH-AMOUNT
           MOVE WS-L-BALANCE (WS-LDG-FOUND-IDX) TO TUITH-BALANCE
           MOVE WS-POST-ACCOUNT    TO TUITH-ACCOUNT
           WRITE TUITION-HISTORY-RECORD.

      *----------------------------------------------------------------
      * 2800-LOG-REJECT
      *----------------------------------------------------------------
       2800-LOG-REJECT.
           MOVE "TuitionBilling"      TO EXCP-PROGRAM-ID
           MOVE WS-TARGET-STUDENT-ID  TO EXCP-KEY-VALUE
           MOVE "TUITION-BILLING"     TO EXCP-FIELD-NAME
           MOVE WS-REJECT-REASON      TO EXCP-REASON
           MOVE WS-RUN-DATE           TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD
           ADD 1 TO WS-REJECT-COUNT.

      *----------------------------------------------------------------
      * 2900-FIND-ON-MASTER - WS-TARGET-STUDENT-ID on STUMAST.
      *----------------------------------------------------------------
       2900-FIND-ON-MASTER.
           MOVE 'N' TO WS-MST-FOUND-SWITCH
           MOVE 0   TO WS-MST-FOUND-IDX
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MASTER-COUNT
                      OR WS-ON-MASTER
               IF WS-M-STUDENT-ID (WS-MST-IDX) = WS-TARGET-STUDENT-ID
                   MOVE 'Y' TO WS-MST-FOUND-SWITCH
                   MOVE WS-MST-IDX TO WS-MST-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2950-FIND-LEDGER - the student's receivables entry, opened on
      * first sight.  The guardian is refreshed from the master each
      * time, so a change of guardian reaches the next bill.
      *----------------------------------------------------------------
       2950-FIND-LEDGER.
           MOVE 'N' TO WS-LDG-FOUND-SWITCH
           MOVE 0   TO WS-LDG-FOUND-IDX
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                   UNTIL WS-LDG-IDX > WS-LEDGER-COUNT
                      OR WS-LEDGER-FOUND
               IF WS-L-STUDENT-ID (WS-LDG-IDX) = WS-TARGET-STUDENT-ID
                   MOVE 'Y' TO WS-LDG-FOUND-SWITCH
                   MOVE WS-LDG-IDX TO WS-LDG-FOUND-IDX
               END-IF
           END-PERFORM
           IF NOT WS-LEDGER-FOUND
              AND WS-LEDGER-COUNT < 200
               ADD 1 TO WS-LEDGER-COUNT
               MOVE WS-LEDGER-COUNT TO WS-LDG-FOUND-IDX
               PERFORM 1300-CLEAR-LEDGER-ENTRY
               MOVE WS-TARGET-STUDENT-ID
                   TO WS-L-STUDENT-ID (WS-LDG-FOUND-IDX)
               MOVE WS-TERM-ID TO WS-L-TERM-ID (WS-LDG-FOUND-IDX)
               MOVE 'Y' TO WS-LDG-FOUND-SWITCH
           END-IF
           IF WS-LEDGER-FOUND
               MOVE WS-M-GUARDIAN-NAME (WS-MST-FOUND-IDX)
                   TO WS-L-GUARDIAN-NAME (WS-LDG-FOUND-IDX)
           END-IF.

      *----------------------------------------------------------------
      * 2960-FIND-BILLED-CLASS - WS-POST-TEACHER-ID on the billed
      * list of entry WS-LDG-FOUND-IDX.
      *----------------------------------------------------------------
       2960-FIND-BILLED-CLASS.
           MOVE 'N' TO WS-CLS-FOUND-SWITCH
           MOVE 0   TO WS-CLS-FOUND-IDX
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX
                         > WS-L-BILLED-COUNT (WS-LDG-FOUND-IDX)
                      OR WS-CLASS-BILLED
               IF WS-L-BILLED-TEACHER (WS-LDG-FOUND-IDX, WS-CLS-IDX)
                      = WS-POST-TEACHER-ID
                   MOVE 'Y' TO WS-CLS-FOUND-SWITCH
                   MOVE WS-CLS-IDX TO WS-CLS-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2970-REMOVE-BILLED-CLASS - close the gap the credited class
      * leaves on the billed list.
      *----------------------------------------------------------------
       2970-REMOVE-BILLED-CLASS.
           PERFORM VARYING WS-CLS-IDX FROM WS-CLS-FOUND-IDX BY 1
                   UNTIL WS-CLS-IDX
                         >= WS-L-BILLED-COUNT (WS-LDG-FOUND-IDX)
               MOVE WS-L-BILLED-TEACHER (WS-LDG-FOUND-IDX,
                       WS-CLS-IDX + 1)
                   TO WS-L-BILLED-TEACHER (WS-LDG-FOUND-IDX,
                       WS-CLS-IDX)
           END-PERFORM
           MOVE 0 TO WS-L-BILLED-TEACHER (WS-LDG-FOUND-IDX,
               WS-L-BILLED-COUNT (WS-LDG-FOUND-IDX))
           SUBTRACT 1 FROM WS-L-BILLED-COUNT (WS-LDG-FOUND-IDX).

      *----------------------------------------------------------------
      * 2980-FIND-FEE - CLASSROS-TEACHER-ID's term fee.
      *----------------------------------------------------------------
       2980-FIND-FEE.
           MOVE 'N' TO WS-FEE-FOUND-SWITCH
           MOVE 0   TO WS-FEE-FOUND-IDX
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > WS-FEE-COUNT
                      OR WS-FEE-FOUND
               IF WS-F-TEACHER-ID (WS-FEE-IDX) = CLASSROS-TEACHER-ID
                   MOVE 'Y' TO WS-FEE-FOUND-SWITCH
                   MOVE WS-FEE-IDX TO WS-FEE-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 3000-PRINT-REPORT - one bill line per guardian account with
      * movement this run or a balance still open.
      *----------------------------------------------------------------
       3000-PRINT-REPORT.
           OPEN OUTPUT TUITION-REPORT-FILE
           MOVE WS-TERM-ID        TO WS-H-TERM-ID
           MOVE WS-RUN-DATE       TO WS-H-RUN-DATE
           MOVE WS-SCHOOL-ACCOUNT TO WS-H-SCHOOL-ACCOUNT
           WRITE TUITION-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE TUITION-REPORT-LINE FROM WS-REPORT-HEADING-2
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                   UNTIL WS-LDG-IDX > WS-LEDGER-COUNT
               ADD WS-L-BALANCE (WS-LDG-IDX) TO WS-TOTAL-OUTSTANDING
               IF WS-L-LAST-ACTIVITY (WS-LDG-IDX) = WS-RUN-DATE
                  OR WS-L-BALANCE (WS-LDG-IDX) NOT = 0
                   PERFORM 3100-PRINT-BILL
               END-IF
           END-PERFORM

           WRITE TUITION-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-TRAN-COUNT     TO WS-F-TRANS
           MOVE WS-BILL-COUNT     TO WS-F-BILLS
           MOVE WS-AUTOPAY-COUNT  TO WS-F-AUTOPAYS
           MOVE WS-REJECT-COUNT   TO WS-F-REJECTS
           WRITE TUITION-REPORT-LINE FROM WS-REPORT-FOOTER-1
           MOVE WS-TOTAL-CHARGES  TO WS-F-CHARGES
           MOVE WS-TOTAL-PAYMENTS TO WS-F-PAYMENTS
           MOVE WS-TOTAL-CREDITS  TO WS-F-CREDITS
           MOVE WS-TOTAL-AUTOPAY  TO WS-F-AUTOPAY
           WRITE TUITION-REPORT-LINE FROM WS-REPORT-FOOTER-2
           MOVE WS-TOTAL-OUTSTANDING TO WS-F-OUTSTANDING
           WRITE TUITION-REPORT-LINE FROM WS-REPORT-FOOTER-3
           CLOSE TUITION-REPORT-FILE.

      *----------------------------------------------------------------
      * 3100-PRINT-BILL - the note tells the guardian how the
      * balance stands.
      *----------------------------------------------------------------
       3100-PRINT-BILL.
           MOVE WS-L-STUDENT-ID (WS-LDG-IDX) TO WS-D-STUDENT-ID
           MOVE WS-L-STUDENT-ID (WS-LDG-IDX) TO WS-TARGET-STUDENT-ID
           PERFORM 2900-FIND-ON-MASTER
           IF WS-ON-MASTER
               MOVE WS-M-STUDENT-NAME (WS-MST-FOUND-IDX)
                   TO WS-D-STUDENT-NAME
           ELSE
               MOVE "*** NOT ON MASTER ***" TO WS-D-STUDENT-NAME
           END-IF
           MOVE "TUITRPT"                         TO MASK-REPORT-ID
           MOVE 'P'                               TO MASK-FIELD-TYPE
           MOVE 20                                TO MASK-FIELD-LENGTH
           MOVE WS-L-GUARDIAN-NAME (WS-LDG-IDX)   TO MASK-FIELD-VALUE
           CALL "MaskData" USING MASK-DATA-PARMS
           MOVE MASK-FIELD-VALUE                  TO WS-D-GUARDIAN-NAME
           MOVE WS-L-OPENING-BALANCE (WS-LDG-IDX) TO WS-D-OPENING
           MOVE WS-L-RUN-CHARGES (WS-LDG-IDX)     TO WS-D-CHARGES
           MOVE WS-L-RUN-PAYMENTS (WS-LDG-IDX)    TO WS-D-PAYMENTS
           MOVE WS-L-RUN-CREDITS (WS-LDG-IDX)     TO WS-D-CREDITS
           MOVE WS-L-RUN-AUTOPAY (WS-LDG-IDX)     TO WS-D-AUTOPAY
           MOVE WS-L-BALANCE (WS-LDG-IDX)         TO WS-D-BALANCE
           EVALUATE TRUE
               WHEN WS-L-NOTE (WS-LDG-IDX) NOT = SPACES
                   MOVE WS-L-NOTE (WS-LDG-IDX) TO WS-D-NOTE
               WHEN WS-L-BALANCE (WS-LDG-IDX) > 0
                   MOVE "AMOUNT DUE" TO WS-D-NOTE
               WHEN WS-L-BALANCE (WS-LDG-IDX) < 0
                   MOVE "CREDIT CARRIED FORWARD" TO WS-D-NOTE
               WHEN WS-L-RUN-AUTOPAY (WS-LDG-IDX) > 0
                   MOVE "PAID BY AUTO-DEBIT" TO WS-D-NOTE
               WHEN OTHER
                   MOVE "PAID IN FULL" TO WS-D-NOTE
           END-EVALUATE
           WRITE TUITION-REPORT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------
      * 4000-REWRITE-LEDGER - an entry opened this run for a
      * transaction that was then rejected is not kept.
      *----------------------------------------------------------------
       4000-REWRITE-LEDGER.
           OPEN OUTPUT TUITION-MASTER-FILE
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                   UNTIL WS-LDG-IDX > WS-LEDGER-COUNT
               IF WS-L-LAST-ACTIVITY (WS-LDG-IDX) NOT = 0
                  OR WS-L-AUTOPAY-ACCOUNT (WS-LDG-IDX) NOT = 0
                   PERFORM 4100-WRITE-LEDGER
               END-IF
           END-PERFORM
           CLOSE TUITION-MASTER-FILE.

      *----------------------------------------------------------------
      * 4100-WRITE-LEDGER
      *----------------------------------------------------------------
       4100-WRITE-LEDGER.
           MOVE WS-L-STUDENT-ID (WS-LDG-IDX)    TO TUITM-STUDENT-ID
           MOVE WS-L-GUARDIAN-NAME (WS-LDG-IDX) TO TUITM-GUARDIAN-NAME
           MOVE WS-L-AUTOPAY-ACCOUNT (WS-LDG-IDX)
               TO TUITM-AUTOPAY-ACCOUNT
           MOVE WS-L-TERM-ID (WS-LDG-IDX)       TO TUITM-TERM-ID
           MOVE WS-L-BILLED-COUNT (WS-LDG-IDX)  TO TUITM-BILLED-COUNT
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > 5
               MOVE WS-L-BILLED-TEACHER (WS-LDG-IDX, WS-CLS-IDX)
                   TO TUITM-BILLED-TEACHER (WS-CLS-IDX)
           END-PERFORM
           MOVE WS-L-TERM-CHARGES (WS-LDG-IDX)  TO TUITM-TERM-CHARGES
           MOVE WS-L-BALANCE (WS-LDG-IDX)       TO TUITM-BALANCE
           MOVE WS-L-LAST-ACTIVITY (WS-LDG-IDX)
               TO TUITM-LAST-ACTIVITY-DATE
           WRITE TUITION-MASTER-RECORD.
