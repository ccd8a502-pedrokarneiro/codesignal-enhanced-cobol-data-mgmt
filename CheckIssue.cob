       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckIssue.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - SHARED SUBPROGRAM THAT
      *                  PRINTS PAPER CHECKS FOR SalaryCalc AND
      *                  AchReturns, WHICH UNTIL NOW LEFT EVERY
      *                  EMPLOYEE WITHOUT A ROUTING NUMBER AND EVERY
      *                  RETURNED DEPOSIT TO BE WRITTEN BY HAND.  CHECK
      *                  NUMBERS COME FROM THE CHKCTL STOCK CONTROL
      *                  RECORD AND NEVER GO PAST THE LAST FORM
      *                  LOADED; EACH CHECK IS APPENDED TO THE CHKREG
      *                  CHECK REGISTER AS OUTSTANDING, WRITTEN TO THE
      *                  BANK'S POSPAY POSITIVE-PAY ISSUE FILE, AND
      *                  PRINTED ON CHKPRT.  A REGISTER ALREADY PAST
      *                  THE CONTROL RECORD (A RUN THAT ENDED BEFORE
      *                  REWRITING IT) MOVES THE SEQUENCE ON PAST THE
      *                  REGISTER, SO A NUMBER IS NEVER USED TWICE.
      *                  CALLED 'O' TO OPEN, 'I' PER CHECK AND 'C' TO
      *                  CLOSE, THE WAY RunLog IS CALLED 'S' AND 'E'.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-CONTROL-FILE ASSIGN TO "CHKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKCTL-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKREG-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECK-PRINT-FILE ASSIGN TO "CHKPRT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-CONTROL-FILE.
       COPY CHKCTL.

       FD  CHECK-REGISTER-FILE.
       COPY CHKREG.

       FD  POSITIVE-PAY-FILE.
       COPY POSPAY.

       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CHKCTL-STATUS          PIC X(2).
       01  WS-CHKREG-STATUS          PIC X(2).
       01  WS-RUN-DATE               PIC 9(8) VALUE 0.

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  BANK-IDENTITY.
           COPY BANKID.

      *----------------------------------------------------------------
      * The stock control as loaded at open and carried from call to
      * call.  WS-CONTROL-SWITCH stays 'N' when there is no CHKCTL
      * record, and nothing prints.
      *----------------------------------------------------------------
       01  WS-CONTROL-SWITCH         PIC X VALUE 'N'.
           88  WS-CONTROL-LOADED     VALUE 'Y'.
       01  WS-EXHAUSTED-SWITCH       PIC X VALUE 'N'.
           88  WS-STOCK-EXHAUSTED    VALUE 'Y'.
       01  WS-NEXT-CHECK             PIC 9(8) VALUE 0.
       01  WS-LAST-CHECK             PIC 9(8) VALUE 0.
       01  WS-ACCOUNT-NUMBER         PIC 9(10) VALUE 0.
       01  WS-STALE-MONTHS           PIC 9(2) VALUE 0.
       01  WS-HIGHEST-ON-REGISTER    PIC 9(8) VALUE 0.
       01  WS-CALLER-ID              PIC X(15) VALUE SPACES.
       01  WS-ISSUED-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-ISSUED-TOTAL           PIC 9(9)V99 VALUE 0.

       01  WS-CHECK-SEPARATOR        PIC X(80) VALUE ALL "-".
       01  WS-CHECK-BLANK            PIC X(80) VALUE SPACES.

       01  WS-CHECK-LINE-1.
           05  WS-C-BANK-NAME     PIC X(23).
           05  FILLER             PIC X(33) VALUE SPACES.
           05  FILLER PIC X(10) VALUE "CHECK NO  ".
           05  WS-C-CHECK-NUMBER  PIC 9(8).
           05  FILLER             PIC X(6) VALUE SPACES.

       01  WS-CHECK-LINE-2.
           05  FILLER PIC X(8)  VALUE "ACCOUNT ".
           05  WS-C-ACCOUNT       PIC 9(10).
           05  FILLER             PIC X(38) VALUE SPACES.
           05  FILLER PIC X(10) VALUE "DATE      ".
           05  WS-C-ISSUE-DATE    PIC 9(8).
           05  FILLER             PIC X(6) VALUE SPACES.

       01  WS-CHECK-LINE-3.
           05  FILLER PIC X(21) VALUE "PAY TO THE ORDER OF  ".
           05  WS-C-PAYEE-NAME    PIC X(20).
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER PIC X(1)  VALUE "$".
           05  WS-C-AMOUNT        PIC **,***,**9.99.
           05  FILLER             PIC X(10) VALUE SPACES.

       01  WS-CHECK-LINE-4.
           05  FILLER PIC X(9)  VALUE "PAYEE NO ".
           05  WS-C-PAYEE-NUMBER  PIC 9(6).
           05  FILLER PIC X(11) VALUE "  ISSUED BY".
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-C-SOURCE        PIC X(15).
           05  FILLER PIC X(16) VALUE "  VOID AFTER    ".
           05  WS-C-STALE-MONTHS  PIC Z9.
           05  FILLER PIC X(7)  VALUE " MONTHS".
           05  FILLER             PIC X(13) VALUE SPACES.

       LINKAGE SECTION.

       01  CHECK-ISSUE-PARMS.
           COPY CHKISSP.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING CHECK-ISSUE-PARMS.
       0000-MAINLINE.
           EVALUATE CHKI-ACTION
               WHEN 'O'
                   PERFORM 1000-OPEN-CHECK-RUN
               WHEN 'I'
                   PERFORM 2000-ISSUE-CHECK
               WHEN 'C'
                   PERFORM 3000-CLOSE-CHECK-RUN
               WHEN OTHER
                   MOVE 'N' TO CHKI-RESULT
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------
      * 1000-OPEN-CHECK-RUN - load the stock control, move it past
      * anything already on the register, and open the run's files.
      *----------------------------------------------------------------
       1000-OPEN-CHECK-RUN.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE   TO WS-RUN-DATE
           MOVE CHKI-CALLER-ID TO WS-CALLER-ID
           MOVE 'N' TO WS-CONTROL-SWITCH
           MOVE 'N' TO WS-EXHAUSTED-SWITCH
           MOVE 0   TO WS-ISSUED-COUNT
           MOVE 0   TO WS-ISSUED-TOTAL

           OPEN INPUT CHECK-CONTROL-FILE
           IF WS-CHKCTL-STATUS NOT = "35"
               READ CHECK-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHKCTL-NEXT-CHECK NUMERIC
                          AND CHKCTL-LAST-CHECK NUMERIC
                          AND CHKCTL-NEXT-CHECK > 0
                           MOVE 'Y' TO WS-CONTROL-SWITCH
                           MOVE CHKCTL-NEXT-CHECK TO WS-NEXT-CHECK
                           MOVE CHKCTL-LAST-CHECK TO WS-LAST-CHECK
                           MOVE CHKCTL-ACCOUNT-NUMBER
                               TO WS-ACCOUNT-NUMBER
                           MOVE CHKCTL-STALE-MONTHS
                               TO WS-STALE-MONTHS
                       END-IF
               END-READ
               CLOSE CHECK-CONTROL-FILE
           END-IF
           IF NOT WS-CONTROL-LOADED
               DISPLAY "*** NO CHKCTL CHECK STOCK CONTROL - NO CHECKS"
                       " WILL PRINT THIS RUN ***"
           END-IF
           IF WS-STALE-MONTHS = 0
               MOVE 6 TO WS-STALE-MONTHS
           END-IF

           PERFORM 1100-FIND-HIGHEST-ON-REGISTER
           IF WS-CONTROL-LOADED
              AND WS-HIGHEST-ON-REGISTER >= WS-NEXT-CHECK
               DISPLAY "*** CHKCTL BEHIND THE REGISTER - SEQUENCE"
                       " MOVED FROM " WS-NEXT-CHECK " ***"
               COMPUTE WS-NEXT-CHECK = WS-HIGHEST-ON-REGISTER + 1
           END-IF

           OPEN EXTEND CHECK-REGISTER-FILE
           IF WS-CHKREG-STATUS = "35"
               OPEN OUTPUT CHECK-REGISTER-FILE
           END-IF
           OPEN OUTPUT POSITIVE-PAY-FILE
           OPEN OUTPUT CHECK-PRINT-FILE
           MOVE 'Y' TO CHKI-RESULT.

      *----------------------------------------------------------------
      * 1100-FIND-HIGHEST-ON-REGISTER - the last number any run
      * actually printed, whatever the control record says.
      *----------------------------------------------------------------
       1100-FIND-HIGHEST-ON-REGISTER.
           MOVE 0 TO WS-HIGHEST-ON-REGISTER
           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-CHKREG-STATUS NOT = "35"
               PERFORM 1150-READ-REGISTER
               PERFORM UNTIL WS-CHKREG-STATUS NOT = "00"
                   IF CHKREG-CHECK-NUMBER > WS-HIGHEST-ON-REGISTER
                       MOVE CHKREG-CHECK-NUMBER
                           TO WS-HIGHEST-ON-REGISTER
                   END-IF
                   PERFORM 1150-READ-REGISTER
               END-PERFORM
               CLOSE CHECK-REGISTER-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1150-READ-REGISTER
      *----------------------------------------------------------------
       1150-READ-REGISTER.
           READ CHECK-REGISTER-FILE
               AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------
      * 2000-ISSUE-CHECK - the next number to this payee: register,
      * positive pay and the printed form.  Out of stock, or no
      * control record, prints nothing and answers 'N'.
      *----------------------------------------------------------------
       2000-ISSUE-CHECK.
           MOVE 0 TO CHKI-CHECK-NUMBER
           IF NOT WS-CONTROL-LOADED
               MOVE 'N' TO CHKI-RESULT
           ELSE
               IF WS-NEXT-CHECK > WS-LAST-CHECK
                   IF NOT WS-STOCK-EXHAUSTED
                       MOVE 'Y' TO WS-EXHAUSTED-SWITCH
                       DISPLAY "*** CHECK STOCK EXHAUSTED AT "
                               WS-LAST-CHECK " - LOAD NEW STOCK ***"
                   END-IF
                   MOVE 'N' TO CHKI-RESULT
               ELSE
                   MOVE WS-NEXT-CHECK TO CHKI-CHECK-NUMBER
                   PERFORM 2100-WRITE-REGISTER-ENTRY
                   PERFORM 2200-WRITE-POSITIVE-PAY
                   PERFORM 2300-PRINT-CHECK
                   ADD 1 TO WS-NEXT-CHECK
                   ADD 1 TO WS-ISSUED-COUNT
                   ADD CHKI-AMOUNT TO WS-ISSUED-TOTAL
                   MOVE 'Y' TO CHKI-RESULT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2100-WRITE-REGISTER-ENTRY
      *----------------------------------------------------------------
       2100-WRITE-REGISTER-ENTRY.
           MOVE CHKI-CHECK-NUMBER TO CHKREG-CHECK-NUMBER
           MOVE WS-RUN-DATE       TO CHKREG-ISSUE-DATE
           MOVE CHKI-PAYEE-NUMBER TO CHKREG-PAYEE-NUMBER
           MOVE CHKI-PAYEE-NAME   TO CHKREG-PAYEE-NAME
           MOVE CHKI-AMOUNT       TO CHKREG-AMOUNT
           MOVE WS-CALLER-ID      TO CHKREG-SOURCE
           MOVE 'O'               TO CHKREG-STATUS
           MOVE WS-RUN-DATE       TO CHKREG-STATUS-DATE
           WRITE CHECK-REGISTER-RECORD.

      *----------------------------------------------------------------
      * 2200-WRITE-POSITIVE-PAY
      *----------------------------------------------------------------
       2200-WRITE-POSITIVE-PAY.
           MOVE WS-ACCOUNT-NUMBER TO POSPAY-ACCOUNT-NUMBER
           MOVE CHKI-CHECK-NUMBER TO POSPAY-CHECK-NUMBER
           MOVE WS-RUN-DATE       TO POSPAY-ISSUE-DATE
           MOVE CHKI-AMOUNT       TO POSPAY-AMOUNT
           MOVE CHKI-PAYEE-NAME   TO POSPAY-PAYEE-NAME
           MOVE 'I'               TO POSPAY-ACTION
           WRITE POSITIVE-PAY-RECORD.

      *----------------------------------------------------------------
      * 2300-PRINT-CHECK - one form on the check stock.
      *----------------------------------------------------------------
       2300-PRINT-CHECK.
           MOVE BANKID-BANK-NAME  TO WS-C-BANK-NAME
           MOVE CHKI-CHECK-NUMBER TO WS-C-CHECK-NUMBER
           MOVE WS-ACCOUNT-NUMBER TO WS-C-ACCOUNT
           MOVE WS-RUN-DATE       TO WS-C-ISSUE-DATE
           MOVE CHKI-PAYEE-NAME   TO WS-C-PAYEE-NAME
           MOVE CHKI-AMOUNT       TO WS-C-AMOUNT
           MOVE CHKI-PAYEE-NUMBER TO WS-C-PAYEE-NUMBER
           MOVE WS-CALLER-ID      TO WS-C-SOURCE
           MOVE WS-STALE-MONTHS   TO WS-C-STALE-MONTHS
           WRITE CHECK-PRINT-LINE FROM WS-CHECK-SEPARATOR
           WRITE CHECK-PRINT-LINE FROM WS-CHECK-LINE-1
           WRITE CHECK-PRINT-LINE FROM WS-CHECK-LINE-2
           WRITE CHECK-PRINT-LINE FROM WS-CHECK-BLANK
           WRITE CHECK-PRINT-LINE FROM WS-CHECK-LINE-3
           WRITE CHECK-PRINT-LINE FROM WS-CHECK-BLANK
           WRITE CHECK-PRINT-LINE FROM WS-CHECK-LINE-4.

      *----------------------------------------------------------------
      * 3000-CLOSE-CHECK-RUN - close the run's files and put the
      * advanced sequence back on CHKCTL.
      *----------------------------------------------------------------
       3000-CLOSE-CHECK-RUN.
           CLOSE CHECK-REGISTER-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE CHECK-PRINT-FILE

           IF WS-CONTROL-LOADED
               OPEN OUTPUT CHECK-CONTROL-FILE
               MOVE WS-NEXT-CHECK     TO CHKCTL-NEXT-CHECK
               MOVE WS-LAST-CHECK     TO CHKCTL-LAST-CHECK
               MOVE WS-ACCOUNT-NUMBER TO CHKCTL-ACCOUNT-NUMBER
               MOVE WS-STALE-MONTHS   TO CHKCTL-STALE-MONTHS
               WRITE CHECK-CONTROL-RECORD
               CLOSE CHECK-CONTROL-FILE
           END-IF

           MOVE WS-ISSUED-COUNT TO CHKI-ISSUED-COUNT
           MOVE WS-ISSUED-TOTAL TO CHKI-ISSUED-TOTAL
           DISPLAY "CHECKS PRINTED: " WS-ISSUED-COUNT
                   "  NEXT CHECK NUMBER: " WS-NEXT-CHECK
           MOVE 'Y' TO CHKI-RESULT.
