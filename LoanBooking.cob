       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanBooking.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - CONSUMER INSTALLMENT LOANS
      *                  WERE TRACKED ON A SPREADSHEET BECAUSE ACCTMAST
      *                  ONLY KNOWS SAVINGS AND CD PRODUCTS.  THIS
      *                  PROGRAM READS A BATCH OF LOANMNT BOOKING
      *                  REQUESTS, COMPUTES THE LEVEL MONTHLY PAYMENT
      *                  FROM PRINCIPAL, RATE AND TERM, OPENS THE LOAN
      *                  ON THE NEW LOANMAST KEYED MASTER, AND PRINTS
      *                  THE FULL AMORTIZATION SCHEDULE FOR EACH LOAN
      *                  BOOKED.  PAYMENTS THEN POST FROM GCTRAN AS
      *                  'L' RECORDS THROUGH GroupCalcDemo.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTM-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BOOKING-FILE ASSIGN TO "LOANMNT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCHEDULE-REPORT-FILE ASSIGN TO "LOANRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMAST.

       FD  BOOKING-FILE.
       COPY LOANMNT.

       FD  SCHEDULE-REPORT-FILE.
       01  SCHEDULE-REPORT-LINE         PIC X(100).

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS            PIC X(2).
       01  WS-MASTER-STATUS          PIC X(2).
       01  WS-EXCP-STATUS            PIC X(2).

       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.

       01  WS-REQUEST-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-BOOKED-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-REJECTED-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-BOOKED-PRINCIPAL       PIC S9(9)V99 VALUE 0.

       01  WS-REJECT-REASON          PIC X(40).

       01  WS-LOAN-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-LOAN-FOUND         VALUE 'Y'.
       01  WS-ACCT-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-ACCT-FOUND         VALUE 'Y'.

      *----------------------------------------------------------------
      * Payment arithmetic - the level payment is
      *     P * r * (1 + r) ** n / ((1 + r) ** n - 1)
      * with r the monthly rate (annual over 12) and n the term in
      * months; a zero-rate loan simply divides principal by term.
      * The growth factor is carried to nine places so a thirty-year
      * term does not lose cents to truncation.
      *----------------------------------------------------------------
       01  WS-MONTHLY-RATE           PIC 9V9(9) VALUE 0.
       01  WS-GROWTH-FACTOR          PIC 9(5)V9(9) VALUE 0.
       01  WS-PAYMENT-AMOUNT         PIC S9(7)V99 VALUE 0.

      *----------------------------------------------------------------
      * Amortization schedule work fields.
      *----------------------------------------------------------------
       01  WS-PMT-NUMBER             PIC 9(3) COMP VALUE 0.
       01  WS-SCHED-BALANCE          PIC S9(7)V99 VALUE 0.
       01  WS-SCHED-INTEREST         PIC S9(7)V99 VALUE 0.
       01  WS-SCHED-PRINCIPAL        PIC S9(7)V99 VALUE 0.
       01  WS-SCHED-PAYMENT          PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-INTEREST         PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-PAID             PIC S9(9)V99 VALUE 0.

      *----------------------------------------------------------------
      * Due-date arithmetic - one month at a time from the booking
      * date, carrying into the year.  A loan booked on the 29th to
      * the 31st falls due on the 28th, so every month has the day.
      *----------------------------------------------------------------
       01  WS-DATE-WORK.
           05  WS-DW-YEAR            PIC 9(4).
           05  WS-DW-MONTH           PIC 9(2).
           05  WS-DW-DAY             PIC 9(2).
       01  WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK
                                     PIC 9(8).
       01  WS-MONTHS-TOTAL           PIC 9(6) COMP VALUE 0.
       01  WS-NEW-YEAR               PIC 9(4) COMP VALUE 0.
       01  WS-NEW-MONTH-ZERO         PIC 9(2) COMP VALUE 0.
       01  WS-FIRST-DUE-DATE         PIC 9(8) VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(30) VALUE "LOAN BOOKING AND AMORTIZATION".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER           PIC X(52) VALUE SPACES.

       01  WS-LOAN-HEADING-1.
           05  FILLER PIC X(6)  VALUE "LOAN ".
           05  WS-LH-LOAN       PIC 9(10).
           05  FILLER PIC X(10) VALUE "  ACCOUNT ".
           05  WS-LH-ACCOUNT    PIC 9(10).
           05  FILLER PIC X(12) VALUE "  PRINCIPAL ".
           05  WS-LH-PRINCIPAL  PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(7)  VALUE "  RATE ".
           05  WS-LH-RATE       PIC 9.99999.
           05  FILLER PIC X(7)  VALUE "  TERM ".
           05  WS-LH-TERM       PIC ZZ9.
           05  FILLER           PIC X(15) VALUE SPACES.

       01  WS-LOAN-HEADING-2.
           05  FILLER PIC X(20) VALUE "  MONTHLY PAYMENT:  ".
           05  WS-LH-PAYMENT    PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(18) VALUE "  FIRST DUE DATE: ".
           05  WS-LH-FIRST-DUE  PIC 9(8).
           05  FILLER           PIC X(42) VALUE SPACES.

       01  WS-SCHEDULE-HEADING.
           05  FILLER PIC X(8)  VALUE "  PMT".
           05  FILLER PIC X(12) VALUE "DUE DATE".
           05  FILLER PIC X(16) VALUE "PAYMENT".
           05  FILLER PIC X(16) VALUE "INTEREST".
           05  FILLER PIC X(16) VALUE "PRINCIPAL".
           05  FILLER PIC X(16) VALUE "BALANCE".
           05  FILLER PIC X(16) VALUE SPACES.

       01  WS-SCHEDULE-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-S-PMT-NUMBER    PIC ZZ9.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-S-DUE-DATE      PIC 9(8).
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-S-PAYMENT       PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-S-INTEREST      PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-S-PRINCIPAL     PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-S-BALANCE       PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(12) VALUE SPACES.

       01  WS-SCHEDULE-TOTAL-LINE.
           05  FILLER PIC X(17) VALUE "  TOTALS".
           05  WS-ST-PAID         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-ST-INTEREST     PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(55) VALUE SPACES.

       01  WS-REJECT-LINE.
           05  FILLER PIC X(6)  VALUE "LOAN ".
           05  WS-R-LOAN          PIC 9(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-R-REASON        PIC X(40).
           05  FILLER             PIC X(42) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(100) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(12) VALUE "REQUESTS: ".
           05  WS-F-REQUESTS      PIC ZZZ9.
           05  FILLER PIC X(10) VALUE "  BOOKED: ".
           05  WS-F-BOOKED        PIC ZZZ9.
           05  FILLER PIC X(12) VALUE "  REJECTED: ".
           05  WS-F-REJECTED      PIC ZZZ9.
           05  FILLER PIC X(13) VALUE "  PRINCIPAL: ".
           05  WS-F-PRINCIPAL     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(27) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "LoanBooking" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           ACCEPT OPRAUTH-OPERATOR-ID FROM SYSIN
           MOVE "LoanBooking" TO OPRAUTH-CALLER-ID
           CALL "SignOnCheck" USING OPERATOR-AUTH-PARMS
           IF OPRAUTH-DENIED
               DISPLAY "*** SIGN-ON REJECTED - UNAUTHORIZED OPERATOR: "
                       OPRAUTH-OPERATOR-ID " ***"
               STOP RUN
           END-IF
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."

           PERFORM 0900-OPEN-EXCEPTION-FILE
           PERFORM 1000-OPEN-FILES

           PERFORM 2100-READ-BOOKING
           PERFORM 2000-PROCESS-BOOKING
               UNTIL WS-END-OF-FILE

           PERFORM 4000-TERMINATE
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-REQUEST-COUNT TO RLOG-RECORDS-READ
           MOVE WS-BOOKED-COUNT  TO RLOG-RECORDS-WRITTEN
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS
           STOP RUN.

      *----------------------------------------------------------------
      * 0900-OPEN-EXCEPTION-FILE
      *----------------------------------------------------------------
       0900-OPEN-EXCEPTION-FILE.
           OPEN EXTEND EXCEPTION-REPORT-FILE
           IF WS-EXCP-STATUS = "35"
               OPEN OUTPUT EXCEPTION-REPORT-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1000-OPEN-FILES - the loan master stays open I-O for the run;
      * a status of "35" means the cluster has never been loaded and
      * the first run creates it empty.  The account master is only
      * read, to confirm the payment account.
      *----------------------------------------------------------------
       1000-OPEN-FILES.
           OPEN I-O LOAN-MASTER-FILE
           IF WS-LOAN-STATUS = "35"
               OPEN OUTPUT LOAN-MASTER-FILE
               CLOSE LOAN-MASTER-FILE
               OPEN I-O LOAN-MASTER-FILE
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           OPEN INPUT BOOKING-FILE

           OPEN OUTPUT SCHEDULE-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           WRITE SCHEDULE-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE SCHEDULE-REPORT-LINE FROM WS-BLANK-LINE.

      *----------------------------------------------------------------
      * 2000-PROCESS-BOOKING - edit the request, and book the loan
      * and print its schedule only when every edit passes.
      *----------------------------------------------------------------
       2000-PROCESS-BOOKING.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2200-EDIT-BOOKING

           IF WS-REJECT-REASON = SPACES
               PERFORM 2300-COMPUTE-PAYMENT
               PERFORM 2400-WRITE-LOAN
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2500-PRINT-SCHEDULE
               ADD 1 TO WS-BOOKED-COUNT
               ADD LOANMNT-PRINCIPAL TO WS-BOOKED-PRINCIPAL
           ELSE
               PERFORM 2900-LOG-REJECT
           END-IF

           PERFORM 2100-READ-BOOKING.

      *----------------------------------------------------------------
      * 2100-READ-BOOKING
      *----------------------------------------------------------------
       2100-READ-BOOKING.
           READ BOOKING-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2200-EDIT-BOOKING - the first failing edit names the reject.
      * The payment account must be an open deposit account, since
      * every payment is drawn from it.
      *----------------------------------------------------------------
       2200-EDIT-BOOKING.
           MOVE LOANMNT-LOAN-NUMBER TO LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LOAN-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOAN-FOUND-SWITCH
           END-READ

           MOVE LOANMNT-ACCOUNT-NUMBER TO ACCTM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND-SWITCH
           END-READ

           EVALUATE TRUE
               WHEN NOT LOANMNT-IS-BOOKING
                   MOVE "*** REJECTED - UNKNOWN REQUEST TYPE ***"
                       TO WS-REJECT-REASON
               WHEN WS-LOAN-FOUND
                   MOVE "*** REJECTED - LOAN ALREADY ON FILE ***"
                       TO WS-REJECT-REASON
               WHEN NOT WS-ACCT-FOUND
                   MOVE "*** REJECTED - PAYMENT ACCT NOT ON FILE ***"
                       TO WS-REJECT-REASON
               WHEN ACCTM-ACCOUNT-CLOSED
                   MOVE "*** REJECTED - PAYMENT ACCT IS CLOSED ***"
                       TO WS-REJECT-REASON
               WHEN LOANMNT-PRINCIPAL NOT > 0
                   MOVE "*** REJECTED - PRINCIPAL NOT POSITIVE ***"
                       TO WS-REJECT-REASON
               WHEN LOANMNT-TERM-MONTHS = 0
                   MOVE "*** REJECTED - TERM IS ZERO ***"
                       TO WS-REJECT-REASON
               WHEN LOANMNT-TERM-MONTHS > 360
                   MOVE "*** REJECTED - TERM OVER 360 MONTHS ***"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2300-COMPUTE-PAYMENT - the level monthly payment, rounded to
      * the cent.  The last scheduled payment absorbs the rounding.
      *----------------------------------------------------------------
       2300-COMPUTE-PAYMENT.
           COMPUTE WS-MONTHLY-RATE ROUNDED =
               LOANMNT-ANNUAL-RATE / 12
           IF WS-MONTHLY-RATE = 0
               COMPUTE WS-PAYMENT-AMOUNT ROUNDED =
                   LOANMNT-PRINCIPAL / LOANMNT-TERM-MONTHS
           ELSE
               COMPUTE WS-GROWTH-FACTOR ROUNDED =
                   (1 + WS-MONTHLY-RATE) ** LOANMNT-TERM-MONTHS
               COMPUTE WS-PAYMENT-AMOUNT ROUNDED =
                   LOANMNT-PRINCIPAL * WS-MONTHLY-RATE
                       * WS-GROWTH-FACTOR
                       / (WS-GROWTH-FACTOR - 1)
           END-IF

           MOVE WS-RUN-DATE TO WS-DATE-WORK-NUM
           PERFORM 2600-ADVANCE-ONE-MONTH
           MOVE WS-DATE-WORK-NUM TO WS-FIRST-DUE-DATE.

      *----------------------------------------------------------------
      * 2400-WRITE-LOAN - open the loan on the keyed master.
      *----------------------------------------------------------------
       2400-WRITE-LOAN.
           MOVE LOANMNT-LOAN-NUMBER    TO LOAN-NUMBER
           MOVE LOANMNT-ACCOUNT-NUMBER TO LOAN-ACCOUNT-NUMBER
           MOVE LOANMNT-PRINCIPAL      TO LOAN-ORIGINAL-PRINCIPAL
           MOVE LOANMNT-PRINCIPAL      TO LOAN-PRINCIPAL-BALANCE
           MOVE LOANMNT-ANNUAL-RATE    TO LOAN-ANNUAL-RATE
           MOVE LOANMNT-TERM-MONTHS    TO LOAN-TERM-MONTHS
           MOVE WS-PAYMENT-AMOUNT      TO LOAN-PAYMENT-AMOUNT
           MOVE WS-RUN-DATE            TO LOAN-BOOKED-DATE
           MOVE WS-FIRST-DUE-DATE      TO LOAN-NEXT-DUE-DATE
           MOVE 0                      TO LOAN-LAST-PAYMENT-DATE
           MOVE 0                      TO LOAN-PAYMENTS-MADE
           MOVE 0                      TO LOAN-INTEREST-PAID
           MOVE 'A'                    TO LOAN-STATUS
           WRITE LOAN-RECORD
               INVALID KEY
                   MOVE "*** REJECTED - DUPLICATE KEY ***"
                       TO WS-REJECT-REASON
           END-WRITE.

      *----------------------------------------------------------------
      * 2500-PRINT-SCHEDULE - one line per scheduled payment: interest
      * on the balance outstanding, the rest of the payment against
      * principal, and the final payment sized to clear the balance.
      *----------------------------------------------------------------
       2500-PRINT-SCHEDULE.
           MOVE LOANMNT-LOAN-NUMBER    TO WS-LH-LOAN
           MOVE LOANMNT-ACCOUNT-NUMBER TO WS-LH-ACCOUNT
           MOVE LOANMNT-PRINCIPAL      TO WS-LH-PRINCIPAL
           MOVE LOANMNT-ANNUAL-RATE    TO WS-LH-RATE
           MOVE LOANMNT-TERM-MONTHS    TO WS-LH-TERM
           MOVE WS-PAYMENT-AMOUNT      TO WS-LH-PAYMENT
           MOVE WS-FIRST-DUE-DATE      TO WS-LH-FIRST-DUE
           WRITE SCHEDULE-REPORT-LINE FROM WS-LOAN-HEADING-1
           WRITE SCHEDULE-REPORT-LINE FROM WS-LOAN-HEADING-2
           WRITE SCHEDULE-REPORT-LINE FROM WS-SCHEDULE-HEADING

           MOVE LOANMNT-PRINCIPAL TO WS-SCHED-BALANCE
           MOVE 0 TO WS-TOTAL-INTEREST
           MOVE 0 TO WS-TOTAL-PAID
           MOVE WS-FIRST-DUE-DATE TO WS-DATE-WORK-NUM
           PERFORM VARYING WS-PMT-NUMBER FROM 1 BY 1
                   UNTIL WS-PMT-NUMBER > LOANMNT-TERM-MONTHS
               COMPUTE WS-SCHED-INTEREST ROUNDED =
                   WS-SCHED-BALANCE * WS-MONTHLY-RATE
               IF WS-PMT-NUMBER = LOANMNT-TERM-MONTHS
                  OR WS-PAYMENT-AMOUNT - WS-SCHED-INTEREST
                         > WS-SCHED-BALANCE
                   MOVE WS-SCHED-BALANCE TO WS-SCHED-PRINCIPAL
               ELSE
                   COMPUTE WS-SCHED-PRINCIPAL =
                       WS-PAYMENT-AMOUNT - WS-SCHED-INTEREST
               END-IF
               COMPUTE WS-SCHED-PAYMENT =
                   WS-SCHED-PRINCIPAL + WS-SCHED-INTEREST
               SUBTRACT WS-SCHED-PRINCIPAL FROM WS-SCHED-BALANCE
               ADD WS-SCHED-INTEREST TO WS-TOTAL-INTEREST
               ADD WS-SCHED-PAYMENT  TO WS-TOTAL-PAID

               MOVE WS-PMT-NUMBER      TO WS-S-PMT-NUMBER
               MOVE WS-DATE-WORK-NUM   TO WS-S-DUE-DATE
               MOVE WS-SCHED-PAYMENT   TO WS-S-PAYMENT
               MOVE WS-SCHED-INTEREST  TO WS-S-INTEREST
               MOVE WS-SCHED-PRINCIPAL TO WS-S-PRINCIPAL
               MOVE WS-SCHED-BALANCE   TO WS-S-BALANCE
               WRITE SCHEDULE-REPORT-LINE FROM WS-SCHEDULE-LINE
               PERFORM 2600-ADVANCE-ONE-MONTH
           END-PERFORM

           MOVE WS-TOTAL-PAID     TO WS-ST-PAID
           MOVE WS-TOTAL-INTEREST TO WS-ST-INTEREST
           WRITE SCHEDULE-REPORT-LINE FROM WS-SCHEDULE-TOTAL-LINE
           WRITE SCHEDULE-REPORT-LINE FROM WS-BLANK-LINE.

      *----------------------------------------------------------------
      * 2600-ADVANCE-ONE-MONTH - WS-DATE-WORK one month forward, the
      * day of month held at the 28th or earlier.
      *----------------------------------------------------------------
       2600-ADVANCE-ONE-MONTH.
           COMPUTE WS-MONTHS-TOTAL = WS-DW-YEAR * 12 + WS-DW-MONTH
           DIVIDE WS-MONTHS-TOTAL BY 12
               GIVING WS-NEW-YEAR
               REMAINDER WS-NEW-MONTH-ZERO
           MOVE WS-NEW-YEAR TO WS-DW-YEAR
           COMPUTE WS-DW-MONTH = WS-NEW-MONTH-ZERO + 1
           IF WS-DW-DAY > 28
               MOVE 28 TO WS-DW-DAY
           END-IF.

      *----------------------------------------------------------------
      * 2900-LOG-REJECT - a rejected booking is printed on the
      * schedule report and logged to the shared exception report.
      *----------------------------------------------------------------
       2900-LOG-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE LOANMNT-LOAN-NUMBER TO WS-R-LOAN
           MOVE WS-REJECT-REASON    TO WS-R-REASON
           WRITE SCHEDULE-REPORT-LINE FROM WS-REJECT-LINE
           WRITE SCHEDULE-REPORT-LINE FROM WS-BLANK-LINE

           MOVE "LoanBooking"        TO EXCP-PROGRAM-ID
           MOVE LOANMNT-LOAN-NUMBER  TO EXCP-KEY-VALUE
           MOVE "LOANMNT-REQUEST"    TO EXCP-FIELD-NAME
           MOVE WS-REJECT-REASON     TO EXCP-REASON
           MOVE WS-RUN-DATE          TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD.

      *----------------------------------------------------------------
      * 4000-TERMINATE
      *----------------------------------------------------------------
       4000-TERMINATE.
           MOVE WS-REQUEST-COUNT    TO WS-F-REQUESTS
           MOVE WS-BOOKED-COUNT     TO WS-F-BOOKED
           MOVE WS-REJECTED-COUNT   TO WS-F-REJECTED
           MOVE WS-BOOKED-PRINCIPAL TO WS-F-PRINCIPAL
           WRITE SCHEDULE-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE SCHEDULE-REPORT-FILE
           CLOSE BOOKING-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE EXCEPTION-REPORT-FILE
           DISPLAY "LOANS BOOKED: " WS-BOOKED-COUNT
           DISPLAY "BOOKINGS REJECTED: " WS-REJECTED-COUNT.
