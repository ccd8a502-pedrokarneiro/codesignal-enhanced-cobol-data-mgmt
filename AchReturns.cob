      *                  REPORT PAYROLL CUTS MANUAL CHECKS FROM.  AN
      *                  ITEM THAT MATCHES NOTHING WE EXTRACTED IS
      *                  REPORTED AND LOGGED, NEVER QUIETLY DROPPED.
      * 2026-10-15  DLH  ALSO HANDLES RETURNS OF CUSTOMER PAYMENTS WE
      *                  ORIGINATED THROUGH AchOriginate.  AN ITEM
      *                  CARRYING A TRACE NUMBER IS MATCHED TO THE
      *                  ACHSENT REGISTER INSTEAD OF DDEXTR; A MATCHED
      *                  RETURN RE-CREDITS THE CUSTOMER'S ACCTMAST
      *                  ACCOUNT BY KEY (BALHIST AND BALAUDIT TYPE
      *                  'R'), MARKS THE REGISTER ENTRY RETURNED SO IT
      *                  CANNOT BE CREDITED TWICE, AND LOGS THE RETURN
      *                  TO THE SHARED EXCEPTION REPORT.  A RETURN
      *                  AGAINST A CLOSED ACCOUNT IS NOT CREDITED BUT
      *                  LOGGED FOR A REFUND BY CHECK.  THE CUSTOMER
      *                  ITEMS PRINT IN THEIR OWN SECTION AFTER THE
      *                  PAYROLL RE-ISSUES.
      * 2026-10-15  DLH  EMPLOYEE IMAGE WIDENED FOR THE NEW
      *                  EMP-HIRE-DATE AT THE END OF THE MASTER RECORD.
      * 2026-10-15  DLH  A MATCHED PAYROLL RETURN IS NOW RE-ISSUED ON A
      *                  PRINTED CHECK THROUGH THE SHARED CheckIssue
      *                  SUBPROGRAM - NUMBERED FROM CHKCTL, ENTERED ON
      *                  THE CHKREG REGISTER, SENT TO THE BANK ON POSPAY
      *                  AND PRINTED ON CHKPRT - INSTEAD OF BEING
      *                  WRITTEN BY HAND OFF THE RE-ISSUE REPORT, WHICH
      *                  NOW SHOWS THE CHECK NUMBER.  ONE THE STOCK
      *                  CANNOT COVER IS STILL LEFT TO BE WRITTEN BY
      *                  HAND.
      * 2026-10-15  DLH  EMPLOYEE IMAGE WIDENED FOR THE NEW
      *                  EMP-401K-DEFERRAL-PERCENT AT THE END OF THE
      *                  MASTER RECORD.
      * 2026-10-15  DLH  CHECKS IN WITH THE SHARED PostingRegister
      *                  BEFORE OPENING ITS FILES AND REGISTERS THE
      *                  BUSINESS DATE WHEN IT FINISHES.  A RERUN FOR A
      *                  DATE ALREADY POSTED ENDS RC 8 UNLESS A RERUNREQ
      *                  ENTRY ASKS FOR REPLACE MODE, WHICH FIRST CLEARS
      *                  THIS PROGRAM'S BALHIST AND BALAUDIT ENTRIES FOR
      *                  THE DATE.
      * 2026-10-15  DLH  THE CUSTOMER PAYMENT SECTION OF THE RE-ISSUE
      *                  REPORT NO LONGER PRINTS THE ACCOUNT NUMBER IN
      *                  CLEAR - IT IS MASKED BY THE SHARED MaskData
      *                  FOR REISSUE'S DISTCLS DISTRIBUTION CLASS.
      * 2026-10-15  DLH  NO LONGER CHECKS IN WITH PostingRegister.  THE
      *                  PROGRAM RUNS WHENEVER THE BANK SENDS A RETURN
      *                  FILE, SOMETIMES MORE THAN ONCE A DAY, SO ONE
      *                  REGISTRATION PER BUSINESS DATE REFUSED A SECOND
      *                  GENUINE FILE, AND A FORCED REPLACE PURGED THE
      *                  FIRST FILE'S BALHIST AND BALAUDIT ENTRIES WHILE
      *                  ITS MASTER UPDATES STOOD.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACH-SENT-FILE ASSIGN TO "ACHSENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHSENT-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTM-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "BALAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  ACH-SENT-FILE.
       COPY ACHSENT.

       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMAST.

       FD  BALANCE-HISTORY-FILE.
       COPY BALHIST.

       FD  AUDIT-TRAIL-FILE.
       COPY AUDTRL.

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

           88  WS-RET-END-OF-FILE    VALUE 'Y'.

       01  WS-EXCP-STATUS            PIC X(2).
       01  WS-ACHSENT-STATUS         PIC X(2).
       01  WS-MASTER-STATUS          PIC X(2).
       01  WS-HISTORY-STATUS         PIC X(2).
       01  WS-AUDIT-STATUS           PIC X(2).
       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           05  WS-EMP-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-EMPLOYEE-COUNT
                   INDEXED BY WS-EMP-IDX.
               10  WS-E-RECORD-IMAGE  PIC X(118).
               10  WS-E-RECORD-FIELDS REDEFINES WS-E-RECORD-IMAGE.
                   15  WS-E-EMPLOYEE-NUMBER PIC 9(6).
                   15  FILLER             PIC X(69).
                   15  WS-E-BANK-ROUTING  PIC 9(9).
                   15  WS-E-BANK-ACCOUNT  PIC X(17).
                   15  FILLER             PIC X(13).

      *----------------------------------------------------------------
      * WS-SENT-TABLE - the originated-payment register as raw
      * images, the status and return date updated in place for
      * matched customer returns, then rewritten.
      *----------------------------------------------------------------
       01  WS-SENT-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-SENT-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-PAYMENT-FOUND      VALUE 'Y'.
       01  WS-SENT-FOUND-IDX         PIC 9(4) COMP VALUE 0.
       01  WS-SENT-TABLE.
           05  WS-SENT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-SENT-COUNT
                   INDEXED BY WS-SENT-IDX.
               10  WS-S-RECORD-IMAGE  PIC X(77).
               10  WS-S-RECORD-FIELDS REDEFINES WS-S-RECORD-IMAGE.
                   15  WS-S-TRACE-NUMBER  PIC 9(15).
                   15  WS-S-ACCOUNT       PIC 9(10).
                   15  FILLER             PIC X(26).
                   15  WS-S-AMOUNT        PIC 9(7)V99.
                   15  WS-S-SENT-DATE     PIC 9(8).
                   15  WS-S-STATUS        PIC X.
                   15  WS-S-RETURN-DATE   PIC 9(8).

      *----------------------------------------------------------------
      * Customer payment returns - the account found by key, and the
      * report lines held for their own section at end of run.
      *----------------------------------------------------------------
       01  WS-ACCT-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-ACCOUNT-FOUND      VALUE 'Y'.
       01  WS-PRIOR-BALANCE          PIC S9(7)V99 VALUE 0.
       01  WS-CREDITED-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-NOT-CREDITED-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-CREDITED-TOTAL         PIC S9(9)V99 VALUE 0.
       01  WS-PAYMENT-LINE-COUNT     PIC 9(3) COMP VALUE 0.
       01  WS-PAYMENT-LINE-IDX       PIC 9(3) COMP VALUE 0.
       01  WS-PAYMENT-LINE-TABLE.
           05  WS-PAYMENT-LINE OCCURS 200 TIMES PIC X(90).

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.

       01  CHECK-ISSUE-PARMS.
           COPY CHKISSP.

       01  MASK-DATA-PARMS.
           COPY MASKPARM.
       01  WS-HAND-CHECK-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-DISPOSITION-CHECK.
           05  FILLER PIC X(21) VALUE "RE-ISSUED ON CHECK NO".
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DC-CHECK-NUMBER PIC 9(8).
           05  FILLER             PIC X(10) VALUE SPACES.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(28) VALUE "ACH RETURN RE-ISSUE REPORT".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-F-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(25) VALUE SPACES.

       01  WS-CHECK-FOOTER.
           05  FILLER PIC X(20) VALUE "CHECKS PRINTED:     ".
           05  WS-FC-PRINTED    PIC ZZZ9.
           05  FILLER PIC X(19) VALUE "  TO WRITE BY HAND:".
           05  WS-FC-HAND       PIC ZZZ9.
           05  FILLER           PIC X(43) VALUE SPACES.

       01  WS-PAYMENT-SECTION-HEADING.
           05  FILLER PIC X(40)
               VALUE "CUSTOMER PAYMENT RETURNS".
           05  FILLER PIC X(50) VALUE SPACES.

       01  WS-PAYMENT-HEADING-2.
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(17) VALUE "TRACE NUMBER".
           05  FILLER PIC X(13) VALUE "AMOUNT".
           05  FILLER PIC X(7)  VALUE "REASON".
           05  FILLER PIC X(41) VALUE "DISPOSITION".

       01  WS-PAYMENT-DETAIL-LINE.
           05  WS-DP-ACCOUNT      PIC X(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DP-TRACE        PIC 9(15).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DP-AMOUNT       PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-DP-REASON       PIC X(3).
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-DP-DISPOSITION  PIC X(40).
           05  FILLER             PIC X(1) VALUE SPACES.

       01  WS-PAYMENT-FOOTER.
           05  FILLER PIC X(14) VALUE "RE-CREDITED: ".
           05  WS-FP-CREDITED   PIC ZZZ9.
           05  FILLER PIC X(16) VALUE "  NOT CREDITED: ".
           05  WS-FP-NOT-CREDITED PIC ZZZ9.
           05  FILLER PIC X(10) VALUE "  TOTAL: ".
           05  WS-FP-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(28) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
           PERFORM 0900-OPEN-FILES
           PERFORM 1000-LOAD-DD-EXTRACT
           PERFORM 1200-LOAD-EMPLOYEE-MASTER
           PERFORM 1400-LOAD-SENT-REGISTER

           PERFORM 2100-READ-RETURN
           PERFORM 2000-PROCESS-RETURN
           CLOSE ACH-RETURN-FILE

           PERFORM 3000-REWRITE-EMPLOYEE-MASTER
           PERFORM 3100-REWRITE-SENT-REGISTER
           PERFORM 4000-TERMINATE
           STOP RUN.

               OPEN OUTPUT EXCEPTION-REPORT-FILE
           END-IF

           OPEN EXTEND BALANCE-HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT BALANCE-HISTORY-FILE
           END-IF

           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF

           OPEN I-O ACCOUNT-MASTER-FILE

           OPEN INPUT ACH-RETURN-FILE

           MOVE 'O' TO CHKI-ACTION
           MOVE "AchReturns" TO CHKI-CALLER-ID
           CALL "CheckIssue" USING CHECK-ISSUE-PARMS

           OPEN OUTPUT REISSUE-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           WRITE REISSUE-REPORT-LINE FROM WS-REPORT-HEADING-1
           END-READ.

      *----------------------------------------------------------------
      * 1400-LOAD-SENT-REGISTER - every customer payment ever
      * originated.  A status of "35" means nothing has been
      * originated yet, and the table is left empty.
      *----------------------------------------------------------------
       1400-LOAD-SENT-REGISTER.
           OPEN INPUT ACH-SENT-FILE
           IF WS-ACHSENT-STATUS NOT = "35"
               PERFORM 1500-READ-SENT
               PERFORM UNTIL WS-ACHSENT-STATUS NOT = "00"
                       OR WS-SENT-COUNT >= 2000
                   ADD 1 TO WS-SENT-COUNT
                   MOVE ACH-SENT-RECORD
                       TO WS-S-RECORD-IMAGE (WS-SENT-COUNT)
                   PERFORM 1500-READ-SENT
               END-PERFORM
               CLOSE ACH-SENT-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1500-READ-SENT
      *----------------------------------------------------------------
       1500-READ-SENT.
           READ ACH-SENT-FILE
               AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------
      * 2000-PROCESS-RETURN - an item quoting the trace number of a
      * payment we originated is a customer payment coming back;
      * anything else is a payroll direct deposit.
      *----------------------------------------------------------------
       2000-PROCESS-RETURN.
           IF ACHRET-TRACE-NUMBER NUMERIC
              AND ACHRET-TRACE-NUMBER > 0
               PERFORM 2700-PROCESS-PAYMENT-RETURN
           ELSE
               PERFORM 2200-PROCESS-PAYROLL-RETURN
           END-IF
           PERFORM 2100-READ-RETURN.

      *----------------------------------------------------------------
      * 2200-PROCESS-PAYROLL-RETURN - match the item to what we
      * extracted, flag the employee's bank details, and queue the
      * re-issue.
      *----------------------------------------------------------------
       2200-PROCESS-PAYROLL-RETURN.
           MOVE ACHRET-EMPLOYEE-NUMBER TO WS-D-EMP-NUMBER
           MOVE ACHRET-AMOUNT          TO WS-D-AMOUNT
           MOVE ACHRET-REASON-CODE     TO WS-D-REASON
           IF WS-DEPOSIT-FOUND
               MOVE WS-DD-NAME (WS-DD-FOUND-IDX) TO WS-D-EMP-NAME
               PERFORM 2500-FLAG-BANK-DETAILS
               PERFORM 2600-PRINT-REISSUE-CHECK
               ADD 1 TO WS-MATCHED-COUNT
               ADD ACHRET-AMOUNT TO WS-REISSUE-TOTAL
               MOVE "AchReturns"           TO EXCP-PROGRAM-ID
           MOVE WS-RUN-DATE TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD

           WRITE REISSUE-REPORT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------
      * 2100-READ-RETURN
               MOVE SPACES TO WS-E-BANK-ACCOUNT (WS-EMP-FOUND-IDX)
           END-IF.

      *----------------------------------------------------------------
      * 2600-PRINT-REISSUE-CHECK - the returned amount on a paper
      * check to the employee.  Without stock to print on, it is
      * left to be written by hand as before.
      *----------------------------------------------------------------
       2600-PRINT-REISSUE-CHECK.
           MOVE 'I'                    TO CHKI-ACTION
           MOVE ACHRET-EMPLOYEE-NUMBER TO CHKI-PAYEE-NUMBER
           MOVE WS-DD-NAME (WS-DD-FOUND-IDX) TO CHKI-PAYEE-NAME
           MOVE ACHRET-AMOUNT          TO CHKI-AMOUNT
           CALL "CheckIssue" USING CHECK-ISSUE-PARMS
           IF CHKI-ISSUED
               MOVE CHKI-CHECK-NUMBER TO WS-DC-CHECK-NUMBER
               MOVE WS-DISPOSITION-CHECK TO WS-D-DISPOSITION
           ELSE
               MOVE "NO CHECK STOCK - WRITE CHECK BY HAND"
                   TO WS-D-DISPOSITION
               ADD 1 TO WS-HAND-CHECK-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 2700-PROCESS-PAYMENT-RETURN - match the trace number and
      * amount to the register.  A payment still marked sent is
      * re-credited to the account it was drawn from, unless that
      * account has since been closed - the customer is then
      * refunded by check off the exception report.  A return of a
      * payment already marked returned is a duplicate and credits
      * nothing.
      *----------------------------------------------------------------
       2700-PROCESS-PAYMENT-RETURN.
           MOVE ACHRET-TRACE-NUMBER TO WS-DP-TRACE
           MOVE ACHRET-AMOUNT       TO WS-DP-AMOUNT
           MOVE ACHRET-REASON-CODE  TO WS-DP-REASON
           MOVE ZEROS               TO WS-DP-ACCOUNT

           MOVE 'N' TO WS-SENT-FOUND-SWITCH
           MOVE 0   TO WS-SENT-FOUND-IDX
           PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                   UNTIL WS-SENT-IDX > WS-SENT-COUNT
                      OR WS-PAYMENT-FOUND
               IF WS-S-TRACE-NUMBER (WS-SENT-IDX) = ACHRET-TRACE-NUMBER
                  AND WS-S-AMOUNT (WS-SENT-IDX) = ACHRET-AMOUNT
                   MOVE 'Y' TO WS-SENT-FOUND-SWITCH
                   MOVE WS-SENT-IDX TO WS-SENT-FOUND-IDX
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-ACCT-FOUND-SWITCH
           IF WS-PAYMENT-FOUND
               MOVE WS-S-ACCOUNT (WS-SENT-FOUND-IDX) TO WS-DP-ACCOUNT
               MOVE WS-S-ACCOUNT (WS-SENT-FOUND-IDX)
                   TO ACCTM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-ACCT-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACCT-FOUND-SWITCH
               END-READ
           END-IF

           MOVE "AchReturns"   TO EXCP-PROGRAM-ID
           MOVE WS-RUN-DATE    TO EXCP-RUN-DATE
           MOVE "ACHRET-TRACE-NUMBER" TO EXCP-FIELD-NAME
           EVALUATE TRUE
               WHEN NOT WS-PAYMENT-FOUND
                   MOVE "*** NOT MATCHED TO ANY PAYMENT SENT ***"
                       TO WS-DP-DISPOSITION
                   MOVE ACHRET-TRACE-NUMBER TO EXCP-KEY-VALUE
                   MOVE "RETURN MATCHES NO PAYMENT WE ORIGINATED"
                       TO EXCP-REASON
                   ADD 1 TO WS-NOT-CREDITED-COUNT
               WHEN WS-S-STATUS (WS-SENT-FOUND-IDX) = 'R'
                   MOVE "*** DUPLICATE RETURN - NOT CREDITED ***"
                       TO WS-DP-DISPOSITION
                   MOVE WS-DP-ACCOUNT TO EXCP-KEY-VALUE
                   MOVE "PAYMENT ALREADY RETURNED AND CREDITED"
                       TO EXCP-REASON
                   ADD 1 TO WS-NOT-CREDITED-COUNT
               WHEN NOT WS-ACCOUNT-FOUND
                   MOVE "*** ACCOUNT NOT ON FILE ***"
                       TO WS-DP-DISPOSITION
                   MOVE WS-DP-ACCOUNT TO EXCP-KEY-VALUE
                   MOVE "RETURNED PAYMENT - ACCOUNT NOT ON FILE"
                       TO EXCP-REASON
                   ADD 1 TO WS-NOT-CREDITED-COUNT
               WHEN ACCTM-ACCOUNT-CLOSED
                   MOVE "*** ACCOUNT CLOSED - REFUND BY CHECK ***"
                       TO WS-DP-DISPOSITION
                   MOVE WS-DP-ACCOUNT TO EXCP-KEY-VALUE
                   MOVE "RETURNED PAYMENT - ACCOUNT CLOSED"
                       TO EXCP-REASON
                   MOVE 'R' TO WS-S-STATUS (WS-SENT-FOUND-IDX)
                   MOVE WS-RUN-DATE
                       TO WS-S-RETURN-DATE (WS-SENT-FOUND-IDX)
                   ADD 1 TO WS-NOT-CREDITED-COUNT
               WHEN OTHER
                   PERFORM 2750-CREDIT-RETURNED-PAYMENT
                   MOVE "RE-CREDITED TO ACCOUNT" TO WS-DP-DISPOSITION
                   MOVE WS-DP-ACCOUNT TO EXCP-KEY-VALUE
                   MOVE "CUSTOMER ACH PAYMENT RETURNED - CREDITED"
                       TO EXCP-REASON
                   ADD 1 TO WS-CREDITED-COUNT
                   ADD ACHRET-AMOUNT TO WS-CREDITED-TOTAL
           END-EVALUATE
           WRITE EXCEPTION-RECORD

           IF WS-PAYMENT-FOUND
               MOVE "REISSUE"     TO MASK-REPORT-ID
               MOVE 'A'           TO MASK-FIELD-TYPE
               MOVE 10            TO MASK-FIELD-LENGTH
               MOVE WS-DP-ACCOUNT TO MASK-FIELD-VALUE
               CALL "MaskData" USING MASK-DATA-PARMS
               MOVE MASK-FIELD-VALUE TO WS-DP-ACCOUNT
           END-IF

           IF WS-PAYMENT-LINE-COUNT < 200
               ADD 1 TO WS-PAYMENT-LINE-COUNT
               MOVE WS-PAYMENT-DETAIL-LINE
                   TO WS-PAYMENT-LINE (WS-PAYMENT-LINE-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 2750-CREDIT-RETURNED-PAYMENT - the returned amount goes back
      * on the account by key, with one BALHIST and one BALAUDIT
      * entry (type 'R'), and the register entry is marked returned.
      *----------------------------------------------------------------
       2750-CREDIT-RETURNED-PAYMENT.
           MOVE ACCTM-ACCOUNT-BALANCE TO WS-PRIOR-BALANCE
           ADD ACHRET-AMOUNT TO ACCTM-ACCOUNT-BALANCE
           REWRITE ACCTM-RECORD

           MOVE "AchReturns"          TO BALHIST-PROGRAM-ID
           MOVE ACCTM-ACCOUNT-NUMBER  TO BALHIST-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE           TO BALHIST-RUN-DATE
           MOVE WS-PRIOR-BALANCE      TO BALHIST-PRIOR-BALANCE
           MOVE ACCTM-ACCOUNT-BALANCE TO BALHIST-NEW-BALANCE
           WRITE BALANCE-HISTORY-RECORD

           MOVE "AchReturns"          TO AUDIT-PROGRAM-ID
           MOVE ACCTM-ACCOUNT-NUMBER  TO AUDIT-ACCOUNT-NUMBER
           MOVE WS-PRIOR-BALANCE      TO AUDIT-OLD-BALANCE
           MOVE ACCTM-ACCOUNT-BALANCE TO AUDIT-NEW-BALANCE
           MOVE 'R'                   TO AUDIT-TRANSACTION-TYPE
           MOVE WS-RUN-DATE           TO AUDIT-RUN-DATE
           WRITE AUDIT-RECORD

           MOVE 'R' TO WS-S-STATUS (WS-SENT-FOUND-IDX)
           MOVE WS-RUN-DATE TO WS-S-RETURN-DATE (WS-SENT-FOUND-IDX).

      *----------------------------------------------------------------
      * 3000-REWRITE-EMPLOYEE-MASTER
      *----------------------------------------------------------------
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE.

      *----------------------------------------------------------------
      * 3100-REWRITE-SENT-REGISTER - every originated payment carried
      * forward, returned ones now marked.  Nothing to write back
      * when nothing has ever been originated.
      *----------------------------------------------------------------
       3100-REWRITE-SENT-REGISTER.
           IF WS-SENT-COUNT > 0
               OPEN OUTPUT ACH-SENT-FILE
               PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                       UNTIL WS-SENT-IDX > WS-SENT-COUNT
                   MOVE WS-S-RECORD-IMAGE (WS-SENT-IDX)
                       TO ACH-SENT-RECORD
                   WRITE ACH-SENT-RECORD
               END-PERFORM
               CLOSE ACH-SENT-FILE
           END-IF.

      *----------------------------------------------------------------
      * 4000-TERMINATE
      *----------------------------------------------------------------
       4000-TERMINATE.
           MOVE 'C' TO CHKI-ACTION
           CALL "CheckIssue" USING CHECK-ISSUE-PARMS
           MOVE WS-MATCHED-COUNT   TO WS-F-MATCHED
           MOVE WS-UNMATCHED-COUNT TO WS-F-UNMATCHED
           MOVE WS-REISSUE-TOTAL   TO WS-F-TOTAL
           WRITE REISSUE-REPORT-LINE FROM WS-REPORT-FOOTER
           MOVE CHKI-ISSUED-COUNT   TO WS-FC-PRINTED
           MOVE WS-HAND-CHECK-COUNT TO WS-FC-HAND
           WRITE REISSUE-REPORT-LINE FROM WS-CHECK-FOOTER

           MOVE SPACES TO REISSUE-REPORT-LINE
           WRITE REISSUE-REPORT-LINE
           WRITE REISSUE-REPORT-LINE FROM WS-PAYMENT-SECTION-HEADING
           WRITE REISSUE-REPORT-LINE FROM WS-PAYMENT-HEADING-2
           PERFORM VARYING WS-PAYMENT-LINE-IDX FROM 1 BY 1
                   UNTIL WS-PAYMENT-LINE-IDX > WS-PAYMENT-LINE-COUNT
               WRITE REISSUE-REPORT-LINE
                   FROM WS-PAYMENT-LINE (WS-PAYMENT-LINE-IDX)
           END-PERFORM
           MOVE WS-CREDITED-COUNT     TO WS-FP-CREDITED
           MOVE WS-NOT-CREDITED-COUNT TO WS-FP-NOT-CREDITED
           MOVE WS-CREDITED-TOTAL     TO WS-FP-TOTAL
           WRITE REISSUE-REPORT-LINE FROM WS-PAYMENT-FOOTER

           CLOSE REISSUE-REPORT-FILE
           CLOSE EXCEPTION-REPORT-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE BALANCE-HISTORY-FILE
           CLOSE AUDIT-TRAIL-FILE
           DISPLAY "CHECKS TO RE-ISSUE: " WS-MATCHED-COUNT
                   "  UNMATCHED: " WS-UNMATCHED-COUNT
           DISPLAY "RE-ISSUE CHECKS PRINTED: " CHKI-ISSUED-COUNT
                   "  TO WRITE BY HAND: " WS-HAND-CHECK-COUNT
           DISPLAY "CUSTOMER PAYMENTS RE-CREDITED: " WS-CREDITED-COUNT
                   "  NOT CREDITED: " WS-NOT-CREDITED-COUNT.
