       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustRelSummary.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - CUSTOMER RELATIONSHIP
      *                  SUMMARY.  FOR EVERY CUSTOMER ON THE CUSTCIF
      *                  CUSTOMER INFORMATION FILE, LISTS EACH ACCOUNT
      *                  THE CUSTREL RELATIONSHIP FILE TIES THEM TO -
      *                  WITH THEIR ROLE ON IT AND ITS ACCTMAST
      *                  BALANCE - AND TOTALS THE DEPOSITS THE
      *                  CUSTOMER OWNS OR CO-OWNS ACROSS ALL OF THEM.
      *                  A JOINT ACCOUNT COUNTS IN FULL TOWARD EVERY
      *                  OWNER; A CUSTODIAL ACCOUNT IS LISTED BUT NOT
      *                  COUNTED, SINCE THE FUNDS ARE NOT THE
      *                  CUSTODIAN'S, AND A CLOSED ACCOUNT IS LISTED
      *                  WITHOUT A BALANCE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-INFO-FILE ASSIGN TO "CUSTCIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTC-STATUS.

           SELECT RELATIONSHIP-FILE ASSIGN TO "CUSTREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTR-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTM-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SUMMARY-REPORT-FILE ASSIGN TO "CUSTRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-INFO-FILE.
       COPY CUSTCIF.

       FD  RELATIONSHIP-FILE.
       COPY CUSTREL.

       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMAST.

       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CUSTC-STATUS           PIC X(2).
       01  WS-CUSTR-STATUS           PIC X(2).
       01  WS-MASTER-STATUS          PIC X(2).

       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.
       01  WS-REL-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-REL-END-OF-FILE    VALUE 'Y'.

       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.

       01  WS-CUSTOMER-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-LINK-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-CUSTOMER-LINKS         PIC 9(4) COMP VALUE 0.
       01  WS-CUSTOMER-TOTAL         PIC S9(9)V99 VALUE 0.
       01  WS-GRAND-TOTAL            PIC S9(11)V99 VALUE 0.

      *----------------------------------------------------------------
      * WS-RELATION-TABLE - the whole CUSTREL file, scanned once per
      * customer for that customer's links.
      *----------------------------------------------------------------
       01  WS-RELATION-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-RELATION-TABLE.
           05  WS-REL-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-RELATION-COUNT
                   INDEXED BY WS-REL-IDX.
               10  WS-L-CUSTOMER-ID         PIC 9(10).
               10  WS-L-ACCOUNT-NUMBER      PIC 9(10).
               10  WS-L-ROLE                PIC X.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(34) VALUE
               "CUSTOMER RELATIONSHIP SUMMARY".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER           PIC X(48) VALUE SPACES.

       01  WS-CUSTOMER-LINE.
           05  FILLER PIC X(10) VALUE "CUSTOMER ".
           05  WS-C-CUSTOMER-ID   PIC 9(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-C-NAME          PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-C-CITY          PIC X(20).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-C-STATE         PIC X(2).
           05  FILLER             PIC X(23) VALUE SPACES.

       01  WS-ACCOUNT-HEADING.
           05  FILLER PIC X(4)  VALUE SPACES.
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(12) VALUE "ROLE".
           05  FILLER PIC X(10) VALUE "PRODUCT".
           05  FILLER PIC X(10) VALUE "STATUS".
           05  FILLER PIC X(14) VALUE "BALANCE".
           05  FILLER PIC X(38) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-D-ACCOUNT       PIC 9(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-ROLE          PIC X(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-PRODUCT       PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-STATUS        PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-BALANCE       PIC ZZZ,ZZZ.99-.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-NOTE          PIC X(24).
           05  FILLER             PIC X(15) VALUE SPACES.

       01  WS-CUSTOMER-TOTAL-LINE.
           05  FILLER PIC X(4)  VALUE SPACES.
           05  FILLER PIC X(27) VALUE "TOTAL OWNED DEPOSITS:".
           05  WS-T-TOTAL         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER PIC X(12) VALUE "  ACCOUNTS: ".
           05  WS-T-LINKS         PIC ZZZ9.
           05  FILLER             PIC X(38) VALUE SPACES.

       01  WS-NO-ACCOUNTS-LINE.
           05  FILLER PIC X(4)  VALUE SPACES.
           05  FILLER PIC X(96) VALUE
               "*** NO ACCOUNTS RELATED TO THIS CUSTOMER ***".

       01  WS-BLANK-LINE             PIC X(100) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(11) VALUE "CUSTOMERS: ".
           05  WS-F-CUSTOMERS     PIC ZZZZ9.
           05  FILLER PIC X(17) VALUE "  RELATIONSHIPS: ".
           05  WS-F-LINKS         PIC ZZZZ9.
           05  FILLER PIC X(26) VALUE
               "  OWNED DEPOSITS (GROSS): ".
           05  WS-F-GRAND-TOTAL   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(18) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "CustRelSummary" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           ACCEPT OPRAUTH-OPERATOR-ID FROM SYSIN
           MOVE "CustRelSummary" TO OPRAUTH-CALLER-ID
           CALL "SignOnCheck" USING OPERATOR-AUTH-PARMS
           IF OPRAUTH-DENIED
               DISPLAY "*** SIGN-ON REJECTED - UNAUTHORIZED OPERATOR: "
                       OPRAUTH-OPERATOR-ID " ***"
               STOP RUN
           END-IF
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."

           PERFORM 1000-LOAD-RELATION-TABLE
           PERFORM 1500-OPEN-FILES

           PERFORM 2100-READ-CUSTOMER
           PERFORM 2000-SUMMARIZE-CUSTOMER
               UNTIL WS-END-OF-FILE

           PERFORM 4000-TERMINATE
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-CUSTOMER-COUNT TO RLOG-RECORDS-READ
           MOVE WS-LINK-COUNT     TO RLOG-RECORDS-WRITTEN
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-LOAD-RELATION-TABLE - a status of "35" means no customer
      * has been related to an account yet; the table stays empty.
      *----------------------------------------------------------------
       1000-LOAD-RELATION-TABLE.
           OPEN INPUT RELATIONSHIP-FILE
           IF WS-CUSTR-STATUS NOT = "35"
               PERFORM 1050-READ-RELATION
               PERFORM UNTIL WS-REL-END-OF-FILE
                   ADD 1 TO WS-RELATION-COUNT
                   MOVE CUSTR-CUSTOMER-ID
                       TO WS-L-CUSTOMER-ID (WS-RELATION-COUNT)
                   MOVE CUSTR-ACCOUNT-NUMBER
                       TO WS-L-ACCOUNT-NUMBER (WS-RELATION-COUNT)
                   MOVE CUSTR-ROLE
                       TO WS-L-ROLE (WS-RELATION-COUNT)
                   PERFORM 1050-READ-RELATION
               END-PERFORM
               CLOSE RELATIONSHIP-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1050-READ-RELATION
      *----------------------------------------------------------------
       1050-READ-RELATION.
           READ RELATIONSHIP-FILE
               AT END
                   MOVE 'Y' TO WS-REL-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1500-OPEN-FILES - a customer file that has never been written
      * (status "35") just produces an empty report.
      *----------------------------------------------------------------
       1500-OPEN-FILES.
           OPEN INPUT CUSTOMER-INFO-FILE
           IF WS-CUSTC-STATUS = "35"
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE

           OPEN OUTPUT SUMMARY-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           WRITE SUMMARY-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE SUMMARY-REPORT-LINE FROM WS-BLANK-LINE.

      *----------------------------------------------------------------
      * 2000-SUMMARIZE-CUSTOMER - one block per customer: the heading
      * line, a line for each related account, and the total.
      *----------------------------------------------------------------
       2000-SUMMARIZE-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE 0 TO WS-CUSTOMER-TOTAL
           MOVE 0 TO WS-CUSTOMER-LINKS

           MOVE CUSTC-CUSTOMER-ID   TO WS-C-CUSTOMER-ID
           MOVE CUSTC-CUSTOMER-NAME TO WS-C-NAME
           MOVE CUSTC-CITY          TO WS-C-CITY
           MOVE CUSTC-STATE         TO WS-C-STATE
           WRITE SUMMARY-REPORT-LINE FROM WS-CUSTOMER-LINE
           WRITE SUMMARY-REPORT-LINE FROM WS-ACCOUNT-HEADING

           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > WS-RELATION-COUNT
               IF WS-L-CUSTOMER-ID (WS-REL-IDX) = CUSTC-CUSTOMER-ID
                   PERFORM 2500-PRINT-RELATED-ACCOUNT
               END-IF
           END-PERFORM

           IF WS-CUSTOMER-LINKS = 0
               WRITE SUMMARY-REPORT-LINE FROM WS-NO-ACCOUNTS-LINE
           END-IF
           MOVE WS-CUSTOMER-TOTAL TO WS-T-TOTAL
           MOVE WS-CUSTOMER-LINKS TO WS-T-LINKS
           WRITE SUMMARY-REPORT-LINE FROM WS-CUSTOMER-TOTAL-LINE
           WRITE SUMMARY-REPORT-LINE FROM WS-BLANK-LINE
           ADD WS-CUSTOMER-TOTAL TO WS-GRAND-TOTAL

           PERFORM 2100-READ-CUSTOMER.

      *----------------------------------------------------------------
      * 2100-READ-CUSTOMER
      *----------------------------------------------------------------
       2100-READ-CUSTOMER.
           READ CUSTOMER-INFO-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2500-PRINT-RELATED-ACCOUNT - the account at WS-REL-IDX, read
      * by key.  Only an open account the customer owns or co-owns
      * counts toward the customer's total.
      *----------------------------------------------------------------
       2500-PRINT-RELATED-ACCOUNT.
           ADD 1 TO WS-CUSTOMER-LINKS
           ADD 1 TO WS-LINK-COUNT
           MOVE WS-L-ACCOUNT-NUMBER (WS-REL-IDX) TO WS-D-ACCOUNT
           EVALUATE WS-L-ROLE (WS-REL-IDX)
               WHEN 'P'
                   MOVE "PRIMARY"   TO WS-D-ROLE
               WHEN 'J'
                   MOVE "JOINT"     TO WS-D-ROLE
               WHEN 'C'
                   MOVE "CUSTODIAN" TO WS-D-ROLE
               WHEN OTHER
                   MOVE "UNKNOWN"   TO WS-D-ROLE
           END-EVALUATE
           MOVE SPACES TO WS-D-NOTE

           MOVE WS-L-ACCOUNT-NUMBER (WS-REL-IDX)
               TO ACCTM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-D-PRODUCT
                   MOVE SPACES TO WS-D-STATUS
                   MOVE 0      TO WS-D-BALANCE
                   MOVE "ACCOUNT NOT ON FILE" TO WS-D-NOTE
               NOT INVALID KEY
                   PERFORM 2600-FORMAT-ACCOUNT
           END-READ
           WRITE SUMMARY-REPORT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------
      * 2600-FORMAT-ACCOUNT
      *----------------------------------------------------------------
       2600-FORMAT-ACCOUNT.
           IF ACCTM-IS-CD
               MOVE "CD"      TO WS-D-PRODUCT
           ELSE
               MOVE "SAVINGS" TO WS-D-PRODUCT
           END-IF
           IF ACCTM-ACCOUNT-CLOSED
               MOVE "CLOSED"  TO WS-D-STATUS
               MOVE 0         TO WS-D-BALANCE
           ELSE
               MOVE "ACTIVE"  TO WS-D-STATUS
               MOVE ACCTM-ACCOUNT-BALANCE TO WS-D-BALANCE
               IF WS-L-ROLE (WS-REL-IDX) = 'C'
                   MOVE "CUSTODIAL - NOT COUNTED" TO WS-D-NOTE
               ELSE
                   ADD ACCTM-ACCOUNT-BALANCE TO WS-CUSTOMER-TOTAL
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 4000-TERMINATE - the grand total is gross: a joint account is
      * in every owner's total, so it is counted once per owner.
      *----------------------------------------------------------------
       4000-TERMINATE.
           MOVE WS-CUSTOMER-COUNT TO WS-F-CUSTOMERS
           MOVE WS-LINK-COUNT     TO WS-F-LINKS
           MOVE WS-GRAND-TOTAL    TO WS-F-GRAND-TOTAL
           WRITE SUMMARY-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE SUMMARY-REPORT-FILE
           CLOSE ACCOUNT-MASTER-FILE
           IF WS-CUSTC-STATUS NOT = "35"
               CLOSE CUSTOMER-INFO-FILE
           END-IF
           DISPLAY "CUSTOMERS SUMMARIZED: " WS-CUSTOMER-COUNT.
