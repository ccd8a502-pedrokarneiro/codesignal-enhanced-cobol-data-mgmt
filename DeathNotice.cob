       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeathNotice.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - WHEN A CUSTOMER DIED, THEIR
      *                  ACCOUNTS RAN ON AS IF NOTHING HAD HAPPENED:
      *                  STANDING ORDERS KEPT PAYING, CDS RENEWED AND
      *                  STATEMENTS WENT TO THE OLD ADDRESS.  THIS
      *                  PROGRAM APPLIES A BATCH OF DTHNTC DATE-OF-
      *                  DEATH NOTICES.  THE DATE OF DEATH IS RECORDED
      *                  ON CUSTCIF, AND EVERY ACCOUNT THE CUSTOMER
      *                  WAS THE LAST LIVING OWNER OF - PRIMARY OR
      *                  JOINT, PER CUSTREL - IS FROZEN AGAINST NEW
      *                  DEBITS WITH A 'DC' FREEZE ON LEGLHOLD, HAS
      *                  EVERY STANDING ORDER PAYING OUT OF IT
      *                  SUSPENDED ON STANDORD, AND HAS ITS CUSTADDR
      *                  NAME AND ADDRESS POINTED AT THE ESTATE AND
      *                  FLAGGED AS AN ESTATE ACCOUNT, WHICH STOPS
      *                  CdMaturity RENEWING IT AND LETS PodSettlement
      *                  PAY IT OUT.  AN ACCOUNT WITH A SURVIVING JOINT
      *                  OWNER, OR HELD ONLY AS CUSTODIAN, IS LISTED
      *                  BUT LEFT AS IT IS.  CUSTCIF, CUSTADDR AND
      *                  STANDORD ARE LOADED, UPDATED IN TABLES AND
      *                  REWRITTEN WHOLE, THE SAME SHAPE AccountMaint
      *                  USES.
      * 2026-10-15  DLH  CARRIES THE NEW CUSTADDR BRANCH CODE THROUGH
      *                  THE REWRITE UNCHANGED.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEATH-NOTICE-FILE ASSIGN TO "DTHNTC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-INFO-FILE ASSIGN TO "CUSTCIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTC-STATUS.

           SELECT RELATIONSHIP-FILE ASSIGN TO "CUSTREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTR-STATUS.

           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTA-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORD-STATUS.

           SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGLHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTM-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT DEATH-REPORT-FILE ASSIGN TO "DTHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEATH-NOTICE-FILE.
       COPY DTHNTC.

       FD  CUSTOMER-INFO-FILE.
       COPY CUSTCIF.

       FD  RELATIONSHIP-FILE.
       COPY CUSTREL.

       FD  CUSTOMER-ADDRESS-FILE.
       COPY CUSTADDR.

       FD  STANDING-ORDER-FILE.
       COPY STANDORD.

       FD  LEGAL-HOLD-FILE.
       COPY LEGLHOLD.

       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMAST.

       FD  DEATH-REPORT-FILE.
       01  DEATH-REPORT-LINE            PIC X(100).

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       WORKING-STORAGE SECTION.
       01  WS-CUSTC-STATUS           PIC X(2).
       01  WS-CUSTR-STATUS           PIC X(2).
       01  WS-CUSTA-STATUS           PIC X(2).
       01  WS-STORD-STATUS           PIC X(2).
       01  WS-HOLD-STATUS            PIC X(2).
       01  WS-MASTER-STATUS          PIC X(2).
       01  WS-EXCP-STATUS            PIC X(2).

       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.
       01  WS-CUST-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-CUST-END-OF-FILE   VALUE 'Y'.
       01  WS-REL-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-REL-END-OF-FILE    VALUE 'Y'.
       01  WS-ADDR-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-ADDR-END-OF-FILE   VALUE 'Y'.
       01  WS-ORD-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-ORD-END-OF-FILE    VALUE 'Y'.
       01  WS-HOLD-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-HOLD-END-OF-FILE   VALUE 'Y'.

       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.

       01  WS-NOTICE-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-RECORDED-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-REJECTED-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-FROZEN-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-SURVIVOR-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-CUSTODIAL-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-SUSPENDED-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-ACCT-SUSPENDED-COUNT   PIC 9(4) COMP VALUE 0.

       01  WS-REJECT-REASON          PIC X(40).

       01  WS-CUST-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-CUSTOMER-FOUND     VALUE 'Y'.
       01  WS-CUST-FOUND-IDX         PIC 9(5) COMP VALUE 0.
       01  WS-ADDR-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-ADDRESS-FOUND      VALUE 'Y'.
       01  WS-ADDR-FOUND-IDX         PIC 9(5) COMP VALUE 0.
       01  WS-ACCT-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-ACCT-FOUND         VALUE 'Y'.
       01  WS-SURVIVOR-SWITCH        PIC X VALUE 'N'.
           88  WS-SURVIVOR-FOUND     VALUE 'Y'.
       01  WS-OWNER-LIVING-SWITCH    PIC X VALUE 'Y'.
           88  WS-OWNER-LIVING       VALUE 'Y'.
       01  WS-FREEZE-SWITCH          PIC X VALUE 'N'.
           88  WS-FREEZE-PLACED      VALUE 'Y'.
       01  WS-LAST-SEQUENCE          PIC 9(3) VALUE 0.
       01  WS-FREEZE-ACCOUNT         PIC 9(10) VALUE 0.

      *----------------------------------------------------------------
      * WS-CUSTOMER-TABLE - the CUSTCIF customer information file,
      * WS-RELATION-TABLE - the CUSTREL links, which are only read,
      * WS-ADDRESS-TABLE - the CUSTADDR name-and-address master, and
      * WS-ORDER-TABLE - the STANDORD standing orders.  All but the
      * links are rewritten whole at the end of the run.
      *----------------------------------------------------------------
       01  WS-CUSTOMER-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-CUSTOMER-TABLE.
           05  WS-CUST-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CUSTOMER-COUNT
                   INDEXED BY WS-CUST-IDX.
               10  WS-C-CUSTOMER-ID         PIC 9(10).
               10  WS-C-CUSTOMER-NAME       PIC X(30).
               10  WS-C-ADDRESS-LINE        PIC X(30).
               10  WS-C-CITY                PIC X(20).
               10  WS-C-STATE               PIC X(2).
               10  WS-C-ZIP-CODE            PIC X(10).
               10  WS-C-OPENED-DATE         PIC 9(8).
               10  WS-C-DATE-OF-DEATH       PIC 9(8).

       01  WS-RELATION-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-RELATION-TABLE.
           05  WS-REL-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-RELATION-COUNT
                   INDEXED BY WS-REL-IDX WS-OWN-IDX.
               10  WS-L-CUSTOMER-ID         PIC 9(10).
               10  WS-L-ACCOUNT-NUMBER      PIC 9(10).
               10  WS-L-ROLE                PIC X.
                   88  WS-L-CUSTODIAN       VALUE 'C'.

       01  WS-ADDRESS-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-ADDRESS-TABLE.
           05  WS-ADDR-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-ADDRESS-COUNT
                   INDEXED BY WS-ADDR-IDX.
               10  WS-N-ACCOUNT-NUMBER      PIC 9(10).
               10  WS-N-CUSTOMER-NAME       PIC X(30).
               10  WS-N-ADDRESS-LINE        PIC X(30).
               10  WS-N-CITY                PIC X(20).
               10  WS-N-STATE               PIC X(2).
               10  WS-N-ZIP-CODE            PIC X(10).
               10  WS-N-MAIL-STATUS         PIC X.
               10  WS-N-RETURNED-DATE       PIC 9(8).
               10  WS-N-RETURNED-ITEM       PIC X.
               10  WS-N-TAXPAYER-ID         PIC X(9).
               10  WS-N-W9-STATUS           PIC X.
               10  WS-N-ESTATE-STATUS       PIC X.
               10  WS-N-DATE-OF-DEATH       PIC 9(8).
               10  WS-N-BRANCH-CODE         PIC X(3).

       01  WS-ORDER-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-ORDER-TABLE.
           05  WS-ORD-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-ORDER-COUNT
                   INDEXED BY WS-ORD-IDX.
               10  WS-O-FROM-ACCOUNT    PIC 9(10).
               10  WS-O-TO-ACCOUNT      PIC 9(10).
               10  WS-O-AMOUNT          PIC S9(5)V99.
               10  WS-O-FREQUENCY       PIC X.
               10  WS-O-NEXT-DUE-DATE   PIC 9(8).
               10  WS-O-EXT-ROUTING     PIC 9(9).
               10  WS-O-EXT-ACCOUNT     PIC X(17).
               10  WS-O-ORDER-STATUS    PIC X.
                   88  WS-O-SUSPENDED   VALUE 'S'.
               10  WS-O-SUSPENDED-DATE  PIC 9(8).

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(30) VALUE "DECEASED-CUSTOMER NOTICES".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER           PIC X(52) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(12) VALUE "CUSTOMER".
           05  FILLER PIC X(32) VALUE "CUSTOMER NAME".
           05  FILLER PIC X(10) VALUE "DIED".
           05  FILLER PIC X(46) VALUE "RESULT".

       01  WS-REPORT-HEADING-3.
           05  FILLER PIC X(4)  VALUE SPACES.
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(10) VALUE "ROLE".
           05  FILLER PIC X(42) VALUE "ACCOUNT ACTION".
           05  FILLER PIC X(32) VALUE "ORDERS SUSPENDED".

       01  WS-CUSTOMER-LINE.
           05  WS-U-CUSTOMER      PIC 9(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-U-NAME          PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-U-DIED          PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-U-RESULT        PIC X(40).
           05  FILLER             PIC X(6) VALUE SPACES.

       01  WS-ACCOUNT-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-A-ACCOUNT       PIC 9(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-A-ROLE          PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-A-RESULT        PIC X(40).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-A-ORDERS        PIC ZZ9.
           05  FILLER             PIC X(29) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(100) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(10) VALUE "NOTICES: ".
           05  WS-F-NOTICES       PIC ZZZ9.
           05  FILLER PIC X(12) VALUE "  RECORDED: ".
           05  WS-F-RECORDED      PIC ZZZ9.
           05  FILLER PIC X(12) VALUE "  REJECTED: ".
           05  WS-F-REJECTED      PIC ZZZ9.
           05  FILLER             PIC X(54) VALUE SPACES.

       01  WS-REPORT-FOOTER-2.
           05  FILLER PIC X(17) VALUE "ACCOUNTS FROZEN: ".
           05  WS-F-FROZEN        PIC ZZZ9.
           05  FILLER PIC X(20) VALUE "  ORDERS SUSPENDED: ".
           05  WS-F-SUSPENDED     PIC ZZZ9.
           05  FILLER PIC X(20) VALUE "  SURVIVOR-OWNED: ".
           05  WS-F-SURVIVOR      PIC ZZZ9.
           05  FILLER PIC X(14) VALUE "  CUSTODIAL: ".
           05  WS-F-CUSTODIAL     PIC ZZZ9.
           05  FILLER             PIC X(13) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "DeathNotice" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           ACCEPT OPRAUTH-OPERATOR-ID FROM SYSIN
           MOVE "DeathNotice" TO OPRAUTH-CALLER-ID
           CALL "SignOnCheck" USING OPERATOR-AUTH-PARMS
           IF OPRAUTH-DENIED
               DISPLAY "*** SIGN-ON REJECTED - UNAUTHORIZED OPERATOR: "
                       OPRAUTH-OPERATOR-ID " ***"
               STOP RUN
           END-IF
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."

           PERFORM 0900-OPEN-EXCEPTION-FILE
           PERFORM 1000-LOAD-CUSTOMER-TABLE
           PERFORM 1100-LOAD-RELATION-TABLE
           PERFORM 1200-LOAD-ADDRESS-TABLE
           PERFORM 1300-LOAD-ORDER-TABLE
           PERFORM 1500-OPEN-FILES

           PERFORM 2100-READ-NOTICE
           PERFORM 2000-PROCESS-NOTICE
               UNTIL WS-END-OF-FILE

           PERFORM 3000-REWRITE-CUSTOMER-FILE
           PERFORM 3100-REWRITE-ADDRESS-FILE
           PERFORM 3200-REWRITE-ORDER-FILE
           PERFORM 4000-TERMINATE
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-NOTICE-COUNT TO RLOG-RECORDS-READ
           MOVE WS-RECORDED-COUNT TO RLOG-RECORDS-WRITTEN
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
      * 1000-LOAD-CUSTOMER-TABLE - the CUSTCIF customer file.  A
      * status of "35" leaves the table empty, and every notice is
      * then rejected for a customer not on file.
      *----------------------------------------------------------------
       1000-LOAD-CUSTOMER-TABLE.
           OPEN INPUT CUSTOMER-INFO-FILE
           IF WS-CUSTC-STATUS NOT = "35"
               PERFORM 1050-READ-CUSTOMER
               PERFORM UNTIL WS-CUST-END-OF-FILE
                   ADD 1 TO WS-CUSTOMER-COUNT
                   MOVE CUSTC-CUSTOMER-ID
                       TO WS-C-CUSTOMER-ID (WS-CUSTOMER-COUNT)
                   MOVE CUSTC-CUSTOMER-NAME
                       TO WS-C-CUSTOMER-NAME (WS-CUSTOMER-COUNT)
                   MOVE CUSTC-ADDRESS-LINE
                       TO WS-C-ADDRESS-LINE (WS-CUSTOMER-COUNT)
                   MOVE CUSTC-CITY
                       TO WS-C-CITY (WS-CUSTOMER-COUNT)
                   MOVE CUSTC-STATE
                       TO WS-C-STATE (WS-CUSTOMER-COUNT)
                   MOVE CUSTC-ZIP-CODE
                       TO WS-C-ZIP-CODE (WS-CUSTOMER-COUNT)
                   MOVE CUSTC-OPENED-DATE
                       TO WS-C-OPENED-DATE (WS-CUSTOMER-COUNT)
                   IF CUSTC-DATE-OF-DEATH NUMERIC
                       MOVE CUSTC-DATE-OF-DEATH
                           TO WS-C-DATE-OF-DEATH (WS-CUSTOMER-COUNT)
                   ELSE
                       MOVE 0
                           TO WS-C-DATE-OF-DEATH (WS-CUSTOMER-COUNT)
                   END-IF
                   PERFORM 1050-READ-CUSTOMER
               END-PERFORM
               CLOSE CUSTOMER-INFO-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1050-READ-CUSTOMER
      *----------------------------------------------------------------
       1050-READ-CUSTOMER.
           READ CUSTOMER-INFO-FILE
               AT END
                   MOVE 'Y' TO WS-CUST-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1100-LOAD-RELATION-TABLE - the CUSTREL customer-to-account
      * links.  A status of "35" leaves the table empty.
      *----------------------------------------------------------------
       1100-LOAD-RELATION-TABLE.
           OPEN INPUT RELATIONSHIP-FILE
           IF WS-CUSTR-STATUS NOT = "35"
               PERFORM 1150-READ-RELATION
               PERFORM UNTIL WS-REL-END-OF-FILE
                   ADD 1 TO WS-RELATION-COUNT
                   MOVE CUSTR-CUSTOMER-ID
                       TO WS-L-CUSTOMER-ID (WS-RELATION-COUNT)
                   MOVE CUSTR-ACCOUNT-NUMBER
                       TO WS-L-ACCOUNT-NUMBER (WS-RELATION-COUNT)
                   MOVE CUSTR-ROLE
                       TO WS-L-ROLE (WS-RELATION-COUNT)
                   PERFORM 1150-READ-RELATION
               END-PERFORM
               CLOSE RELATIONSHIP-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1150-READ-RELATION
      *----------------------------------------------------------------
       1150-READ-RELATION.
           READ RELATIONSHIP-FILE
               AT END
                   MOVE 'Y' TO WS-REL-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1200-LOAD-ADDRESS-TABLE - the CUSTADDR master, every field
      * carried so the rewrite loses nothing.  A status of "35"
      * leaves the table empty.
      *----------------------------------------------------------------
       1200-LOAD-ADDRESS-TABLE.
           OPEN INPUT CUSTOMER-ADDRESS-FILE
           IF WS-CUSTA-STATUS NOT = "35"
               PERFORM 1250-READ-ADDRESS
               PERFORM UNTIL WS-ADDR-END-OF-FILE
                   ADD 1 TO WS-ADDRESS-COUNT
                   MOVE CUSTA-ACCOUNT-NUMBER
                       TO WS-N-ACCOUNT-NUMBER (WS-ADDRESS-COUNT)
                   MOVE CUSTA-CUSTOMER-NAME
                       TO WS-N-CUSTOMER-NAME (WS-ADDRESS-COUNT)
                   MOVE CUSTA-ADDRESS-LINE
                       TO WS-N-ADDRESS-LINE (WS-ADDRESS-COUNT)
                   MOVE CUSTA-CITY
                       TO WS-N-CITY (WS-ADDRESS-COUNT)
                   MOVE CUSTA-STATE
                       TO WS-N-STATE (WS-ADDRESS-COUNT)
                   MOVE CUSTA-ZIP-CODE
                       TO WS-N-ZIP-CODE (WS-ADDRESS-COUNT)
                   IF CUSTA-MAIL-RETURNED
                      AND CUSTA-RETURNED-DATE NUMERIC
                       MOVE 'R'
                           TO WS-N-MAIL-STATUS (WS-ADDRESS-COUNT)
                       MOVE CUSTA-RETURNED-DATE
                           TO WS-N-RETURNED-DATE (WS-ADDRESS-COUNT)
                       MOVE CUSTA-RETURNED-ITEM
                           TO WS-N-RETURNED-ITEM (WS-ADDRESS-COUNT)
                   ELSE
                       MOVE SPACE
                           TO WS-N-MAIL-STATUS (WS-ADDRESS-COUNT)
                       MOVE 0
                           TO WS-N-RETURNED-DATE (WS-ADDRESS-COUNT)
                       MOVE SPACE
                           TO WS-N-RETURNED-ITEM (WS-ADDRESS-COUNT)
                   END-IF
                   MOVE CUSTA-TAXPAYER-ID
                       TO WS-N-TAXPAYER-ID (WS-ADDRESS-COUNT)
                   MOVE CUSTA-W9-STATUS
                       TO WS-N-W9-STATUS (WS-ADDRESS-COUNT)
                   IF CUSTA-ESTATE-ACCOUNT
                      AND CUSTA-DATE-OF-DEATH NUMERIC
                       MOVE 'E'
                           TO WS-N-ESTATE-STATUS (WS-ADDRESS-COUNT)
                       MOVE CUSTA-DATE-OF-DEATH
                           TO WS-N-DATE-OF-DEATH (WS-ADDRESS-COUNT)
                   ELSE
                       MOVE SPACE
                           TO WS-N-ESTATE-STATUS (WS-ADDRESS-COUNT)
                       MOVE 0
                           TO WS-N-DATE-OF-DEATH (WS-ADDRESS-COUNT)
                   END-IF
                   MOVE CUSTA-BRANCH-CODE
                       TO WS-N-BRANCH-CODE (WS-ADDRESS-COUNT)
                   PERFORM 1250-READ-ADDRESS
               END-PERFORM
               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1250-READ-ADDRESS
      *----------------------------------------------------------------
       1250-READ-ADDRESS.
           READ CUSTOMER-ADDRESS-FILE
               AT END
                   MOVE 'Y' TO WS-ADDR-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1300-LOAD-ORDER-TABLE - the STANDORD standing orders, loaded
      * the way StandingOrders loads them.  A status of "35" leaves
      * the table empty.
      *----------------------------------------------------------------
       1300-LOAD-ORDER-TABLE.
           OPEN INPUT STANDING-ORDER-FILE
           IF WS-STORD-STATUS NOT = "35"
               PERFORM 1350-READ-ORDER
               PERFORM UNTIL WS-ORD-END-OF-FILE
                   ADD 1 TO WS-ORDER-COUNT
                   MOVE STORD-FROM-ACCOUNT
                       TO WS-O-FROM-ACCOUNT (WS-ORDER-COUNT)
                   MOVE STORD-TO-ACCOUNT
                       TO WS-O-TO-ACCOUNT (WS-ORDER-COUNT)
                   MOVE STORD-AMOUNT
                       TO WS-O-AMOUNT (WS-ORDER-COUNT)
                   MOVE STORD-FREQUENCY
                       TO WS-O-FREQUENCY (WS-ORDER-COUNT)
                   MOVE STORD-NEXT-DUE-DATE
                       TO WS-O-NEXT-DUE-DATE (WS-ORDER-COUNT)
                   IF STORD-EXT-ROUTING-NUMBER NUMERIC
                       MOVE STORD-EXT-ROUTING-NUMBER
                           TO WS-O-EXT-ROUTING (WS-ORDER-COUNT)
                       MOVE STORD-EXT-ACCOUNT
                           TO WS-O-EXT-ACCOUNT (WS-ORDER-COUNT)
                   ELSE
                       MOVE 0 TO WS-O-EXT-ROUTING (WS-ORDER-COUNT)
                       MOVE SPACES
                           TO WS-O-EXT-ACCOUNT (WS-ORDER-COUNT)
                   END-IF
                   IF STORD-ORDER-SUSPENDED
                      AND STORD-SUSPENDED-DATE NUMERIC
                       MOVE 'S' TO WS-O-ORDER-STATUS (WS-ORDER-COUNT)
                       MOVE STORD-SUSPENDED-DATE
                           TO WS-O-SUSPENDED-DATE (WS-ORDER-COUNT)
                   ELSE
                       MOVE SPACE
                           TO WS-O-ORDER-STATUS (WS-ORDER-COUNT)
                       MOVE 0 TO WS-O-SUSPENDED-DATE (WS-ORDER-COUNT)
                   END-IF
                   PERFORM 1350-READ-ORDER
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1350-READ-ORDER
      *----------------------------------------------------------------
       1350-READ-ORDER.
           READ STANDING-ORDER-FILE
               AT END
                   MOVE 'Y' TO WS-ORD-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1500-OPEN-FILES - the hold file stays open I-O for the run;
      * a status of "35" means the cluster has never been loaded and
      * the first run creates it empty.  The account master is only
      * read, to confirm an account is still open before freezing it.
      *----------------------------------------------------------------
       1500-OPEN-FILES.
           OPEN I-O LEGAL-HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT LEGAL-HOLD-FILE
               CLOSE LEGAL-HOLD-FILE
               OPEN I-O LEGAL-HOLD-FILE
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           OPEN INPUT DEATH-NOTICE-FILE

           OPEN OUTPUT DEATH-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           WRITE DEATH-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE DEATH-REPORT-LINE FROM WS-BLANK-LINE
           WRITE DEATH-REPORT-LINE FROM WS-REPORT-HEADING-2
           WRITE DEATH-REPORT-LINE FROM WS-REPORT-HEADING-3.

      *----------------------------------------------------------------
      * 2000-PROCESS-NOTICE - edit the notice; the first failing edit
      * names the reject.  An accepted notice records the date of
      * death on the customer, then works through every account the
      * customer is linked to.
      *----------------------------------------------------------------
       2000-PROCESS-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2200-FIND-CUSTOMER

           EVALUATE TRUE
               WHEN NOT WS-CUSTOMER-FOUND
                   MOVE "*** REJECTED - CUSTOMER NOT ON FILE ***"
                       TO WS-REJECT-REASON
               WHEN WS-C-DATE-OF-DEATH (WS-CUST-FOUND-IDX) NOT = 0
                   MOVE "*** REJECTED - DEATH ALREADY RECORDED ***"
                       TO WS-REJECT-REASON
               WHEN DTHN-DATE-OF-DEATH NOT NUMERIC
                   MOVE "*** REJECTED - INVALID DATE OF DEATH ***"
                       TO WS-REJECT-REASON
               WHEN DTHN-DATE-OF-DEATH = 0
                    OR DTHN-DATE-OF-DEATH > WS-RUN-DATE
                   MOVE "*** REJECTED - INVALID DATE OF DEATH ***"
                       TO WS-REJECT-REASON
               WHEN DTHN-ESTATE-NAME = SPACES
                    OR DTHN-ESTATE-ADDRESS = SPACES
                   MOVE "*** REJECTED - ESTATE ADDRESS REQUIRED ***"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE DTHN-DATE-OF-DEATH
                       TO WS-C-DATE-OF-DEATH (WS-CUST-FOUND-IDX)
                   MOVE DTHN-CUSTOMER-ID TO WS-U-CUSTOMER
                   MOVE WS-C-CUSTOMER-NAME (WS-CUST-FOUND-IDX)
                       TO WS-U-NAME
                   MOVE DTHN-DATE-OF-DEATH TO WS-U-DIED
                   MOVE "DATE OF DEATH RECORDED" TO WS-U-RESULT
                   WRITE DEATH-REPORT-LINE FROM WS-CUSTOMER-LINE
                   ADD 1 TO WS-RECORDED-COUNT
                   PERFORM 2300-PROCESS-LINK
                       VARYING WS-REL-IDX FROM 1 BY 1
                       UNTIL WS-REL-IDX > WS-RELATION-COUNT
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2900-LOG-REJECT
           END-IF

           PERFORM 2100-READ-NOTICE.

      *----------------------------------------------------------------
      * 2100-READ-NOTICE
      *----------------------------------------------------------------
       2100-READ-NOTICE.
           READ DEATH-NOTICE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2200-FIND-CUSTOMER - locate the notice's customer on the
      * CUSTCIF table.
      *----------------------------------------------------------------
       2200-FIND-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SWITCH
           MOVE 0   TO WS-CUST-FOUND-IDX
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUSTOMER-COUNT
                      OR WS-CUSTOMER-FOUND
               IF WS-C-CUSTOMER-ID (WS-CUST-IDX) = DTHN-CUSTOMER-ID
                   MOVE 'Y' TO WS-CUST-FOUND-SWITCH
                   MOVE WS-CUST-IDX TO WS-CUST-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2300-PROCESS-LINK - one of the deceased customer's account
      * links.  A custodian never owned the funds, so the account is
      * only listed for a successor custodian to be named.  An owned
      * account with another owner still living passes to that
      * owner and is left alone.  Otherwise the account, if still
      * open, is frozen, its standing orders suspended and its mail
      * redirected to the estate.
      *----------------------------------------------------------------
       2300-PROCESS-LINK.
           IF WS-L-CUSTOMER-ID (WS-REL-IDX) = DTHN-CUSTOMER-ID
               MOVE WS-L-ACCOUNT-NUMBER (WS-REL-IDX) TO WS-A-ACCOUNT
               MOVE 0 TO WS-ACCT-SUSPENDED-COUNT
               EVALUATE WS-L-ROLE (WS-REL-IDX)
                   WHEN 'P'
                       MOVE "PRIMARY" TO WS-A-ROLE
                   WHEN 'J'
                       MOVE "JOINT" TO WS-A-ROLE
                   WHEN OTHER
                       MOVE "CUSTODN" TO WS-A-ROLE
               END-EVALUATE

               IF WS-L-CUSTODIAN (WS-REL-IDX)
                   MOVE "CUSTODIAN - SUCCESSOR NEEDED" TO WS-A-RESULT
                   ADD 1 TO WS-CUSTODIAL-COUNT
               ELSE
                   PERFORM 2400-CHECK-SURVIVOR
                   PERFORM 2350-READ-ACCOUNT
                   EVALUATE TRUE
                       WHEN WS-SURVIVOR-FOUND
                           MOVE "SURVIVING OWNER - NOT FROZEN"
                               TO WS-A-RESULT
                           ADD 1 TO WS-SURVIVOR-COUNT
                       WHEN NOT WS-ACCT-FOUND
                           MOVE "*** ACCOUNT NOT ON FILE ***"
                               TO WS-A-RESULT
                       WHEN ACCTM-ACCOUNT-CLOSED
                           MOVE "ACCOUNT ALREADY CLOSED - NO ACTION"
                               TO WS-A-RESULT
                       WHEN OTHER
                           PERFORM 2500-FREEZE-ACCOUNT
                           IF WS-FREEZE-PLACED
                               PERFORM 2600-SUSPEND-ORDERS
                               PERFORM 2700-POST-ESTATE-ADDRESS
                               MOVE "FROZEN - MAIL TO ESTATE"
                                   TO WS-A-RESULT
                               ADD 1 TO WS-FROZEN-COUNT
                           ELSE
                               MOVE "*** NO HOLD SEQUENCE - NOT FROZEN"
                                   TO WS-A-RESULT
                           END-IF
                   END-EVALUATE
               END-IF

               MOVE WS-ACCT-SUSPENDED-COUNT TO WS-A-ORDERS
               WRITE DEATH-REPORT-LINE FROM WS-ACCOUNT-LINE
           END-IF.

      *----------------------------------------------------------------
      * 2350-READ-ACCOUNT
      *----------------------------------------------------------------
       2350-READ-ACCOUNT.
           MOVE WS-L-ACCOUNT-NUMBER (WS-REL-IDX)
               TO ACCTM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2400-CHECK-SURVIVOR - any other primary or joint owner of the
      * same account who is still living.  An owner not on CUSTCIF is
      * taken to be living, so an account is never frozen on a guess.
      *----------------------------------------------------------------
       2400-CHECK-SURVIVOR.
           MOVE 'N' TO WS-SURVIVOR-SWITCH
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-RELATION-COUNT
                      OR WS-SURVIVOR-FOUND
               IF WS-L-ACCOUNT-NUMBER (WS-OWN-IDX)
                      = WS-L-ACCOUNT-NUMBER (WS-REL-IDX)
                  AND WS-L-CUSTOMER-ID (WS-OWN-IDX)
                      NOT = DTHN-CUSTOMER-ID
                  AND NOT WS-L-CUSTODIAN (WS-OWN-IDX)
                   PERFORM 2450-CHECK-OWNER-LIVING
                   IF WS-OWNER-LIVING
                       MOVE 'Y' TO WS-SURVIVOR-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2450-CHECK-OWNER-LIVING - whether the co-owner at WS-OWN-IDX
      * has no date of death on CUSTCIF.
      *----------------------------------------------------------------
       2450-CHECK-OWNER-LIVING.
           MOVE 'Y' TO WS-OWNER-LIVING-SWITCH
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUSTOMER-COUNT
               IF WS-C-CUSTOMER-ID (WS-CUST-IDX)
                      = WS-L-CUSTOMER-ID (WS-OWN-IDX)
                  AND WS-C-DATE-OF-DEATH (WS-CUST-IDX) NOT = 0
                   MOVE 'N' TO WS-OWNER-LIVING-SWITCH
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2500-FREEZE-ACCOUNT - a 'DC' freeze on LEGLHOLD under the
      * account's next hold sequence number, in force from the run
      * date with no expiry.  Every debit program already refuses a
      * frozen account through HoldCheck; credits still post.
      *----------------------------------------------------------------
       2500-FREEZE-ACCOUNT.
           MOVE 'N' TO WS-FREEZE-SWITCH
           MOVE WS-L-ACCOUNT-NUMBER (WS-REL-IDX) TO WS-FREEZE-ACCOUNT
           PERFORM 2550-FIND-LAST-SEQUENCE
           IF WS-LAST-SEQUENCE < 999
               MOVE WS-FREEZE-ACCOUNT TO HOLD-ACCOUNT-NUMBER
               COMPUTE HOLD-SEQUENCE = WS-LAST-SEQUENCE + 1
               MOVE 'F'          TO HOLD-TYPE
               MOVE 0            TO HOLD-AMOUNT
               MOVE "DC"         TO HOLD-REASON-CODE
               MOVE WS-RUN-DATE  TO HOLD-PLACED-DATE
               MOVE 0            TO HOLD-EXPIRY-DATE
               MOVE 'A'          TO HOLD-STATUS
               MOVE 0            TO HOLD-RELEASED-DATE
               WRITE HOLD-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-FREEZE-SWITCH
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FREEZE-SWITCH
               END-WRITE
           END-IF.

      *----------------------------------------------------------------
      * 2550-FIND-LAST-SEQUENCE - the highest hold sequence already on
      * file for the account, released and expired holds included,
      * the same way HoldMaint numbers a new hold.
      *----------------------------------------------------------------
       2550-FIND-LAST-SEQUENCE.
           MOVE 0   TO WS-LAST-SEQUENCE
           MOVE 'N' TO WS-HOLD-EOF-SWITCH
           MOVE WS-FREEZE-ACCOUNT TO HOLD-ACCOUNT-NUMBER
           MOVE 0 TO HOLD-SEQUENCE
           START LEGAL-HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-HOLD-END-OF-FILE
               READ LEGAL-HOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF-SWITCH
                   NOT AT END
                       IF HOLD-ACCOUNT-NUMBER = WS-FREEZE-ACCOUNT
                           MOVE HOLD-SEQUENCE TO WS-LAST-SEQUENCE
                       ELSE
                           MOVE 'Y' TO WS-HOLD-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * 2600-SUSPEND-ORDERS - every active standing order paying out
      * of the frozen account is suspended as of the run date.
      * Orders paying into it carry on; the account still takes
      * credits.
      *----------------------------------------------------------------
       2600-SUSPEND-ORDERS.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-ORDER-COUNT
               IF WS-O-FROM-ACCOUNT (WS-ORD-IDX) = WS-FREEZE-ACCOUNT
                  AND NOT WS-O-SUSPENDED (WS-ORD-IDX)
                   MOVE 'S' TO WS-O-ORDER-STATUS (WS-ORD-IDX)
                   MOVE WS-RUN-DATE
                       TO WS-O-SUSPENDED-DATE (WS-ORD-IDX)
                   ADD 1 TO WS-ACCT-SUSPENDED-COUNT
                   ADD 1 TO WS-SUSPENDED-COUNT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2700-POST-ESTATE-ADDRESS - the account's CUSTADDR entry takes
      * the estate's name and address from the notice and is flagged
      * as an estate account with the date of death.  Any returned-
      * mail flag goes with the old address.  The TIN and W-9 status
      * are left as they are.  An account with no address entry gets
      * one.
      *----------------------------------------------------------------
       2700-POST-ESTATE-ADDRESS.
           MOVE 'N' TO WS-ADDR-FOUND-SWITCH
           MOVE 0   TO WS-ADDR-FOUND-IDX
           PERFORM VARYING WS-ADDR-IDX FROM 1 BY 1
                   UNTIL WS-ADDR-IDX > WS-ADDRESS-COUNT
                      OR WS-ADDRESS-FOUND
               IF WS-N-ACCOUNT-NUMBER (WS-ADDR-IDX)
                      = WS-FREEZE-ACCOUNT
                   MOVE 'Y' TO WS-ADDR-FOUND-SWITCH
                   MOVE WS-ADDR-IDX TO WS-ADDR-FOUND-IDX
               END-IF
           END-PERFORM

           IF NOT WS-ADDRESS-FOUND
               ADD 1 TO WS-ADDRESS-COUNT
               MOVE WS-ADDRESS-COUNT TO WS-ADDR-FOUND-IDX
               MOVE WS-FREEZE-ACCOUNT
                   TO WS-N-ACCOUNT-NUMBER (WS-ADDR-FOUND-IDX)
               MOVE SPACES TO WS-N-TAXPAYER-ID (WS-ADDR-FOUND-IDX)
               MOVE SPACE  TO WS-N-W9-STATUS (WS-ADDR-FOUND-IDX)
           END-IF
           MOVE DTHN-ESTATE-NAME
               TO WS-N-CUSTOMER-NAME (WS-ADDR-FOUND-IDX)
           MOVE DTHN-ESTATE-ADDRESS
               TO WS-N-ADDRESS-LINE (WS-ADDR-FOUND-IDX)
           MOVE DTHN-ESTATE-CITY
               TO WS-N-CITY (WS-ADDR-FOUND-IDX)
           MOVE DTHN-ESTATE-STATE
               TO WS-N-STATE (WS-ADDR-FOUND-IDX)
           MOVE DTHN-ESTATE-ZIP-CODE
               TO WS-N-ZIP-CODE (WS-ADDR-FOUND-IDX)
           MOVE SPACE TO WS-N-MAIL-STATUS (WS-ADDR-FOUND-IDX)
           MOVE 0     TO WS-N-RETURNED-DATE (WS-ADDR-FOUND-IDX)
           MOVE SPACE TO WS-N-RETURNED-ITEM (WS-ADDR-FOUND-IDX)
           MOVE 'E'   TO WS-N-ESTATE-STATUS (WS-ADDR-FOUND-IDX)
           MOVE DTHN-DATE-OF-DEATH
               TO WS-N-DATE-OF-DEATH (WS-ADDR-FOUND-IDX).

      *----------------------------------------------------------------
      * 2900-LOG-REJECT - a rejected notice is printed on the report,
      * from the notice as keyed, and logged to the shared exception
      * report.
      *----------------------------------------------------------------
       2900-LOG-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE DTHN-CUSTOMER-ID   TO WS-U-CUSTOMER
           MOVE DTHN-ESTATE-NAME   TO WS-U-NAME
           IF DTHN-DATE-OF-DEATH NUMERIC
               MOVE DTHN-DATE-OF-DEATH TO WS-U-DIED
           ELSE
               MOVE 0 TO WS-U-DIED
           END-IF
           MOVE WS-REJECT-REASON   TO WS-U-RESULT
           WRITE DEATH-REPORT-LINE FROM WS-CUSTOMER-LINE

           MOVE "DeathNotice"      TO EXCP-PROGRAM-ID
           MOVE DTHN-CUSTOMER-ID   TO EXCP-KEY-VALUE
           MOVE "DTHNTC-NOTICE"    TO EXCP-FIELD-NAME
           MOVE WS-REJECT-REASON   TO EXCP-REASON
           MOVE WS-RUN-DATE        TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD.

      *----------------------------------------------------------------
      * 3000-REWRITE-CUSTOMER-FILE - the CUSTCIF table back out in
      * full, dates of death recorded.
      *----------------------------------------------------------------
       3000-REWRITE-CUSTOMER-FILE.
           OPEN OUTPUT CUSTOMER-INFO-FILE
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUSTOMER-COUNT
               MOVE WS-C-CUSTOMER-ID (WS-CUST-IDX)
                   TO CUSTC-CUSTOMER-ID
               MOVE WS-C-CUSTOMER-NAME (WS-CUST-IDX)
                   TO CUSTC-CUSTOMER-NAME
               MOVE WS-C-ADDRESS-LINE (WS-CUST-IDX)
                   TO CUSTC-ADDRESS-LINE
               MOVE WS-C-CITY (WS-CUST-IDX)
                   TO CUSTC-CITY
               MOVE WS-C-STATE (WS-CUST-IDX)
                   TO CUSTC-STATE
               MOVE WS-C-ZIP-CODE (WS-CUST-IDX)
                   TO CUSTC-ZIP-CODE
               MOVE WS-C-OPENED-DATE (WS-CUST-IDX)
                   TO CUSTC-OPENED-DATE
               MOVE WS-C-DATE-OF-DEATH (WS-CUST-IDX)
                   TO CUSTC-DATE-OF-DEATH
               WRITE CUSTCIF-RECORD
           END-PERFORM
           CLOSE CUSTOMER-INFO-FILE.

      *----------------------------------------------------------------
      * 3100-REWRITE-ADDRESS-FILE - the CUSTADDR table back out in
      * full, estate addresses applied.
      *----------------------------------------------------------------
       3100-REWRITE-ADDRESS-FILE.
           OPEN OUTPUT CUSTOMER-ADDRESS-FILE
           PERFORM VARYING WS-ADDR-IDX FROM 1 BY 1
                   UNTIL WS-ADDR-IDX > WS-ADDRESS-COUNT
               MOVE WS-N-ACCOUNT-NUMBER (WS-ADDR-IDX)
                   TO CUSTA-ACCOUNT-NUMBER
               MOVE WS-N-CUSTOMER-NAME (WS-ADDR-IDX)
                   TO CUSTA-CUSTOMER-NAME
               MOVE WS-N-ADDRESS-LINE (WS-ADDR-IDX)
                   TO CUSTA-ADDRESS-LINE
               MOVE WS-N-CITY (WS-ADDR-IDX)
                   TO CUSTA-CITY
               MOVE WS-N-STATE (WS-ADDR-IDX)
                   TO CUSTA-STATE
               MOVE WS-N-ZIP-CODE (WS-ADDR-IDX)
                   TO CUSTA-ZIP-CODE
               MOVE WS-N-MAIL-STATUS (WS-ADDR-IDX)
                   TO CUSTA-MAIL-STATUS
               MOVE WS-N-RETURNED-DATE (WS-ADDR-IDX)
                   TO CUSTA-RETURNED-DATE
               MOVE WS-N-RETURNED-ITEM (WS-ADDR-IDX)
                   TO CUSTA-RETURNED-ITEM
               MOVE WS-N-TAXPAYER-ID (WS-ADDR-IDX)
                   TO CUSTA-TAXPAYER-ID
               MOVE WS-N-W9-STATUS (WS-ADDR-IDX)
                   TO CUSTA-W9-STATUS
               MOVE WS-N-ESTATE-STATUS (WS-ADDR-IDX)
                   TO CUSTA-ESTATE-STATUS
               MOVE WS-N-DATE-OF-DEATH (WS-ADDR-IDX)
                   TO CUSTA-DATE-OF-DEATH
               MOVE WS-N-BRANCH-CODE (WS-ADDR-IDX)
                   TO CUSTA-BRANCH-CODE
               WRITE CUSTADDR-RECORD
           END-PERFORM
           CLOSE CUSTOMER-ADDRESS-FILE.

      *----------------------------------------------------------------
      * 3200-REWRITE-ORDER-FILE - the STANDORD table back out in
      * full, suspensions applied.
      *----------------------------------------------------------------
       3200-REWRITE-ORDER-FILE.
           OPEN OUTPUT STANDING-ORDER-FILE
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-ORDER-COUNT
               MOVE WS-O-FROM-ACCOUNT (WS-ORD-IDX)
                   TO STORD-FROM-ACCOUNT
               MOVE WS-O-TO-ACCOUNT (WS-ORD-IDX)
                   TO STORD-TO-ACCOUNT
               MOVE WS-O-AMOUNT (WS-ORD-IDX)
                   TO STORD-AMOUNT
               MOVE WS-O-FREQUENCY (WS-ORD-IDX)
                   TO STORD-FREQUENCY
               MOVE WS-O-NEXT-DUE-DATE (WS-ORD-IDX)
                   TO STORD-NEXT-DUE-DATE
               MOVE WS-O-EXT-ROUTING (WS-ORD-IDX)
                   TO STORD-EXT-ROUTING-NUMBER
               MOVE WS-O-EXT-ACCOUNT (WS-ORD-IDX)
                   TO STORD-EXT-ACCOUNT
               MOVE WS-O-ORDER-STATUS (WS-ORD-IDX)
                   TO STORD-ORDER-STATUS
               MOVE WS-O-SUSPENDED-DATE (WS-ORD-IDX)
                   TO STORD-SUSPENDED-DATE
               WRITE STANDING-ORDER-RECORD
           END-PERFORM
           CLOSE STANDING-ORDER-FILE.

      *----------------------------------------------------------------
      * 4000-TERMINATE
      *----------------------------------------------------------------
       4000-TERMINATE.
           WRITE DEATH-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-NOTICE-COUNT     TO WS-F-NOTICES
           MOVE WS-RECORDED-COUNT   TO WS-F-RECORDED
           MOVE WS-REJECTED-COUNT   TO WS-F-REJECTED
           WRITE DEATH-REPORT-LINE FROM WS-REPORT-FOOTER
           MOVE WS-FROZEN-COUNT     TO WS-F-FROZEN
           MOVE WS-SUSPENDED-COUNT  TO WS-F-SUSPENDED
           MOVE WS-SURVIVOR-COUNT   TO WS-F-SURVIVOR
           MOVE WS-CUSTODIAL-COUNT  TO WS-F-CUSTODIAL
           WRITE DEATH-REPORT-LINE FROM WS-REPORT-FOOTER-2
           CLOSE DEATH-REPORT-FILE
           CLOSE DEATH-NOTICE-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE LEGAL-HOLD-FILE
           CLOSE EXCEPTION-REPORT-FILE
           DISPLAY "DEATHS RECORDED: " WS-RECORDED-COUNT
           DISPLAY "ACCOUNTS FROZEN: " WS-FROZEN-COUNT
           DISPLAY "ORDERS SUSPENDED: " WS-SUSPENDED-COUNT
           DISPLAY "NOTICES REJECTED: " WS-REJECTED-COUNT.
