       IDENTIFICATION DIVISION.
       PROGRAM-ID. HoldMaint.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - WHEN A LEVY, COURT ORDER OR
      *                  FRAUD FREEZE CAME IN THERE WAS NO WAY TO STOP
      *                  MONEY LEAVING AN ACCOUNT SHORT OF CLOSING IT.
      *                  THIS PROGRAM PLACES AND RELEASES HOLDS ON THE
      *                  NEW LEGLHOLD KEYED FILE FROM A BATCH OF
      *                  HOLDMNT REQUESTS, SWEEPS EVERY HOLD PAST ITS
      *                  EXPIRY DATE TO EXPIRED, AND PRINTS THE DAILY
      *                  REPORT OF HOLDS PLACED, RELEASED AND EXPIRED.
      *                  THE DEBIT PROGRAMS CONSULT LEGLHOLD THROUGH
      *                  THE SHARED HoldCheck SUBPROGRAM.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT HOLD-REQUEST-FILE ASSIGN TO "HOLDMNT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLD-REPORT-FILE ASSIGN TO "HOLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-HOLD-FILE.
       COPY LEGLHOLD.

       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMAST.

       FD  HOLD-REQUEST-FILE.
       COPY HOLDMNT.

       FD  HOLD-REPORT-FILE.
       01  HOLD-REPORT-LINE             PIC X(110).

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS            PIC X(2).
       01  WS-MASTER-STATUS          PIC X(2).
       01  WS-EXCP-STATUS            PIC X(2).

       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.
       01  WS-HOLD-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-HOLD-END-OF-FILE   VALUE 'Y'.

       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.

       01  WS-REQUEST-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-PLACED-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-RELEASED-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-EXPIRED-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-REJECTED-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-ACTIVE-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-FREEZE-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-TOTAL-HELD             PIC S9(9)V99 VALUE 0.

       01  WS-REJECT-REASON          PIC X(40).

       01  WS-ACCT-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-ACCT-FOUND         VALUE 'Y'.
       01  WS-HOLD-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-HOLD-FOUND         VALUE 'Y'.
       01  WS-LAST-SEQUENCE          PIC 9(3) VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(30) VALUE "LEGAL HOLD DAILY REPORT".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER           PIC X(62) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(5)  VALUE "SEQ".
           05  FILLER PIC X(7)  VALUE "TYPE".
           05  FILLER PIC X(14) VALUE "      AMOUNT".
           05  FILLER PIC X(5)  VALUE "RSN".
           05  FILLER PIC X(10) VALUE "PLACED".
           05  FILLER PIC X(10) VALUE "EXPIRES".
           05  FILLER PIC X(40) VALUE "ACTIVITY".
           05  FILLER PIC X(7)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-D-ACCOUNT       PIC 9(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-SEQUENCE      PIC 9(3).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-TYPE          PIC X(6).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-D-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-REASON        PIC X(2).
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-D-PLACED        PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-EXPIRES       PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-ACTIVITY      PIC X(40).
           05  FILLER             PIC X(7) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(110) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(12) VALUE "REQUESTS: ".
           05  WS-F-REQUESTS      PIC ZZZ9.
           05  FILLER PIC X(10) VALUE "  PLACED: ".
           05  WS-F-PLACED        PIC ZZZ9.
           05  FILLER PIC X(12) VALUE "  RELEASED: ".
           05  WS-F-RELEASED      PIC ZZZ9.
           05  FILLER PIC X(11) VALUE "  EXPIRED: ".
           05  WS-F-EXPIRED       PIC ZZZ9.
           05  FILLER PIC X(12) VALUE "  REJECTED: ".
           05  WS-F-REJECTED      PIC ZZZ9.
           05  FILLER             PIC X(33) VALUE SPACES.

       01  WS-REPORT-FOOTER-2.
           05  FILLER PIC X(22) VALUE "HOLDS NOW IN FORCE: ".
           05  WS-F-ACTIVE        PIC ZZZZ9.
           05  FILLER PIC X(11) VALUE "  FREEZES: ".
           05  WS-F-FREEZES       PIC ZZZZ9.
           05  FILLER PIC X(15) VALUE "  AMOUNT HELD: ".
           05  WS-F-TOTAL-HELD    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(38) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "HoldMaint" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           ACCEPT OPRAUTH-OPERATOR-ID FROM SYSIN
           MOVE "HoldMaint" TO OPRAUTH-CALLER-ID
           CALL "SignOnCheck" USING OPERATOR-AUTH-PARMS
           IF OPRAUTH-DENIED
               DISPLAY "*** SIGN-ON REJECTED - UNAUTHORIZED OPERATOR: "
                       OPRAUTH-OPERATOR-ID " ***"
               STOP RUN
           END-IF
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."

           PERFORM 0900-OPEN-EXCEPTION-FILE
           PERFORM 1000-OPEN-FILES

           PERFORM 2100-READ-REQUEST
           PERFORM 2000-PROCESS-REQUEST
               UNTIL WS-END-OF-FILE

           PERFORM 3000-EXPIRE-HOLDS

           PERFORM 4000-TERMINATE
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-REQUEST-COUNT TO RLOG-RECORDS-READ
           COMPUTE RLOG-RECORDS-WRITTEN =
                WS-PLACED-COUNT + WS-RELEASED-COUNT + WS-EXPIRED-COUNT
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
      * 1000-OPEN-FILES - the hold file stays open I-O for the run;
      * a status of "35" means the cluster has never been loaded and
      * the first run creates it empty.  The account master is only
      * read, to confirm the account a hold is placed on.
      *----------------------------------------------------------------
       1000-OPEN-FILES.
           OPEN I-O LEGAL-HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT LEGAL-HOLD-FILE
               CLOSE LEGAL-HOLD-FILE
               OPEN I-O LEGAL-HOLD-FILE
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           OPEN INPUT HOLD-REQUEST-FILE

           OPEN OUTPUT HOLD-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           WRITE HOLD-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE HOLD-REPORT-LINE FROM WS-BLANK-LINE
           WRITE HOLD-REPORT-LINE FROM WS-REPORT-HEADING-2.

      *----------------------------------------------------------------
      * 2000-PROCESS-REQUEST - dispatch the current request to the
      * paragraph for its type, then print the result.
      *----------------------------------------------------------------
       2000-PROCESS-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
               WHEN HOLDMNT-IS-PLACE
                   PERFORM 2300-PLACE-HOLD
               WHEN HOLDMNT-IS-RELEASE
                   PERFORM 2500-RELEASE-HOLD
               WHEN OTHER
                   MOVE "*** REJECTED - UNKNOWN REQUEST TYPE ***"
                       TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
               WRITE HOLD-REPORT-LINE FROM WS-DETAIL-LINE
           ELSE
               PERFORM 2900-LOG-REJECT
           END-IF

           PERFORM 2100-READ-REQUEST.

      *----------------------------------------------------------------
      * 2100-READ-REQUEST
      *----------------------------------------------------------------
       2100-READ-REQUEST.
           READ HOLD-REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2300-PLACE-HOLD - edit the request, and put the hold on file
      * under the account's next sequence number only when every
      * edit passes.  The first failing edit names the reject.  A
      * freeze carries no amount.
      *----------------------------------------------------------------
       2300-PLACE-HOLD.
           MOVE HOLDMNT-ACCOUNT-NUMBER TO ACCTM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND-SWITCH
           END-READ

           EVALUATE TRUE
               WHEN NOT WS-ACCT-FOUND
                   MOVE "*** REJECTED - ACCOUNT NOT ON FILE ***"
                       TO WS-REJECT-REASON
               WHEN ACCTM-ACCOUNT-CLOSED
                   MOVE "*** REJECTED - ACCOUNT IS CLOSED ***"
                       TO WS-REJECT-REASON
               WHEN NOT HOLDMNT-IS-AMOUNT-HOLD
                    AND NOT HOLDMNT-IS-FREEZE
                   MOVE "*** REJECTED - UNKNOWN HOLD TYPE ***"
                       TO WS-REJECT-REASON
               WHEN HOLDMNT-IS-AMOUNT-HOLD
                    AND HOLDMNT-AMOUNT NOT > 0
                   MOVE "*** REJECTED - AMOUNT NOT POSITIVE ***"
                       TO WS-REJECT-REASON
               WHEN NOT HOLDMNT-REASON-VALID
                   MOVE "*** REJECTED - UNKNOWN REASON CODE ***"
                       TO WS-REJECT-REASON
               WHEN HOLDMNT-EXPIRY-DATE NOT = 0
                    AND HOLDMNT-EXPIRY-DATE NOT > WS-RUN-DATE
                   MOVE "*** REJECTED - EXPIRY NOT IN FUTURE ***"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 2400-FIND-LAST-SEQUENCE
                   IF WS-LAST-SEQUENCE = 999
                       MOVE "*** REJECTED - NO HOLD SEQUENCE LEFT ***"
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
               MOVE HOLDMNT-ACCOUNT-NUMBER TO HOLD-ACCOUNT-NUMBER
               COMPUTE HOLD-SEQUENCE = WS-LAST-SEQUENCE + 1
               MOVE HOLDMNT-HOLD-TYPE      TO HOLD-TYPE
               IF HOLDMNT-IS-FREEZE
                   MOVE 0 TO HOLD-AMOUNT
               ELSE
                   MOVE HOLDMNT-AMOUNT TO HOLD-AMOUNT
               END-IF
               MOVE HOLDMNT-REASON-CODE    TO HOLD-REASON-CODE
               MOVE WS-RUN-DATE            TO HOLD-PLACED-DATE
               MOVE HOLDMNT-EXPIRY-DATE    TO HOLD-EXPIRY-DATE
               MOVE 'A'                    TO HOLD-STATUS
               MOVE 0                      TO HOLD-RELEASED-DATE
               WRITE HOLD-RECORD
                   INVALID KEY
                       MOVE "*** REJECTED - DUPLICATE KEY ***"
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM 2800-FORMAT-DETAIL
               MOVE "PLACED" TO WS-D-ACTIVITY
               ADD 1 TO WS-PLACED-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 2400-FIND-LAST-SEQUENCE - the highest hold sequence already on
      * file for the account, released and expired holds included,
      * so a sequence number is never reused; zero when the account
      * has never had a hold.
      *----------------------------------------------------------------
       2400-FIND-LAST-SEQUENCE.
           MOVE 0   TO WS-LAST-SEQUENCE
           MOVE 'N' TO WS-HOLD-EOF-SWITCH
           MOVE HOLDMNT-ACCOUNT-NUMBER TO HOLD-ACCOUNT-NUMBER
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
                       IF HOLD-ACCOUNT-NUMBER = HOLDMNT-ACCOUNT-NUMBER
                           MOVE HOLD-SEQUENCE TO WS-LAST-SEQUENCE
                       ELSE
                           MOVE 'Y' TO WS-HOLD-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * 2500-RELEASE-HOLD - release the hold named by account number
      * and sequence; only a hold still active can be released.
      *----------------------------------------------------------------
       2500-RELEASE-HOLD.
           MOVE HOLDMNT-ACCOUNT-NUMBER TO HOLD-ACCOUNT-NUMBER
           MOVE HOLDMNT-SEQUENCE       TO HOLD-SEQUENCE
           READ LEGAL-HOLD-FILE
               INVALID KEY
                   MOVE 'N' TO WS-HOLD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HOLD-FOUND-SWITCH
           END-READ

           EVALUATE TRUE
               WHEN NOT WS-HOLD-FOUND
                   MOVE "*** REJECTED - HOLD NOT ON FILE ***"
                       TO WS-REJECT-REASON
               WHEN NOT HOLD-IS-ACTIVE
                   MOVE "*** REJECTED - HOLD NOT ACTIVE ***"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'R'         TO HOLD-STATUS
                   MOVE WS-RUN-DATE TO HOLD-RELEASED-DATE
                   REWRITE HOLD-RECORD
                   PERFORM 2800-FORMAT-DETAIL
                   MOVE "RELEASED" TO WS-D-ACTIVITY
                   ADD 1 TO WS-RELEASED-COUNT
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2800-FORMAT-DETAIL - the report columns from the hold record.
      *----------------------------------------------------------------
       2800-FORMAT-DETAIL.
           MOVE HOLD-ACCOUNT-NUMBER TO WS-D-ACCOUNT
           MOVE HOLD-SEQUENCE       TO WS-D-SEQUENCE
           IF HOLD-IS-FREEZE
               MOVE "FREEZE" TO WS-D-TYPE
           ELSE
               MOVE "AMOUNT" TO WS-D-TYPE
           END-IF
           MOVE HOLD-AMOUNT         TO WS-D-AMOUNT
           MOVE HOLD-REASON-CODE    TO WS-D-REASON
           MOVE HOLD-PLACED-DATE    TO WS-D-PLACED
           MOVE HOLD-EXPIRY-DATE    TO WS-D-EXPIRES.

      *----------------------------------------------------------------
      * 2900-LOG-REJECT - a rejected request is printed on the hold
      * report, from the request as keyed, and logged to the shared
      * exception report.
      *----------------------------------------------------------------
       2900-LOG-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE HOLDMNT-ACCOUNT-NUMBER TO WS-D-ACCOUNT
           MOVE HOLDMNT-SEQUENCE       TO WS-D-SEQUENCE
           MOVE HOLDMNT-HOLD-TYPE      TO WS-D-TYPE
           MOVE HOLDMNT-AMOUNT         TO WS-D-AMOUNT
           MOVE HOLDMNT-REASON-CODE    TO WS-D-REASON
           MOVE 0                      TO WS-D-PLACED
           MOVE HOLDMNT-EXPIRY-DATE    TO WS-D-EXPIRES
           MOVE WS-REJECT-REASON       TO WS-D-ACTIVITY
           WRITE HOLD-REPORT-LINE FROM WS-DETAIL-LINE

           MOVE "HoldMaint"            TO EXCP-PROGRAM-ID
           MOVE HOLDMNT-ACCOUNT-NUMBER TO EXCP-KEY-VALUE
           MOVE "HOLDMNT-REQUEST"      TO EXCP-FIELD-NAME
           MOVE WS-REJECT-REASON       TO EXCP-REASON
           MOVE WS-RUN-DATE            TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD.

      *----------------------------------------------------------------
      * 3000-EXPIRE-HOLDS - one pass of the whole hold file after the
      * day's requests: an active hold whose expiry date has arrived
      * is marked expired and printed, and every hold still in force
      * is totalled for the report footer.
      *----------------------------------------------------------------
       3000-EXPIRE-HOLDS.
           MOVE 'N' TO WS-HOLD-EOF-SWITCH
           MOVE 0 TO HOLD-ACCOUNT-NUMBER
           MOVE 0 TO HOLD-SEQUENCE
           START LEGAL-HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF-SWITCH
           END-START
           IF NOT WS-HOLD-END-OF-FILE
               PERFORM 3100-READ-NEXT-HOLD
           END-IF
           PERFORM UNTIL WS-HOLD-END-OF-FILE
               IF HOLD-IS-ACTIVE
                      AND HOLD-EXPIRY-DATE NOT = 0
                      AND HOLD-EXPIRY-DATE NOT > WS-RUN-DATE
                   MOVE 'E'         TO HOLD-STATUS
                   MOVE WS-RUN-DATE TO HOLD-RELEASED-DATE
                   REWRITE HOLD-RECORD
                   PERFORM 2800-FORMAT-DETAIL
                   MOVE "EXPIRED" TO WS-D-ACTIVITY
                   WRITE HOLD-REPORT-LINE FROM WS-DETAIL-LINE
                   ADD 1 TO WS-EXPIRED-COUNT
               END-IF
               IF HOLD-IS-ACTIVE
                   ADD 1 TO WS-ACTIVE-COUNT
                   IF HOLD-IS-FREEZE
                       ADD 1 TO WS-FREEZE-COUNT
                   ELSE
                       ADD HOLD-AMOUNT TO WS-TOTAL-HELD
                   END-IF
               END-IF
               PERFORM 3100-READ-NEXT-HOLD
           END-PERFORM.

      *----------------------------------------------------------------
      * 3100-READ-NEXT-HOLD
      *----------------------------------------------------------------
       3100-READ-NEXT-HOLD.
           READ LEGAL-HOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 4000-TERMINATE
      *----------------------------------------------------------------
       4000-TERMINATE.
           WRITE HOLD-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-REQUEST-COUNT    TO WS-F-REQUESTS
           MOVE WS-PLACED-COUNT     TO WS-F-PLACED
           MOVE WS-RELEASED-COUNT   TO WS-F-RELEASED
           MOVE WS-EXPIRED-COUNT    TO WS-F-EXPIRED
           MOVE WS-REJECTED-COUNT   TO WS-F-REJECTED
           WRITE HOLD-REPORT-LINE FROM WS-REPORT-FOOTER
           MOVE WS-ACTIVE-COUNT     TO WS-F-ACTIVE
           MOVE WS-FREEZE-COUNT     TO WS-F-FREEZES
           MOVE WS-TOTAL-HELD       TO WS-F-TOTAL-HELD
           WRITE HOLD-REPORT-LINE FROM WS-REPORT-FOOTER-2
           CLOSE HOLD-REPORT-FILE
           CLOSE HOLD-REQUEST-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE LEGAL-HOLD-FILE
           CLOSE EXCEPTION-REPORT-FILE
           DISPLAY "HOLDS PLACED: " WS-PLACED-COUNT
           DISPLAY "HOLDS RELEASED: " WS-RELEASED-COUNT
           DISPLAY "HOLDS EXPIRED: " WS-EXPIRED-COUNT
           DISPLAY "REQUESTS REJECTED: " WS-REJECTED-COUNT.
