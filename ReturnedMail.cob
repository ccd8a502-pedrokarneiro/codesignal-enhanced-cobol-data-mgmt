       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReturnedMail.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - WHEN THE POST OFFICE SENT A
      *                  STATEMENT OR NOTICE BACK THERE WAS NOWHERE TO
      *                  RECORD IT, AND EVERY LATER RUN MAILED THE SAME
      *                  BAD ADDRESS AGAIN.  THIS PROGRAM APPLIES THE
      *                  RETMAIL RETURNED-MAIL TRANSACTIONS TO THE
      *                  CUSTADDR MASTER, FLAGGING EACH ACCOUNT'S
      *                  ADDRESS UNDELIVERABLE WITH THE DATE THE ITEM
      *                  CAME BACK, AND PRINTS EVERY FLAGGED ADDRESS
      *                  ON FILE FOR CUSTOMER SERVICE TO CHASE.  THE
      *                  MAILING PROGRAMS HOLD ANYTHING FOR A FLAGGED
      *                  ADDRESS ON THE SHARED HELDMAIL LISTING, AND
      *                  AN AccountMaint CHANGE WITH A NEW ADDRESS
      *                  CLEARS THE FLAG.
      * 2026-10-15  DLH  CARRIES THE NEW CUSTADDR TIN AND W-9 STATUS
      *                  THROUGH THE REWRITE UNCHANGED.
      * 2026-10-15  DLH  CARRIES THE CUSTADDR ESTATE FLAG AND DATE OF
      *                  DEATH SET BY DeathNotice THROUGH THE REWRITE.
      * 2026-10-15  DLH  CARRIES THE NEW CUSTADDR BRANCH CODE THROUGH
      *                  THE REWRITE UNCHANGED.
      * 2026-10-15  DLH  THE STREET ADDRESS AND ZIP CODE ON THE FLAGGED
      *                  ADDRESS LISTING NOW PASS THROUGH THE SHARED
      *                  MaskData AND PRINT ONLY WHERE RETMRPT'S DISTCLS
      *                  DISTRIBUTION CLASS ALLOWS PERSONAL DATA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTA-STATUS.

           SELECT RETURNED-MAIL-FILE ASSIGN TO "RETMAIL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETURNED-MAIL-REPORT ASSIGN TO "RETMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-ADDRESS-FILE.
       COPY CUSTADDR.

       FD  RETURNED-MAIL-FILE.
       COPY RETMAIL.

       FD  RETURNED-MAIL-REPORT.
       01  RETURNED-MAIL-LINE           PIC X(110).

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.

       01  MASK-DATA-PARMS.
           COPY MASKPARM.

       01  WS-CUSTA-STATUS           PIC X(2).
       01  WS-EXCP-STATUS            PIC X(2).

       01  WS-TRANSACTION-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-FLAGGED-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-REJECTED-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-ON-FILE-COUNT          PIC 9(4) COMP VALUE 0.

       01  WS-ADDR-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-ADDR-END-OF-FILE   VALUE 'Y'.
       01  WS-ADDR-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-ADDRESS-FOUND      VALUE 'Y'.
       01  WS-ADDR-FOUND-IDX         PIC 9(5) COMP VALUE 0.
       01  WS-ADDRESS-COUNT          PIC 9(5) COMP VALUE 0.

      *----------------------------------------------------------------
      * WS-ADDRESS-TABLE - the whole CUSTADDR master, flagged in
      * place and rewritten.  CUSTADDR is small and line sequential,
      * so it keeps the read-table/rewrite-file shape AccountMaint
      * uses for it.
      *----------------------------------------------------------------
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

       01  WS-ITEM-NAME              PIC X(14).

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(26) VALUE "RETURNED MAIL PROCESSING".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-H-RUN-DATE      PIC 9(8).
           05  FILLER             PIC X(66) VALUE SPACES.

       01  WS-TRANS-HEADING.
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(32) VALUE "CUSTOMER NAME".
           05  FILLER PIC X(11) VALUE "RETURNED".
           05  FILLER PIC X(16) VALUE "ITEM".
           05  FILLER PIC X(39) VALUE "RESULT".

       01  WS-TRANS-DETAIL-LINE.
           05  WS-D-ACCOUNT       PIC 9(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-NAME          PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-RETURNED-DATE PIC 9(8).
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-D-ITEM          PIC X(14).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-RESULT        PIC X(39).

       01  WS-FLAGGED-HEADING.
           05  FILLER PIC X(40)
               VALUE "UNDELIVERABLE ADDRESSES ON FILE".
           05  FILLER             PIC X(70) VALUE SPACES.

       01  WS-FLAGGED-COLUMNS.
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(32) VALUE "CUSTOMER NAME".
           05  FILLER PIC X(32) VALUE "ADDRESS ON FILE".
           05  FILLER PIC X(11) VALUE "RETURNED".
           05  FILLER PIC X(23) VALUE "ITEM".

       01  WS-FLAGGED-DETAIL-LINE.
           05  WS-G-ACCOUNT       PIC 9(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-G-NAME          PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-G-ADDRESS-LINE  PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-G-RETURNED-DATE PIC 9(8).
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-G-ITEM          PIC X(14).
           05  FILLER             PIC X(9) VALUE SPACES.

       01  WS-FLAGGED-CITY-LINE.
           05  FILLER             PIC X(44) VALUE SPACES.
           05  WS-G-CITY          PIC X(20).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-G-STATE         PIC X(2).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-G-ZIP-CODE      PIC X(10).
           05  FILLER             PIC X(31) VALUE SPACES.

       01  WS-NO-FLAGGED-LINE        PIC X(110)
           VALUE "*** NO UNDELIVERABLE ADDRESSES ON FILE ***".

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(14) VALUE "TRANSACTIONS: ".
           05  WS-F-TRANSACTIONS  PIC ZZZ9.
           05  FILLER PIC X(12) VALUE "  FLAGGED: ".
           05  WS-F-FLAGGED       PIC ZZZ9.
           05  FILLER PIC X(12) VALUE "  REJECTED: ".
           05  WS-F-REJECTED      PIC ZZZ9.
           05  FILLER PIC X(24) VALUE "  UNDELIVERABLE ON FILE:".
           05  WS-F-ON-FILE       PIC ZZZZ9.
           05  FILLER             PIC X(31) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(110) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "ReturnedMail" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           ACCEPT OPRAUTH-OPERATOR-ID FROM SYSIN
           MOVE "ReturnedMail" TO OPRAUTH-CALLER-ID
           CALL "SignOnCheck" USING OPERATOR-AUTH-PARMS
           IF OPRAUTH-DENIED
               DISPLAY "*** SIGN-ON REJECTED - UNAUTHORIZED OPERATOR: "
                       OPRAUTH-OPERATOR-ID " ***"
               STOP RUN
           END-IF
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."

           PERFORM 0900-OPEN-EXCEPTION-FILE
           PERFORM 1000-LOAD-ADDRESS-TABLE
           PERFORM 1500-OPEN-REPORT

           OPEN INPUT RETURNED-MAIL-FILE
           PERFORM 2100-READ-RETURNED-MAIL
           PERFORM 2000-APPLY-RETURNED-MAIL
               UNTIL WS-END-OF-FILE
           CLOSE RETURNED-MAIL-FILE

           PERFORM 3000-REWRITE-ADDRESS-MASTER
           PERFORM 3500-PRINT-FLAGGED-ADDRESSES
           PERFORM 4000-TERMINATE
           CLOSE EXCEPTION-REPORT-FILE

           MOVE 'E' TO RLOG-ACTION
           MOVE WS-TRANSACTION-COUNT TO RLOG-RECORDS-READ
           MOVE WS-FLAGGED-COUNT     TO RLOG-RECORDS-WRITTEN
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
      * 1000-LOAD-ADDRESS-TABLE - read the CUSTADDR master into its
      * table.  An entry written before the mail flag existed reads
      * back with the flag fields blank; it is taken as a good
      * address with no return on record.  A status of "35" leaves
      * the table empty - every transaction will then reject.
      *----------------------------------------------------------------
       1000-LOAD-ADDRESS-TABLE.
           OPEN INPUT CUSTOMER-ADDRESS-FILE
           IF WS-CUSTA-STATUS NOT = "35"
               PERFORM 1100-READ-ADDRESS
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
                   PERFORM 1100-READ-ADDRESS
               END-PERFORM
               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1100-READ-ADDRESS
      *----------------------------------------------------------------
       1100-READ-ADDRESS.
           READ CUSTOMER-ADDRESS-FILE
               AT END
                   MOVE 'Y' TO WS-ADDR-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1500-OPEN-REPORT
      *----------------------------------------------------------------
       1500-OPEN-REPORT.
           OPEN OUTPUT RETURNED-MAIL-REPORT
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           WRITE RETURNED-MAIL-LINE FROM WS-REPORT-HEADING-1
           WRITE RETURNED-MAIL-LINE FROM WS-BLANK-LINE
           WRITE RETURNED-MAIL-LINE FROM WS-TRANS-HEADING.

      *----------------------------------------------------------------
      * 2000-APPLY-RETURNED-MAIL - flag the account's address as
      * undeliverable.  A second return for an address already
      * flagged moves the flag to the later date, so the listing
      * shows the most recent failed mailing.
      *----------------------------------------------------------------
       2000-APPLY-RETURNED-MAIL.
           ADD 1 TO WS-TRANSACTION-COUNT
           IF RETM-RETURNED-DATE NOT NUMERIC
              OR RETM-RETURNED-DATE = 0
               MOVE WS-RUN-DATE TO RETM-RETURNED-DATE
           END-IF
           MOVE RETM-ACCOUNT-NUMBER TO WS-D-ACCOUNT
           MOVE RETM-RETURNED-DATE  TO WS-D-RETURNED-DATE
           PERFORM 2200-NAME-ITEM
           MOVE WS-ITEM-NAME        TO WS-D-ITEM
           PERFORM 2300-FIND-ADDRESS

           EVALUATE TRUE
               WHEN NOT WS-ADDRESS-FOUND
                   MOVE SPACES TO WS-D-NAME
                   MOVE "*** REJECTED - NO ADDRESS ON FILE ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN NOT RETM-ITEM-VALID
                   MOVE WS-N-CUSTOMER-NAME (WS-ADDR-FOUND-IDX)
                       TO WS-D-NAME
                   MOVE "*** REJECTED - UNKNOWN ITEM CODE ***"
                       TO WS-D-RESULT
                   PERFORM 2900-LOG-REJECT
               WHEN OTHER
                   MOVE WS-N-CUSTOMER-NAME (WS-ADDR-FOUND-IDX)
                       TO WS-D-NAME
                   EVALUATE TRUE
                       WHEN WS-N-MAIL-STATUS (WS-ADDR-FOUND-IDX)
                                NOT = 'R'
                           MOVE "ADDRESS FLAGGED UNDELIVERABLE"
                               TO WS-D-RESULT
                       WHEN RETM-RETURNED-DATE
                                > WS-N-RETURNED-DATE (WS-ADDR-FOUND-IDX)
                           MOVE "ALREADY FLAGGED - RETURN DATE UPDATED"
                               TO WS-D-RESULT
                       WHEN OTHER
                           MOVE "ALREADY FLAGGED - LATER RETURN KEPT"
                               TO WS-D-RESULT
                   END-EVALUATE
                   IF WS-N-MAIL-STATUS (WS-ADDR-FOUND-IDX) NOT = 'R'
                      OR RETM-RETURNED-DATE
                          > WS-N-RETURNED-DATE (WS-ADDR-FOUND-IDX)
                       MOVE RETM-RETURNED-DATE
                           TO WS-N-RETURNED-DATE (WS-ADDR-FOUND-IDX)
                       MOVE RETM-ITEM-CODE
                           TO WS-N-RETURNED-ITEM (WS-ADDR-FOUND-IDX)
                   END-IF
                   MOVE 'R' TO WS-N-MAIL-STATUS (WS-ADDR-FOUND-IDX)
                   ADD 1 TO WS-FLAGGED-COUNT
           END-EVALUATE

           WRITE RETURNED-MAIL-LINE FROM WS-TRANS-DETAIL-LINE
           PERFORM 2100-READ-RETURNED-MAIL.

      *----------------------------------------------------------------
      * 2100-READ-RETURNED-MAIL
      *----------------------------------------------------------------
       2100-READ-RETURNED-MAIL.
           READ RETURNED-MAIL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2200-NAME-ITEM - printable name for the item code in
      * WS-ITEM-NAME.
      *----------------------------------------------------------------
       2200-NAME-ITEM.
           EVALUATE RETM-ITEM-CODE
               WHEN 'S'
                   MOVE "STATEMENT"    TO WS-ITEM-NAME
               WHEN 'N'
                   MOVE "NOTICE"       TO WS-ITEM-NAME
               WHEN 'T'
                   MOVE "TAX FORM"     TO WS-ITEM-NAME
               WHEN 'O'
                   MOVE "OTHER MAIL"   TO WS-ITEM-NAME
               WHEN OTHER
                   MOVE "UNKNOWN"      TO WS-ITEM-NAME
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2300-FIND-ADDRESS
      *----------------------------------------------------------------
       2300-FIND-ADDRESS.
           MOVE 'N' TO WS-ADDR-FOUND-SWITCH
           MOVE 0   TO WS-ADDR-FOUND-IDX
           PERFORM VARYING WS-ADDR-IDX FROM 1 BY 1
                   UNTIL WS-ADDR-IDX > WS-ADDRESS-COUNT
                      OR WS-ADDRESS-FOUND
               IF WS-N-ACCOUNT-NUMBER (WS-ADDR-IDX)
                      = RETM-ACCOUNT-NUMBER
                   MOVE 'Y' TO WS-ADDR-FOUND-SWITCH
                   MOVE WS-ADDR-IDX TO WS-ADDR-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2900-LOG-REJECT
      *----------------------------------------------------------------
       2900-LOG-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE "ReturnedMail"      TO EXCP-PROGRAM-ID
           MOVE RETM-ACCOUNT-NUMBER TO EXCP-KEY-VALUE
           MOVE "RETM-ACCOUNT-NUMBER" TO EXCP-FIELD-NAME
           MOVE WS-D-RESULT         TO EXCP-REASON
           MOVE WS-RUN-DATE         TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD.

      *----------------------------------------------------------------
      * 3000-REWRITE-ADDRESS-MASTER - write the CUSTADDR table back
      * out in full.
      *----------------------------------------------------------------
       3000-REWRITE-ADDRESS-MASTER.
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
      * 3500-PRINT-FLAGGED-ADDRESSES - every address on file still
      * flagged undeliverable, whenever it was flagged, so customer
      * service works from one list until a new address clears it.
      *----------------------------------------------------------------
       3500-PRINT-FLAGGED-ADDRESSES.
           WRITE RETURNED-MAIL-LINE FROM WS-BLANK-LINE
           WRITE RETURNED-MAIL-LINE FROM WS-FLAGGED-HEADING
           WRITE RETURNED-MAIL-LINE FROM WS-FLAGGED-COLUMNS
           PERFORM VARYING WS-ADDR-IDX FROM 1 BY 1
                   UNTIL WS-ADDR-IDX > WS-ADDRESS-COUNT
               IF WS-N-MAIL-STATUS (WS-ADDR-IDX) = 'R'
                   ADD 1 TO WS-ON-FILE-COUNT
                   MOVE WS-N-ACCOUNT-NUMBER (WS-ADDR-IDX)
                       TO WS-G-ACCOUNT
                   MOVE WS-N-CUSTOMER-NAME (WS-ADDR-IDX)
                       TO WS-G-NAME
                   MOVE "RETMRPT" TO MASK-REPORT-ID
                   MOVE 'P'       TO MASK-FIELD-TYPE
                   MOVE 30        TO MASK-FIELD-LENGTH
                   MOVE WS-N-ADDRESS-LINE (WS-ADDR-IDX)
                       TO MASK-FIELD-VALUE
                   CALL "MaskData" USING MASK-DATA-PARMS
                   MOVE MASK-FIELD-VALUE TO WS-G-ADDRESS-LINE
                   MOVE WS-N-RETURNED-DATE (WS-ADDR-IDX)
                       TO WS-G-RETURNED-DATE
                   MOVE WS-N-RETURNED-ITEM (WS-ADDR-IDX)
                       TO RETM-ITEM-CODE
                   PERFORM 2200-NAME-ITEM
                   MOVE WS-ITEM-NAME TO WS-G-ITEM
                   WRITE RETURNED-MAIL-LINE FROM WS-FLAGGED-DETAIL-LINE
                   MOVE WS-N-CITY (WS-ADDR-IDX)     TO WS-G-CITY
                   MOVE WS-N-STATE (WS-ADDR-IDX)    TO WS-G-STATE
                   MOVE 10        TO MASK-FIELD-LENGTH
                   MOVE WS-N-ZIP-CODE (WS-ADDR-IDX) TO MASK-FIELD-VALUE
                   CALL "MaskData" USING MASK-DATA-PARMS
                   MOVE MASK-FIELD-VALUE TO WS-G-ZIP-CODE
                   WRITE RETURNED-MAIL-LINE FROM WS-FLAGGED-CITY-LINE
               END-IF
           END-PERFORM
           IF WS-ON-FILE-COUNT = 0
               WRITE RETURNED-MAIL-LINE FROM WS-NO-FLAGGED-LINE
           END-IF.

      *----------------------------------------------------------------
      * 4000-TERMINATE
      *----------------------------------------------------------------
       4000-TERMINATE.
           WRITE RETURNED-MAIL-LINE FROM WS-BLANK-LINE
           MOVE WS-TRANSACTION-COUNT TO WS-F-TRANSACTIONS
           MOVE WS-FLAGGED-COUNT     TO WS-F-FLAGGED
           MOVE WS-REJECTED-COUNT    TO WS-F-REJECTED
           MOVE WS-ON-FILE-COUNT     TO WS-F-ON-FILE
           WRITE RETURNED-MAIL-LINE FROM WS-REPORT-FOOTER
           CLOSE RETURNED-MAIL-REPORT
           DISPLAY "RETURNED MAIL FLAGGED: " WS-FLAGGED-COUNT
                   "  REJECTED: " WS-REJECTED-COUNT
                   "  UNDELIVERABLE ON FILE: " WS-ON-FILE-COUNT.
