       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcqConversion.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - CONVERTS AN ACQUIRED BANK'S
      *                  SAVINGS AND CD BOOK, HANDED OVER AS AN ACQDEP
      *                  FLAT FILE IN THEIR OWN LAYOUT, ONTO ACCTMAST
      *                  AND CUSTADDR.  EACH ACCOUNT IS GIVEN THE NEXT
      *                  NEW TEN-DIGIT ACCOUNT NUMBER ABOVE THE HIGHEST
      *                  ON ACCTMAST, AND ITS OLD NUMBER IS WRITTEN TO
      *                  THE CONVXREF CROSS-REFERENCE SO GCTRAN AND
      *                  STANDORD INPUT KEYED WITH THE OLD NUMBER STILL
      *                  POSTS UNTIL THE TRANSITION END DATE READ FROM
      *                  SYSIN.  AN ENTRY THAT CANNOT BE MAPPED IS NOT
      *                  LOADED AND GOES TO EXCPRPT.  THE CONVRPT
      *                  BALANCING REPORT PROVES THE RECORD COUNT AND
      *                  TOTAL BALANCE READ AGAINST THE ACQUIRED BANK'S
      *                  TRAILER AND AGAINST WHAT WAS LOADED AND
      *                  REJECTED; OUT OF BALANCE ENDS THE RUN RC 8.
      *                  AN ACCOUNT ALREADY ON CONVXREF IS SKIPPED, SO
      *                  THE JOB CAN BE RERUN AFTER REJECTS ARE FIXED.
      * 2026-10-15  DLH  CONVERTED ACCOUNTS ARE BOOKED AT THE BRANCH
      *                  NAMED ON A THIRD SYSIN LINE, WHICH MUST BE AN
      *                  OPEN BRANCH ON THE BRANCH TABLE, AND CARRY THE
      *                  RUN DATE AS THEIR OPENED DATE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACQUIRED-DEPOSIT-FILE ASSIGN TO "ACQDEP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCTM-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTA-STATUS.

           SELECT CROSS-REFERENCE-FILE ASSIGN TO "CONVXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XREF-OLD-ACCOUNT
               FILE STATUS IS WS-XREF-STATUS.

           SELECT CONVERSION-REPORT-FILE ASSIGN TO "CONVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BRANCH-FILE ASSIGN TO "BRANCH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACQUIRED-DEPOSIT-FILE.
       COPY ACQDEP.

       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMAST.

       FD  CUSTOMER-ADDRESS-FILE.
       COPY CUSTADDR.

       FD  CROSS-REFERENCE-FILE.
       COPY CONVXREF.

       FD  CONVERSION-REPORT-FILE.
       01  CONVERSION-REPORT-LINE       PIC X(100).

       FD  BRANCH-FILE.
       COPY BRANCH.

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS          PIC X(2).
       01  WS-CUSTA-STATUS           PIC X(2).
       01  WS-XREF-STATUS            PIC X(2).
       01  WS-EXCP-STATUS            PIC X(2).

       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.
       01  WS-MST-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-MST-END-OF-FILE    VALUE 'Y'.
       01  WS-TRAILER-SWITCH         PIC X VALUE 'N'.
           88  WS-TRAILER-FOUND      VALUE 'Y'.
       01  WS-BALANCE-SWITCH         PIC X VALUE 'Y'.
           88  WS-CONVERSION-BALANCED VALUE 'Y'.
       01  WS-XREF-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-ALREADY-CONVERTED  VALUE 'Y'.
       01  WS-COLLISION-SWITCH       PIC X VALUE 'N'.
           88  WS-OLD-NUMBER-IS-LIVE VALUE 'Y'.
       01  WS-AMOUNTS-SWITCH         PIC X VALUE 'N'.
           88  WS-AMOUNTS-VALID      VALUE 'Y'.
       01  WS-MATURITY-SWITCH        PIC X VALUE 'N'.
           88  WS-MATURITY-VALID     VALUE 'Y'.
       01  WS-BRANCH-EOF-SWITCH      PIC X VALUE 'N'.
           88  WS-BRANCH-END-OF-FILE VALUE 'Y'.
       01  WS-BRANCH-OPEN-SWITCH     PIC X VALUE 'N'.
           88  WS-BRANCH-IS-OPEN     VALUE 'Y'.

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-TRANSITION-END-DATE    PIC 9(8) VALUE 0.
       01  WS-CONVERSION-BRANCH      PIC X(3) VALUE SPACES.

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.

       01  WS-NEXT-ACCOUNT           PIC 9(10) VALUE 1000000001.
       01  WS-NEW-ACCOUNT            PIC 9(10) VALUE 0.
       01  WS-RESULT                 PIC X(33).

      *----------------------------------------------------------------
      * Conversion control totals - what the acquired bank's trailer
      * says it sent, what was read, and where each entry went.
      *----------------------------------------------------------------
       01  WS-CONTROL-COUNT          PIC 9(7) VALUE 0.
       01  WS-CONTROL-BALANCE        PIC S9(11)V99 VALUE 0.
       01  WS-READ-COUNT             PIC 9(7) COMP VALUE 0.
       01  WS-READ-BALANCE           PIC S9(11)V99 VALUE 0.
       01  WS-LOADED-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-LOADED-BALANCE         PIC S9(11)V99 VALUE 0.
       01  WS-REJECTED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-REJECTED-BALANCE       PIC S9(11)V99 VALUE 0.
       01  WS-SKIPPED-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-SKIPPED-BALANCE        PIC S9(11)V99 VALUE 0.
       01  WS-ACCOUNTED-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-ACCOUNTED-BALANCE      PIC S9(11)V99 VALUE 0.
       01  WS-UNKNOWN-TYPE-COUNT     PIC 9(7) COMP VALUE 0.

      *----------------------------------------------------------------
      * The entry in hand, in our terms.
      *----------------------------------------------------------------
       01  WS-ACQ-BALANCE            PIC S9(9)V99 VALUE 0.
       01  WS-ACQ-RATE               PIC S9(3)V99 VALUE 0.
       01  WS-ACQ-MATURITY-DATE      PIC 9(8) VALUE 0.
       01  WS-ACQ-MATURITY-PARTS REDEFINES WS-ACQ-MATURITY-DATE.
           05  WS-ACQ-MATURITY-CCYY  PIC 9(4).
           05  WS-ACQ-MATURITY-MM    PIC 9(2).
           05  WS-ACQ-MATURITY-DD    PIC 9(2).

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(32) VALUE "ACQUIRED DEPOSIT CONVERSION".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER PIC X(22) VALUE "   OLD NUMBERS UNTIL: ".
           05  WS-H-END-DATE    PIC 9(8).
           05  FILLER           PIC X(20) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(12) VALUE "OLD ACCOUNT".
           05  FILLER PIC X(12) VALUE "NEW ACCOUNT".
           05  FILLER PIC X(23) VALUE "OWNER NAME".
           05  FILLER PIC X(4)  VALUE "PRD".
           05  FILLER PIC X(16) VALUE "        BALANCE".
           05  FILLER PIC X(33) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  WS-D-OLD-ACCOUNT   PIC X(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-NEW-ACCOUNT   PIC X(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-NAME          PIC X(22).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-D-PRODUCT       PIC X(3).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-D-BALANCE       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-D-RESULT        PIC X(33).

       01  WS-BLANK-LINE             PIC X(100) VALUE SPACES.

      *----------------------------------------------------------------
      * Balancing report lines.
      *----------------------------------------------------------------
       01  WS-BALANCE-HEADING-1.
           05  FILLER PIC X(40) VALUE "CONVERSION BALANCING".
           05  FILLER PIC X(60) VALUE SPACES.

       01  WS-BALANCE-HEADING-2.
           05  FILLER PIC X(40) VALUE SPACES.
           05  FILLER PIC X(10) VALUE "   RECORDS".
           05  FILLER PIC X(21) VALUE "        TOTAL BALANCE".
           05  FILLER PIC X(29) VALUE SPACES.

       01  WS-BALANCE-LINE.
           05  WS-B-LABEL         PIC X(40).
           05  WS-B-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-B-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-B-STATUS        PIC X(28).

       01  WS-BALANCE-RESULT-LINE.
           05  WS-R-TEXT          PIC X(60).
           05  FILLER             PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "AcqConversion" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           ACCEPT OPRAUTH-OPERATOR-ID FROM SYSIN
           MOVE "AcqConversion" TO OPRAUTH-CALLER-ID
           CALL "SignOnCheck" USING OPERATOR-AUTH-PARMS
           IF OPRAUTH-DENIED
               DISPLAY "*** SIGN-ON REJECTED - UNAUTHORIZED OPERATOR: "
                       OPRAUTH-OPERATOR-ID " ***"
               STOP RUN
           END-IF
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."

           ACCEPT WS-TRANSITION-END-DATE FROM SYSIN
           IF WS-TRANSITION-END-DATE NOT NUMERIC
              OR WS-TRANSITION-END-DATE <= WS-RUN-DATE
               DISPLAY "*** CONVERSION NOT RUN - TRANSITION END DATE "
                       "MUST BE AFTER THE RUN DATE ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-CONVERSION-BRANCH FROM SYSIN
           PERFORM 0800-CHECK-BRANCH
           IF NOT WS-BRANCH-IS-OPEN
               DISPLAY "*** CONVERSION NOT RUN - BRANCH "
                       WS-CONVERSION-BRANCH
                       " IS NOT AN OPEN BRANCH ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0900-OPEN-EXCEPTION-FILE
           PERFORM 1000-OPEN-ACCOUNT-MASTER
           PERFORM 1050-FIND-NEXT-ACCOUNT
           PERFORM 1100-OPEN-FILES

           PERFORM 2100-READ-ACQUIRED
           PERFORM 2000-CONVERT-RECORD
               UNTIL WS-END-OF-FILE

           PERFORM 3000-PRINT-BALANCING
           PERFORM 4000-TERMINATE
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-READ-COUNT TO RLOG-RECORDS-READ
           MOVE WS-LOADED-COUNT TO RLOG-RECORDS-WRITTEN
           IF WS-CONVERSION-BALANCED
               MOVE "OK  " TO RLOG-FINAL-STATUS
           ELSE
               MOVE "RC08" TO RLOG-FINAL-STATUS
           END-IF
           CALL "RunLog" USING RUN-LOG-PARMS
           IF NOT WS-CONVERSION-BALANCED
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      * 0800-CHECK-BRANCH - the branch the converted accounts are to
      * be booked at must be on the BRANCH table with status 'O'.
      *----------------------------------------------------------------
       0800-CHECK-BRANCH.
           OPEN INPUT BRANCH-FILE
           PERFORM 0850-READ-BRANCH
           PERFORM UNTIL WS-BRANCH-END-OF-FILE
                   OR WS-BRANCH-IS-OPEN
               IF BRANCH-CODE = WS-CONVERSION-BRANCH
                  AND BRANCH-OPEN
                   MOVE 'Y' TO WS-BRANCH-OPEN-SWITCH
               ELSE
                   PERFORM 0850-READ-BRANCH
               END-IF
           END-PERFORM
           CLOSE BRANCH-FILE.

      *----------------------------------------------------------------
      * 0850-READ-BRANCH
      *----------------------------------------------------------------
       0850-READ-BRANCH.
           READ BRANCH-FILE
               AT END
                   MOVE 'Y' TO WS-BRANCH-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 0900-OPEN-EXCEPTION-FILE
      *----------------------------------------------------------------
       0900-OPEN-EXCEPTION-FILE.
           OPEN EXTEND EXCEPTION-REPORT-FILE
           IF WS-EXCP-STATUS = "35"
               OPEN OUTPUT EXCEPTION-REPORT-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1000-OPEN-ACCOUNT-MASTER
      *----------------------------------------------------------------
       1000-OPEN-ACCOUNT-MASTER.
           OPEN I-O ACCOUNT-MASTER-FILE
           IF WS-MASTER-STATUS = "35"
               OPEN OUTPUT ACCOUNT-MASTER-FILE
               CLOSE ACCOUNT-MASTER-FILE
               OPEN I-O ACCOUNT-MASTER-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1050-FIND-NEXT-ACCOUNT - converted accounts are numbered on
      * from one past the highest account number on the master, so
      * they can never land on an existing account.
      *----------------------------------------------------------------
       1050-FIND-NEXT-ACCOUNT.
           MOVE LOW-VALUES TO ACCTM-ACCOUNT-NUMBER
           START ACCOUNT-MASTER-FILE
               KEY NOT < ACCTM-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-MST-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-MST-END-OF-FILE
               READ ACCOUNT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MST-EOF-SWITCH
                   NOT AT END
                       IF ACCTM-ACCOUNT-NUMBER >= WS-NEXT-ACCOUNT
                           COMPUTE WS-NEXT-ACCOUNT =
                               ACCTM-ACCOUNT-NUMBER + 1
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "First converted account number: " WS-NEXT-ACCOUNT.

      *----------------------------------------------------------------
      * 1100-OPEN-FILES - the cross-reference is created empty the
      * first time a conversion is run; CUSTADDR takes the converted
      * accounts' entries on the end.
      *----------------------------------------------------------------
       1100-OPEN-FILES.
           OPEN I-O CROSS-REFERENCE-FILE
           IF WS-XREF-STATUS = "35"
               OPEN OUTPUT CROSS-REFERENCE-FILE
               CLOSE CROSS-REFERENCE-FILE
               OPEN I-O CROSS-REFERENCE-FILE
           END-IF

           OPEN EXTEND CUSTOMER-ADDRESS-FILE
           IF WS-CUSTA-STATUS = "35"
               OPEN OUTPUT CUSTOMER-ADDRESS-FILE
           END-IF

           OPEN INPUT ACQUIRED-DEPOSIT-FILE
           OPEN OUTPUT CONVERSION-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           MOVE WS-TRANSITION-END-DATE TO WS-H-END-DATE
           WRITE CONVERSION-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE CONVERSION-REPORT-LINE FROM WS-BLANK-LINE
           WRITE CONVERSION-REPORT-LINE FROM WS-REPORT-HEADING-2.

      *----------------------------------------------------------------
      * 2000-CONVERT-RECORD - a 'D' entry is an account to convert;
      * the 'T' trailer carries the acquired bank's control totals.
      * Anything else is logged and takes no part in the totals.
      *----------------------------------------------------------------
       2000-CONVERT-RECORD.
           EVALUATE TRUE
               WHEN ACQD-DETAIL-RECORD
                   PERFORM 2200-CONVERT-ACCOUNT
               WHEN ACQD-TRAILER-RECORD AND NOT WS-TRAILER-FOUND
                   MOVE 'Y' TO WS-TRAILER-SWITCH
                   IF ACQD-CONTROL-COUNT NUMERIC
                       MOVE ACQD-CONTROL-COUNT TO WS-CONTROL-COUNT
                   END-IF
                   IF ACQD-CONTROL-BALANCE NUMERIC
                       MOVE ACQD-CONTROL-BALANCE TO WS-CONTROL-BALANCE
                       IF ACQD-CONTROL-SIGN = '-'
                           COMPUTE WS-CONTROL-BALANCE =
                               0 - WS-CONTROL-BALANCE
                       END-IF
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-UNKNOWN-TYPE-COUNT
                   MOVE "AcqConversion"    TO EXCP-PROGRAM-ID
                   MOVE ACQD-OLD-ACCOUNT   TO EXCP-KEY-VALUE
                   MOVE "ACQD-RECORD-TYPE" TO EXCP-FIELD-NAME
                   MOVE "UNKNOWN OR DUPLICATE RECORD TYPE - IGNORED"
                       TO EXCP-REASON
                   MOVE WS-RUN-DATE        TO EXCP-RUN-DATE
                   WRITE EXCEPTION-RECORD
           END-EVALUATE
           PERFORM 2100-READ-ACQUIRED.

      *----------------------------------------------------------------
      * 2100-READ-ACQUIRED
      *----------------------------------------------------------------
       2100-READ-ACQUIRED.
           READ ACQUIRED-DEPOSIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2200-CONVERT-ACCOUNT - edit the entry; the first failing edit
      * names the mapping failure.  A balance that is not numeric
      * counts as zero in the totals, so the proof against the
      * trailer shows it up.
      *----------------------------------------------------------------
       2200-CONVERT-ACCOUNT.
           ADD 1 TO WS-READ-COUNT
           MOVE 0 TO WS-ACQ-BALANCE
           IF ACQD-BALANCE NUMERIC
              AND (ACQD-BALANCE-SIGN = SPACE OR '-')
               MOVE ACQD-BALANCE TO WS-ACQ-BALANCE
               IF ACQD-BALANCE-SIGN = '-'
                   COMPUTE WS-ACQ-BALANCE = 0 - WS-ACQ-BALANCE
               END-IF
           END-IF
           ADD WS-ACQ-BALANCE TO WS-READ-BALANCE
           PERFORM 2250-CHECK-AMOUNTS
           PERFORM 2260-CHECK-MATURITY

           MOVE 'N' TO WS-XREF-FOUND-SWITCH
           IF ACQD-OLD-ACCOUNT NUMERIC
               MOVE ACQD-OLD-ACCOUNT TO XREF-OLD-ACCOUNT
               READ CROSS-REFERENCE-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-XREF-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-XREF-FOUND-SWITCH
               END-READ
           END-IF

           MOVE SPACES TO WS-RESULT
           EVALUATE TRUE
               WHEN ACQD-OLD-ACCOUNT NOT NUMERIC
                    OR ACQD-OLD-ACCOUNT = 0
                   MOVE "OLD ACCOUNT NUMBER INVALID" TO WS-RESULT
               WHEN WS-ALREADY-CONVERTED
                   MOVE "ALREADY CONVERTED - SKIPPED" TO WS-RESULT
               WHEN NOT ACQD-IS-SAVINGS AND NOT ACQD-IS-CD
                   MOVE "UNKNOWN PRODUCT CODE" TO WS-RESULT
               WHEN ACQD-BALANCE NOT NUMERIC
                    OR (ACQD-BALANCE-SIGN NOT = SPACE
                        AND ACQD-BALANCE-SIGN NOT = '-')
                   MOVE "BALANCE NOT NUMERIC" TO WS-RESULT
               WHEN NOT WS-AMOUNTS-VALID
                   MOVE "AMOUNT TOO LARGE OR NOT NUMERIC"
                       TO WS-RESULT
               WHEN ACQD-IS-CD AND NOT WS-MATURITY-VALID
                   MOVE "CD MATURITY DATE INVALID" TO WS-RESULT
               WHEN ACQD-OWNER-NAME = SPACES
                    OR ACQD-STREET = SPACES
                   MOVE "NAME OR ADDRESS MISSING" TO WS-RESULT
               WHEN OTHER
                   PERFORM 2300-LOAD-ACCOUNT
           END-EVALUATE

           MOVE ACQD-OLD-ACCOUNT  TO WS-D-OLD-ACCOUNT
           MOVE ACQD-OWNER-NAME   TO WS-D-NAME
           MOVE ACQD-PRODUCT-CODE TO WS-D-PRODUCT
           MOVE WS-ACQ-BALANCE    TO WS-D-BALANCE
           MOVE WS-RESULT         TO WS-D-RESULT
           EVALUATE TRUE
               WHEN WS-RESULT = "CONVERTED"
                   MOVE WS-NEW-ACCOUNT TO WS-D-NEW-ACCOUNT
               WHEN WS-ALREADY-CONVERTED
                   MOVE XREF-NEW-ACCOUNT TO WS-D-NEW-ACCOUNT
                   ADD 1 TO WS-SKIPPED-COUNT
                   ADD WS-ACQ-BALANCE TO WS-SKIPPED-BALANCE
               WHEN OTHER
                   MOVE SPACES TO WS-D-NEW-ACCOUNT
                   PERFORM 2900-LOG-MAPPING-FAILURE
           END-EVALUATE
           WRITE CONVERSION-REPORT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------
      * 2250-CHECK-AMOUNTS - the balance and accrued interest must
      * fit the ACCTMAST fields, and the rate must be numeric; their
      * rate to four places is rounded to our two.
      *----------------------------------------------------------------
       2250-CHECK-AMOUNTS.
           MOVE 'Y' TO WS-AMOUNTS-SWITCH
           IF WS-ACQ-BALANCE > 99999.99
              OR WS-ACQ-BALANCE < -99999.99
               MOVE 'N' TO WS-AMOUNTS-SWITCH
           END-IF
           IF ACQD-ACCRUED-INTEREST NOT NUMERIC
               MOVE 'N' TO WS-AMOUNTS-SWITCH
           ELSE
               IF ACQD-ACCRUED-INTEREST > 99999.99
                   MOVE 'N' TO WS-AMOUNTS-SWITCH
               END-IF
           END-IF
           IF ACQD-RATE-PERCENT NOT NUMERIC
               MOVE 'N' TO WS-AMOUNTS-SWITCH
           ELSE
               COMPUTE WS-ACQ-RATE ROUNDED = ACQD-RATE-PERCENT
           END-IF.

      *----------------------------------------------------------------
      * 2260-CHECK-MATURITY - their MMDDCCYY maturity date turned
      * round to our CCYYMMDD.  Only a CD carries one.
      *----------------------------------------------------------------
       2260-CHECK-MATURITY.
           MOVE 'N' TO WS-MATURITY-SWITCH
           MOVE 0 TO WS-ACQ-MATURITY-DATE
           IF ACQD-MATURITY-DATE NUMERIC
               MOVE ACQD-MATURITY-CCYY TO WS-ACQ-MATURITY-CCYY
               MOVE ACQD-MATURITY-MM   TO WS-ACQ-MATURITY-MM
               MOVE ACQD-MATURITY-DD   TO WS-ACQ-MATURITY-DD
               IF WS-ACQ-MATURITY-CCYY >= 1900
                  AND WS-ACQ-MATURITY-MM >= 1
                  AND WS-ACQ-MATURITY-MM <= 12
                  AND WS-ACQ-MATURITY-DD >= 1
                  AND WS-ACQ-MATURITY-DD <= 31
                   MOVE 'Y' TO WS-MATURITY-SWITCH
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2300-LOAD-ACCOUNT - the entry passed every edit.  Check first
      * whether the old number is also one of our own live accounts,
      * then write the new account, its CUSTADDR entry and its
      * cross-reference.
      *----------------------------------------------------------------
       2300-LOAD-ACCOUNT.
           MOVE 'N' TO WS-COLLISION-SWITCH
           MOVE ACQD-OLD-ACCOUNT TO ACCTM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-COLLISION-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-COLLISION-SWITCH
           END-READ

           MOVE WS-NEXT-ACCOUNT        TO WS-NEW-ACCOUNT
           MOVE WS-NEW-ACCOUNT         TO ACCTM-ACCOUNT-NUMBER
           MOVE WS-ACQ-BALANCE         TO ACCTM-ACCOUNT-BALANCE
           MOVE WS-ACQ-RATE            TO ACCTM-INTEREST-RATE
           MOVE 0                      TO ACCTM-MONTHLY-SPENDINGS
           MOVE 'A'                    TO ACCTM-STATUS
           IF ACQD-IS-CD
               MOVE 'C'                TO ACCTM-PRODUCT-TYPE
               MOVE WS-ACQ-MATURITY-DATE TO ACCTM-MATURITY-DATE
           ELSE
               MOVE 'S'                TO ACCTM-PRODUCT-TYPE
               MOVE 0                  TO ACCTM-MATURITY-DATE
           END-IF
           MOVE ACQD-ACCRUED-INTEREST  TO ACCTM-ACCRUED-INTEREST
           MOVE WS-CONVERSION-BRANCH   TO ACCTM-BRANCH-CODE
           MOVE WS-RUN-DATE            TO ACCTM-OPENED-DATE
           MOVE 0                      TO ACCTM-CLOSED-DATE
           WRITE ACCTM-RECORD
               INVALID KEY
                   MOVE "NEW NUMBER ALREADY ON ACCTMAST" TO WS-RESULT
               NOT INVALID KEY
                   MOVE "CONVERTED" TO WS-RESULT
           END-WRITE

           IF WS-RESULT = "CONVERTED"
               ADD 1 TO WS-NEXT-ACCOUNT
               ADD 1 TO WS-LOADED-COUNT
               ADD WS-ACQ-BALANCE TO WS-LOADED-BALANCE
               PERFORM 2400-WRITE-ADDRESS
               PERFORM 2500-WRITE-CROSS-REFERENCE
           END-IF.

      *----------------------------------------------------------------
      * 2400-WRITE-ADDRESS - the owner's name and mailing address.  A
      * W-9 the acquired bank held is carried as certified only with
      * a nine-digit TIN; otherwise the account starts uncertified,
      * and a flag without a usable TIN is logged.
      *----------------------------------------------------------------
       2400-WRITE-ADDRESS.
           MOVE WS-NEW-ACCOUNT     TO CUSTA-ACCOUNT-NUMBER
           MOVE ACQD-OWNER-NAME    TO CUSTA-CUSTOMER-NAME
           MOVE ACQD-STREET        TO CUSTA-ADDRESS-LINE
           MOVE ACQD-CITY          TO CUSTA-CITY
           MOVE ACQD-STATE         TO CUSTA-STATE
           MOVE ACQD-POSTAL-CODE   TO CUSTA-ZIP-CODE
           MOVE SPACE              TO CUSTA-MAIL-STATUS
           MOVE 0                  TO CUSTA-RETURNED-DATE
           MOVE SPACE              TO CUSTA-RETURNED-ITEM
           MOVE ACQD-TAXPAYER-ID   TO CUSTA-TAXPAYER-ID
           IF ACQD-W9-ON-FILE AND ACQD-TAXPAYER-ID NUMERIC
               MOVE 'C' TO CUSTA-W9-STATUS
           ELSE
               MOVE 'U' TO CUSTA-W9-STATUS
               IF ACQD-W9-ON-FILE
                   MOVE "AcqConversion"    TO EXCP-PROGRAM-ID
                   MOVE ACQD-OLD-ACCOUNT   TO EXCP-KEY-VALUE
                   MOVE "ACQD-TAXPAYER-ID" TO EXCP-FIELD-NAME
                   MOVE "W-9 FLAG WITHOUT A VALID TIN - UNCERTIFIED"
                       TO EXCP-REASON
                   MOVE WS-RUN-DATE        TO EXCP-RUN-DATE
                   WRITE EXCEPTION-RECORD
               END-IF
           END-IF
           MOVE SPACE              TO CUSTA-ESTATE-STATUS
           MOVE 0                  TO CUSTA-DATE-OF-DEATH
           MOVE WS-CONVERSION-BRANCH TO CUSTA-BRANCH-CODE
           WRITE CUSTADDR-RECORD.

      *----------------------------------------------------------------
      * 2500-WRITE-CROSS-REFERENCE - an old number that is also one
      * of our own live accounts is kept for the record but never
      * translated, and is logged so the customer can be told to use
      * the new number at once.
      *----------------------------------------------------------------
       2500-WRITE-CROSS-REFERENCE.
           MOVE ACQD-OLD-ACCOUNT       TO XREF-OLD-ACCOUNT
           MOVE WS-NEW-ACCOUNT         TO XREF-NEW-ACCOUNT
           MOVE WS-RUN-DATE            TO XREF-CONVERTED-DATE
           MOVE WS-TRANSITION-END-DATE TO XREF-TRANSITION-END-DATE
           IF WS-OLD-NUMBER-IS-LIVE
               MOVE 'C' TO XREF-STATUS
               MOVE "AcqConversion"    TO EXCP-PROGRAM-ID
               MOVE ACQD-OLD-ACCOUNT   TO EXCP-KEY-VALUE
               MOVE "XREF-OLD-ACCOUNT" TO EXCP-FIELD-NAME
               MOVE "OLD NUMBER IS A LIVE ACCOUNT - NOT TRANSLATED"
                   TO EXCP-REASON
               MOVE WS-RUN-DATE        TO EXCP-RUN-DATE
               WRITE EXCEPTION-RECORD
           ELSE
               MOVE 'A' TO XREF-STATUS
           END-IF
           WRITE CONVXREF-RECORD
               INVALID KEY
                   DISPLAY "*** CONVXREF WRITE FAILED FOR "
                           ACQD-OLD-ACCOUNT " ***"
           END-WRITE.

      *----------------------------------------------------------------
      * 2900-LOG-MAPPING-FAILURE - the entry is not loaded; it counts
      * as rejected in the balancing and goes to the shared
      * exception report under the acquired bank's account number.
      *----------------------------------------------------------------
       2900-LOG-MAPPING-FAILURE.
           ADD 1 TO WS-REJECTED-COUNT
           ADD WS-ACQ-BALANCE TO WS-REJECTED-BALANCE
           MOVE "AcqConversion"    TO EXCP-PROGRAM-ID
           MOVE ACQD-OLD-ACCOUNT   TO EXCP-KEY-VALUE
           MOVE "ACQDEP-RECORD"    TO EXCP-FIELD-NAME
           MOVE WS-RESULT          TO EXCP-REASON
           MOVE WS-RUN-DATE        TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD.

      *----------------------------------------------------------------
      * 3000-PRINT-BALANCING - three proofs: what was read agrees
      * with the acquired bank's trailer, in count and in balance;
      * and every entry read is accounted for as loaded, rejected or
      * skipped as already converted.  A missing trailer is out of
      * balance by definition.
      *----------------------------------------------------------------
       3000-PRINT-BALANCING.
           COMPUTE WS-ACCOUNTED-COUNT =
               WS-LOADED-COUNT + WS-REJECTED-COUNT + WS-SKIPPED-COUNT
           COMPUTE WS-ACCOUNTED-BALANCE =
               WS-LOADED-BALANCE + WS-REJECTED-BALANCE
               + WS-SKIPPED-BALANCE

           WRITE CONVERSION-REPORT-LINE FROM WS-BLANK-LINE
           WRITE CONVERSION-REPORT-LINE FROM WS-BALANCE-HEADING-1
           WRITE CONVERSION-REPORT-LINE FROM WS-BALANCE-HEADING-2

           MOVE "ACQUIRED BANK CONTROL TOTALS" TO WS-B-LABEL
           MOVE WS-CONTROL-COUNT   TO WS-B-COUNT
           MOVE WS-CONTROL-BALANCE TO WS-B-AMOUNT
           IF WS-TRAILER-FOUND
               MOVE SPACES TO WS-B-STATUS
           ELSE
               MOVE "*** NO TRAILER RECEIVED ***" TO WS-B-STATUS
               MOVE 'N' TO WS-BALANCE-SWITCH
           END-IF
           WRITE CONVERSION-REPORT-LINE FROM WS-BALANCE-LINE

           MOVE "ENTRIES READ" TO WS-B-LABEL
           MOVE WS-READ-COUNT   TO WS-B-COUNT
           MOVE WS-READ-BALANCE TO WS-B-AMOUNT
           IF WS-READ-COUNT = WS-CONTROL-COUNT
              AND WS-READ-BALANCE = WS-CONTROL-BALANCE
               MOVE "AGREES WITH CONTROL" TO WS-B-STATUS
           ELSE
               MOVE "*** DOES NOT AGREE ***" TO WS-B-STATUS
               MOVE 'N' TO WS-BALANCE-SWITCH
           END-IF
           WRITE CONVERSION-REPORT-LINE FROM WS-BALANCE-LINE
           WRITE CONVERSION-REPORT-LINE FROM WS-BLANK-LINE

           MOVE "  LOADED TO ACCTMAST AND CUSTADDR" TO WS-B-LABEL
           MOVE WS-LOADED-COUNT   TO WS-B-COUNT
           MOVE WS-LOADED-BALANCE TO WS-B-AMOUNT
           MOVE SPACES TO WS-B-STATUS
           WRITE CONVERSION-REPORT-LINE FROM WS-BALANCE-LINE

           MOVE "  REJECTED TO EXCPRPT" TO WS-B-LABEL
           MOVE WS-REJECTED-COUNT   TO WS-B-COUNT
           MOVE WS-REJECTED-BALANCE TO WS-B-AMOUNT
           WRITE CONVERSION-REPORT-LINE FROM WS-BALANCE-LINE

           MOVE "  ALREADY CONVERTED ON AN EARLIER RUN" TO WS-B-LABEL
           MOVE WS-SKIPPED-COUNT   TO WS-B-COUNT
           MOVE WS-SKIPPED-BALANCE TO WS-B-AMOUNT
           WRITE CONVERSION-REPORT-LINE FROM WS-BALANCE-LINE

           MOVE "ENTRIES ACCOUNTED FOR" TO WS-B-LABEL
           MOVE WS-ACCOUNTED-COUNT   TO WS-B-COUNT
           MOVE WS-ACCOUNTED-BALANCE TO WS-B-AMOUNT
           IF WS-ACCOUNTED-COUNT = WS-READ-COUNT
              AND WS-ACCOUNTED-BALANCE = WS-READ-BALANCE
               MOVE "AGREES WITH ENTRIES READ" TO WS-B-STATUS
           ELSE
               MOVE "*** DOES NOT AGREE ***" TO WS-B-STATUS
               MOVE 'N' TO WS-BALANCE-SWITCH
           END-IF
           WRITE CONVERSION-REPORT-LINE FROM WS-BALANCE-LINE
           WRITE CONVERSION-REPORT-LINE FROM WS-BLANK-LINE

           IF WS-CONVERSION-BALANCED
               MOVE "CONVERSION IN BALANCE" TO WS-R-TEXT
           ELSE
               MOVE "*** CONVERSION OUT OF BALANCE - SEE ABOVE ***"
                   TO WS-R-TEXT
           END-IF
           WRITE CONVERSION-REPORT-LINE FROM WS-BALANCE-RESULT-LINE.

      *----------------------------------------------------------------
      * 4000-TERMINATE
      *----------------------------------------------------------------
       4000-TERMINATE.
           CLOSE CONVERSION-REPORT-FILE
           CLOSE ACQUIRED-DEPOSIT-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE CUSTOMER-ADDRESS-FILE
           CLOSE CROSS-REFERENCE-FILE
           CLOSE EXCEPTION-REPORT-FILE
           DISPLAY "ACCOUNTS CONVERTED: " WS-LOADED-COUNT
           DISPLAY "ENTRIES REJECTED: " WS-REJECTED-COUNT
           DISPLAY "ALREADY CONVERTED: " WS-SKIPPED-COUNT
           IF WS-UNKNOWN-TYPE-COUNT > 0
               DISPLAY "RECORDS IGNORED: " WS-UNKNOWN-TYPE-COUNT
           END-IF
           IF NOT WS-CONVERSION-BALANCED
               DISPLAY "*** CONVERSION OUT OF BALANCE ***"
           END-IF.
