      *                  STATE REMITTANCE REPORT.  AN ACCOUNT WHOSE
      *                  BALANCE MOVED AGAIN DROPS ITS STAGE ENTRY
      *                  AND STARTS CLEAN.
      * 2026-10-15  DLH  A NOTICE DUE TO AN ADDRESS ReturnedMail HAS
      *                  FLAGGED UNDELIVERABLE ON CUSTADDR IS NO LONGER
      *                  PRINTED - IT IS LISTED ON THE SHARED HELDMAIL
      *                  FILE INSTEAD AND THE STAGE STILL ADVANCES.
      *                  THE DATE THE MAIL CAME BACK IS KEPT ON THE
      *                  NEW DORMSTG-CONTACT-FAILED-DATE AS EVIDENCE OF
      *                  A FAILED OWNER CONTACT, AND THE REMITTANCE
      *                  REPORT SAYS SO FOR AN ACCOUNT REMITTED WITH
      *                  ONE ON RECORD.
      * 2026-10-15  DLH  THE RUN NOW WRITES ITS OWN GL JOURNAL BATCH TO
      *                  ESCGLEX FOR LedgerPost - THE BALANCES REMITTED
      *                  AS A DEBIT TO CUSTOMER DEPOSITS AND A CREDIT TO
      *                  THE ESCHEAT LIABILITY, AND ANY ACCRUED INTEREST
      *                  DROPPED AT ESCHEAT REVERSED OUT OF ACCRUED
      *                  INTEREST PAYABLE BACK AGAINST INTEREST EXPENSE
      *                  - MAPPED THROUGH THE SHARED COAMAP CHART OF
      *                  ACCOUNTS, WITH ANY UNMAPPED LINE DIVERTED TO
      *                  EXCPRPT THE WAY SalaryCalc DOES.
      * 2026-10-15  DLH  THE UNMOVED-RUN STREAK NOW COMES FROM THE
      *                  NIGHTLY BALSNAP BALANCE SNAPSHOT - EACH
      *                  ACCTMAST ACCOUNT'S ENTRY FOR THE LAST NIGHT
      *                  BUILT, READ BY KEY - INSTEAD OF A PASS OF THE
      *                  WHOLE OF BALHIST, THE SAME AS DormantAccounts.
      *                  ACCTMAST IS NOW DYNAMIC SO IT CAN BE READ
      *                  THROUGH FOR THE ACCOUNT LIST.
      * 2026-10-15  DLH  STAMPS THE NEW ACCTM-CLOSED-DATE ON EACH
      *                  ACCOUNT IT REMITS AND CLOSES.
      * 2026-10-15  DLH  CHECKS IN WITH THE SHARED PostingRegister ONCE
      *                  BOTH OPERATORS HAVE SIGNED AND REGISTERS THE
      *                  BUSINESS DATE WHEN THE RUN FINISHES.  A RERUN
      *                  FOR A DATE ALREADY POSTED ENDS RC 8 UNLESS A
      *                  RERUNREQ ENTRY ASKS FOR REPLACE MODE, WHICH
      *                  FIRST CLEARS THIS PROGRAM'S BALHIST AND
      *                  BALAUDIT ENTRIES FOR THE DATE.
      * 2026-10-15  DLH  THE OWNER'S STREET ADDRESS AND ZIP CODE ON THE
      *                  NOTICES NOW PASS THROUGH THE SHARED MaskData
      *                  AND PRINT AS ESCHNOT'S DISTCLS DISTRIBUTION
      *                  CLASS ALLOWS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCTM-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BALANCE-SNAPSHOT-FILE ASSIGN TO "BALSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALSNAP-KEY
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTA-STATUS.
           SELECT REMITTANCE-REPORT-FILE ASSIGN TO "ESCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HELD-MAIL-FILE ASSIGN TO "HELDMAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDM-STATUS.

           SELECT ESCHEAT-GL-FILE ASSIGN TO "ESCGLEX"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COA-MAP-FILE ASSIGN TO "COAMAP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-HISTORY-FILE.
       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMAST.

       FD  BALANCE-SNAPSHOT-FILE.
       COPY BALSNAP.

       FD  CUSTOMER-ADDRESS-FILE.
       COPY CUSTADDR.

       FD  REMITTANCE-REPORT-FILE.
       01  REMITTANCE-REPORT-LINE       PIC X(100).

       FD  HELD-MAIL-FILE.
       COPY HELDMAIL.

       FD  ESCHEAT-GL-FILE.
       COPY GLEXTR REPLACING LEADING ==GL-== BY ==EGL-==.

       FD  COA-MAP-FILE.
       COPY COAMAP.

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-HISTORY-STATUS         PIC X(2).
       01  WS-MASTER-STATUS          PIC X(2).
       01  WS-SNAP-STATUS            PIC X(2).
       01  WS-CUSTA-STATUS           PIC X(2).
       01  WS-STAGE-STATUS           PIC X(2).
       01  WS-HELDM-STATUS           PIC X(2).
       01  WS-LIAB-STATUS            PIC X(2).
       01  WS-AUDIT-STATUS           PIC X(2).
       01  WS-EXCP-STATUS            PIC X(2).

       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  MASK-DATA-PARMS.
           COPY MASKPARM.

       01  WS-STREAK-THRESHOLD       PIC 9(3) VALUE 0.

       01  WS-NOTICE-1-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-NOTICE-2-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-ESCHEATED-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-CLEARED-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-HELD-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-REMITTED-TOTAL         PIC S9(9)V99 VALUE 0.
       01  WS-FORFEITED-INTEREST     PIC S9(7)V99 VALUE 0.

      *----------------------------------------------------------------
      * Escheat GL batch - remittances and dropped accruals, mapped
      * through the shared chart of accounts the same way SalaryCalc
      * maps its payroll journal.
      *----------------------------------------------------------------
       01  WS-MAP-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-MAP-END-OF-FILE    VALUE 'Y'.
       01  WS-COA-COUNT              PIC 9(3) COMP VALUE 0.
       01  WS-MAP-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-MAPPING-FOUND      VALUE 'Y'.
       01  WS-MAP-FOUND-IDX          PIC 9(3) COMP VALUE 0.
       01  WS-COA-TABLE.
           05  WS-M-ENTRY OCCURS 100 TIMES INDEXED BY WS-M-IDX.
               10  WS-M-DEPARTMENT    PIC X(4).
               10  WS-M-CATEGORY      PIC X(5).
               10  WS-M-GL-ACCOUNT    PIC X(10).

       01  WS-EGL-DEPARTMENT         PIC X(4) VALUE SPACES.
       01  WS-EGL-CATEGORY           PIC X(5) VALUE SPACES.
       01  WS-EGL-AMOUNT             PIC S9(7)V99 VALUE 0.
       01  WS-EGL-DETAIL-COUNT       PIC 9(10) COMP VALUE 0.
       01  WS-EGL-EXTRACT-TOTAL      PIC S9(7)V99 VALUE 0.
       01  WS-EGL-UNMAPPED-COUNT     PIC 9(4) COMP VALUE 0.

      *----------------------------------------------------------------
      * WS-ACCOUNT-TABLE - dormancy streaks per account off the
      * BALSNAP snapshot, the same consecutive-unmoved-runs count
      * DormantAccounts reports.
      *----------------------------------------------------------------
       01  WS-ACCOUNT-COUNT          PIC 9(3) COMP VALUE 0.
       01  WS-SNAPSHOT-DATE          PIC 9(8) VALUE 0.

       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-ACCT-IDX.
               10  WS-T-ACCOUNT-NUMBER  PIC 9(10).
               10  WS-T-UNMOVED-RUNS    PIC 9(5) COMP.
      *----------------------------------------------------------------
      * WS-STAGE-TABLE - the DORMSTG file, updated in place and
      * rewritten; WS-S-KEEP 'N' drops an entry whose account came
      * back to life.  WS-S-CONTACT-FAILED-DATE carries the date a
      * mailing to the owner came back, zero while none has.
      *----------------------------------------------------------------
       01  WS-STAGE-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-STG-FOUND-SWITCH       PIC X VALUE 'N'.
               10  WS-S-ACCOUNT-NUMBER  PIC 9(10).
               10  WS-S-STAGE           PIC 9(1).
               10  WS-S-STAGE-DATE      PIC 9(8).
               10  WS-S-CONTACT-FAILED-DATE PIC 9(8).
               10  WS-S-KEEP            PIC X.

      *----------------------------------------------------------------
      * WS-ADDRESS-TABLE - names and mailing addresses for the
      * notification letters and the remittance report, with the
      * undeliverable-address flag ReturnedMail keeps on CUSTADDR.
      *----------------------------------------------------------------
       01  WS-ADDR-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-ADDR-END-OF-FILE   VALUE 'Y'.
               10  WS-N-CITY                PIC X(20).
               10  WS-N-STATE               PIC X(2).
               10  WS-N-ZIP-CODE            PIC X(10).
               10  WS-N-MAIL-STATUS         PIC X.
                   88  WS-N-MAIL-RETURNED   VALUE 'R'.
               10  WS-N-RETURNED-DATE       PIC 9(8).

       01  WS-LETTER-NAME            PIC X(30) VALUE SPACES.
       01  WS-LETTER-ADDRESS         PIC X(30) VALUE SPACES.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.
       01  POSTING-REGISTER-PARMS.
           COPY POSTREGP.

       01  SECOND-OPERATOR-AUTH-PARMS.
           COPY OPRAUTH REPLACING
           05  WS-F-ESCHEATED   PIC ZZZ9.
           05  FILLER PIC X(12) VALUE "  REMITTED: ".
           05  WS-F-REMITTED    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(8)  VALUE "  HELD: ".
           05  WS-F-HELD        PIC ZZZ9.
           05  FILLER           PIC X(6) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
           DISPLAY "Minimum unmoved runs for dormancy: "
                   WS-STREAK-THRESHOLD

           MOVE SPACES TO POSTING-REGISTER-PARMS
           MOVE "Escheatment" TO PREG-PROGRAM-ID
           MOVE "BALHIST"  TO PREG-APPEND-FILE (1)
           MOVE "BALAUDIT" TO PREG-APPEND-FILE (2)
           MOVE 'C' TO PREG-FUNCTION
           CALL "PostingRegister" USING POSTING-REGISTER-PARMS
           IF PREG-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-TRACK-DORMANCY
           PERFORM 1300-LOAD-STAGE-TABLE
           PERFORM 1500-LOAD-ADDRESS-TABLE
           PERFORM 1600-LOAD-COA-TABLE
           PERFORM 1800-OPEN-OUTPUTS

           PERFORM 2000-PROCESS-ACCOUNT
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT

           PERFORM 3500-REWRITE-STAGE-FILE
           PERFORM 3700-WRITE-ESCHEAT-GL
           MOVE 'F' TO PREG-FUNCTION
           CALL "PostingRegister" USING POSTING-REGISTER-PARMS
           PERFORM 4000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-TRACK-DORMANCY - consecutive unmoved nightly runs per
      * ACCTMAST account off its BALSNAP entry for the last night
      * built, the same streak DormantAccounts reports.  No snapshot
      * file yet leaves the table empty.
      *----------------------------------------------------------------
       1000-TRACK-DORMANCY.
           OPEN INPUT BALANCE-SNAPSHOT-FILE
           IF WS-SNAP-STATUS NOT = "35"
               MOVE 0 TO BALSNAP-ACCOUNT-NUMBER
               MOVE 0 TO BALSNAP-SNAPSHOT-DATE
               READ BALANCE-SNAPSHOT-FILE
                   INVALID KEY
                       MOVE 0 TO WS-SNAPSHOT-DATE
                   NOT INVALID KEY
                       MOVE BALSNAP-LAST-DATE TO WS-SNAPSHOT-DATE
               END-READ
               DISPLAY "Snapshot of " WS-SNAPSHOT-DATE

               OPEN INPUT ACCOUNT-MASTER-FILE
               PERFORM 1100-READ-ACCOUNT
               PERFORM 1200-TAKE-ACCOUNT
                   UNTIL WS-END-OF-FILE
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE BALANCE-SNAPSHOT-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1100-READ-ACCOUNT
      *----------------------------------------------------------------
       1100-READ-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1200-TAKE-ACCOUNT - an account opened since the last night
      * built has no entry yet and is left out.
      *----------------------------------------------------------------
       1200-TAKE-ACCOUNT.
           MOVE ACCTM-ACCOUNT-NUMBER TO BALSNAP-ACCOUNT-NUMBER
           MOVE WS-SNAPSHOT-DATE     TO BALSNAP-SNAPSHOT-DATE
           READ BALANCE-SNAPSHOT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-ACCOUNT-COUNT >= 500
                       DISPLAY "*** ACCOUNT TABLE FULL - RAISE THE"
                               " TABLE SIZE - RUN STOPPED ***"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE BALSNAP-ACCOUNT-NUMBER
                       TO WS-T-ACCOUNT-NUMBER (WS-ACCOUNT-COUNT)
                   MOVE BALSNAP-UNMOVED-RUNS
                       TO WS-T-UNMOVED-RUNS (WS-ACCOUNT-COUNT)
           END-READ

           PERFORM 1100-READ-ACCOUNT.

      *----------------------------------------------------------------
      * 1300-LOAD-STAGE-TABLE - a missing DORMSTG file just means
                       TO WS-S-STAGE (WS-STAGE-COUNT)
                   MOVE DORMSTG-STAGE-DATE
                       TO WS-S-STAGE-DATE (WS-STAGE-COUNT)
                   IF DORMSTG-CONTACT-FAILED-DATE NUMERIC
                       MOVE DORMSTG-CONTACT-FAILED-DATE
                           TO WS-S-CONTACT-FAILED-DATE (WS-STAGE-COUNT)
                   ELSE
                       MOVE 0
                           TO WS-S-CONTACT-FAILED-DATE (WS-STAGE-COUNT)
                   END-IF
                   MOVE 'Y' TO WS-S-KEEP (WS-STAGE-COUNT)
                   PERFORM 1350-READ-STAGE
               END-PERFORM
                       TO WS-N-STATE (WS-ADDRESS-COUNT)
                   MOVE CUSTA-ZIP-CODE
                       TO WS-N-ZIP-CODE (WS-ADDRESS-COUNT)
                   IF CUSTA-MAIL-RETURNED
                      AND CUSTA-RETURNED-DATE NUMERIC
                       MOVE 'R'
                           TO WS-N-MAIL-STATUS (WS-ADDRESS-COUNT)
                       MOVE CUSTA-RETURNED-DATE
                           TO WS-N-RETURNED-DATE (WS-ADDRESS-COUNT)
                   ELSE
                       MOVE SPACE
                           TO WS-N-MAIL-STATUS (WS-ADDRESS-COUNT)
                       MOVE 0
                           TO WS-N-RETURNED-DATE (WS-ADDRESS-COUNT)
                   END-IF
                   PERFORM 1550-READ-ADDRESS
               END-PERFORM
               CLOSE CUSTOMER-ADDRESS-FILE
                   MOVE 'Y' TO WS-ADDR-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1600-LOAD-COA-TABLE - the shared chart-of-accounts mapping,
      * the same load SalaryCalc performs.
      *----------------------------------------------------------------
       1600-LOAD-COA-TABLE.
           OPEN INPUT COA-MAP-FILE
           PERFORM 1650-READ-COA-MAP
           PERFORM UNTIL WS-MAP-END-OF-FILE
                   OR WS-COA-COUNT >= 100
               ADD 1 TO WS-COA-COUNT
               MOVE COAMAP-DEPARTMENT-CODE
                   TO WS-M-DEPARTMENT (WS-COA-COUNT)
               MOVE COAMAP-CATEGORY
                   TO WS-M-CATEGORY (WS-COA-COUNT)
               MOVE COAMAP-GL-ACCOUNT
                   TO WS-M-GL-ACCOUNT (WS-COA-COUNT)
               PERFORM 1650-READ-COA-MAP
           END-PERFORM
           CLOSE COA-MAP-FILE.

      *----------------------------------------------------------------
      * 1650-READ-COA-MAP
      *----------------------------------------------------------------
       1650-READ-COA-MAP.
           READ COA-MAP-FILE
               AT END
                   MOVE 'Y' TO WS-MAP-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1800-OPEN-OUTPUTS
      *----------------------------------------------------------------

           OPEN OUTPUT NOTICE-FILE

           OPEN EXTEND HELD-MAIL-FILE
           IF WS-HELDM-STATUS = "35"
               OPEN OUTPUT HELD-MAIL-FILE
           END-IF

           OPEN OUTPUT REMITTANCE-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           WRITE REMITTANCE-REPORT-LINE FROM WS-REPORT-HEADING-1
           END-PERFORM.

      *----------------------------------------------------------------
      * 2200-START-STAGE-ONE - first notification letter, held on
      * HELDMAIL instead when the owner's address is undeliverable.
      *----------------------------------------------------------------
       2200-START-STAGE-ONE.
           ADD 1 TO WS-STAGE-COUNT
               TO WS-S-ACCOUNT-NUMBER (WS-STAGE-COUNT)
           MOVE 1 TO WS-S-STAGE (WS-STAGE-COUNT)
           MOVE WS-RUN-DATE TO WS-S-STAGE-DATE (WS-STAGE-COUNT)
           MOVE 0 TO WS-S-CONTACT-FAILED-DATE (WS-STAGE-COUNT)
           MOVE 'Y' TO WS-S-KEEP (WS-STAGE-COUNT)
           MOVE WS-STAGE-COUNT TO WS-STG-FOUND-IDX
           PERFORM 2700-FIND-CUSTOMER
           IF WS-ADDRESS-FOUND
              AND WS-N-MAIL-RETURNED (WS-ADDR-FOUND-IDX)
               MOVE "ESCHEAT FIRST NOTICE" TO HELDM-ITEM
               PERFORM 2650-HOLD-NOTICE
           ELSE
               PERFORM 2600-PRINT-NOTICE-HEADING
               WRITE NOTICE-LINE FROM WS-NOTICE-TEXT-1A
               WRITE NOTICE-LINE FROM WS-NOTICE-TEXT-1B
               WRITE NOTICE-LINE FROM WS-NOTICE-TEXT-1C
           END-IF
           ADD 1 TO WS-NOTICE-1-COUNT.

      *----------------------------------------------------------------
      * 2300-ADVANCE-STAGE-TWO - final notification letter, held on
      * HELDMAIL instead when the owner's address is undeliverable.
      *----------------------------------------------------------------
       2300-ADVANCE-STAGE-TWO.
           MOVE 2 TO WS-S-STAGE (WS-STG-FOUND-IDX)
           MOVE WS-RUN-DATE TO WS-S-STAGE-DATE (WS-STG-FOUND-IDX)
           PERFORM 2700-FIND-CUSTOMER
           IF WS-ADDRESS-FOUND
              AND WS-N-MAIL-RETURNED (WS-ADDR-FOUND-IDX)
               MOVE "ESCHEAT FINAL NOTICE" TO HELDM-ITEM
               PERFORM 2650-HOLD-NOTICE
           ELSE
               PERFORM 2600-PRINT-NOTICE-HEADING
               WRITE NOTICE-LINE FROM WS-NOTICE-TEXT-2A
               WRITE NOTICE-LINE FROM WS-NOTICE-TEXT-2B
               WRITE NOTICE-LINE FROM WS-NOTICE-TEXT-2C
           END-IF
           ADD 1 TO WS-NOTICE-2-COUNT.

      *----------------------------------------------------------------
      *----------------------------------------------------------------
       2500-MOVE-BALANCE-OUT.
           PERFORM 2700-FIND-CUSTOMER
           IF WS-ADDRESS-FOUND
              AND WS-N-MAIL-RETURNED (WS-ADDR-FOUND-IDX)
              AND WS-S-CONTACT-FAILED-DATE (WS-STG-FOUND-IDX) = 0
               MOVE WS-N-RETURNED-DATE (WS-ADDR-FOUND-IDX)
                   TO WS-S-CONTACT-FAILED-DATE (WS-STG-FOUND-IDX)
           END-IF

           MOVE ACCTM-ACCOUNT-NUMBER  TO ESCH-ACCOUNT-NUMBER
           MOVE WS-LETTER-NAME        TO ESCH-CUSTOMER-NAME
           MOVE ACCTM-ACCOUNT-NUMBER TO WS-D-ACCOUNT
           MOVE WS-LETTER-NAME       TO WS-D-NAME
           MOVE ACCTM-ACCOUNT-BALANCE TO WS-D-AMOUNT
           IF WS-S-CONTACT-FAILED-DATE (WS-STG-FOUND-IDX) > 0
               MOVE "REMITTED - CLOSED - OWNER MAIL RETURNED"
                   TO WS-D-DISPOSITION
           ELSE
               MOVE "BALANCE REMITTED - ACCOUNT CLOSED"
                   TO WS-D-DISPOSITION
           END-IF
           WRITE REMITTANCE-REPORT-LINE FROM WS-DETAIL-LINE
           ADD ACCTM-ACCOUNT-BALANCE TO WS-REMITTED-TOTAL
           ADD ACCTM-ACCRUED-INTEREST TO WS-FORFEITED-INTEREST

           MOVE 0   TO ACCTM-ACCOUNT-BALANCE
           MOVE 0   TO ACCTM-ACCRUED-INTEREST
           MOVE 'C' TO ACCTM-STATUS
           MOVE WS-RUN-DATE TO ACCTM-CLOSED-DATE
           REWRITE ACCTM-RECORD

           MOVE 3 TO WS-S-STAGE (WS-STG-FOUND-IDX)

      *----------------------------------------------------------------
      * 2600-PRINT-NOTICE-HEADING - the mailing block shared by both
      * notice wordings; the caller has already looked the owner up.
      *----------------------------------------------------------------
       2600-PRINT-NOTICE-HEADING.
           WRITE NOTICE-LINE FROM WS-NOTICE-SEPARATOR
           MOVE WS-LETTER-NAME    TO WS-L-NAME
           WRITE NOTICE-LINE FROM WS-NOTICE-ADDR-LINE-1
           MOVE "ESCHNOT"         TO MASK-REPORT-ID
           MOVE 'P'               TO MASK-FIELD-TYPE
           MOVE 30                TO MASK-FIELD-LENGTH
           MOVE WS-LETTER-ADDRESS TO MASK-FIELD-VALUE
           CALL "MaskData" USING MASK-DATA-PARMS
           MOVE MASK-FIELD-VALUE  TO WS-L-ADDRESS
           WRITE NOTICE-LINE FROM WS-NOTICE-ADDR-LINE-2
           MOVE WS-LETTER-CITY    TO WS-L-CITY
           MOVE WS-LETTER-STATE   TO WS-L-STATE
           MOVE 10                TO MASK-FIELD-LENGTH
           MOVE WS-LETTER-ZIP     TO MASK-FIELD-VALUE
           CALL "MaskData" USING MASK-DATA-PARMS
           MOVE MASK-FIELD-VALUE  TO WS-L-ZIP
           WRITE NOTICE-LINE FROM WS-NOTICE-ADDR-LINE-3
           WRITE NOTICE-LINE FROM WS-NOTICE-BLANK
           MOVE WS-T-ACCOUNT-NUMBER (WS-ACCT-IDX) TO WS-L-ACCOUNT
           WRITE NOTICE-LINE FROM WS-NOTICE-SUBJECT
           WRITE NOTICE-LINE FROM WS-NOTICE-BLANK.

      *----------------------------------------------------------------
      * 2650-HOLD-NOTICE - list the notice named in HELDM-ITEM on
      * HELDMAIL instead of mailing it, and keep the date the earlier
      * mailing came back as the evidence of a failed owner contact.
      *----------------------------------------------------------------
       2650-HOLD-NOTICE.
           MOVE "Escheatment" TO HELDM-PROGRAM-ID
           MOVE WS-T-ACCOUNT-NUMBER (WS-ACCT-IDX)
               TO HELDM-ACCOUNT-NUMBER
           MOVE WS-LETTER-NAME TO HELDM-CUSTOMER-NAME
           MOVE WS-N-RETURNED-DATE (WS-ADDR-FOUND-IDX)
               TO HELDM-RETURNED-DATE
           MOVE WS-RUN-DATE TO HELDM-RUN-DATE
           WRITE HELD-MAIL-RECORD
           ADD 1 TO WS-HELD-COUNT
           IF WS-S-CONTACT-FAILED-DATE (WS-STG-FOUND-IDX) = 0
               MOVE WS-N-RETURNED-DATE (WS-ADDR-FOUND-IDX)
                   TO WS-S-CONTACT-FAILED-DATE (WS-STG-FOUND-IDX)
           END-IF.

      *----------------------------------------------------------------
      * 2700-FIND-CUSTOMER
      *----------------------------------------------------------------
                   MOVE WS-S-STAGE (WS-STG-IDX) TO DORMSTG-STAGE
                   MOVE WS-S-STAGE-DATE (WS-STG-IDX)
                       TO DORMSTG-STAGE-DATE
                   MOVE WS-S-CONTACT-FAILED-DATE (WS-STG-IDX)
                       TO DORMSTG-CONTACT-FAILED-DATE
                   WRITE DORMANCY-STAGE-RECORD
               END-IF
           END-PERFORM
           CLOSE DORMANCY-STAGE-FILE.

      *----------------------------------------------------------------
      * 3700-WRITE-ESCHEAT-GL - the run's journal batch: the balances
      * remitted come out of customer deposits and into the escheat
      * liability until the state is paid, and the accrued interest
      * dropped with the closed accounts comes back out of accrued
      * interest payable against interest expense, since it will
      * never be capitalized.  Each pair nets to zero, so the
      * trailer total does too.
      *----------------------------------------------------------------
       3700-WRITE-ESCHEAT-GL.
           OPEN EXTEND EXCEPTION-REPORT-FILE
           IF WS-EXCP-STATUS = "35"
               OPEN OUTPUT EXCEPTION-REPORT-FILE
           END-IF

           OPEN OUTPUT ESCHEAT-GL-FILE
           MOVE SPACES TO EGL-INTERFACE-RECORD
           MOVE 'H' TO EGL-RECORD-TYPE
           MOVE WS-RUN-DATE TO EGL-HEADER-RUN-DATE
           MOVE "ESCHEAT" TO EGL-HEADER-SOURCE
           WRITE EGL-INTERFACE-RECORD
           MOVE 'D' TO EGL-RECORD-TYPE

           MOVE "DEPO" TO WS-EGL-DEPARTMENT
           MOVE "DEPLB" TO WS-EGL-CATEGORY
           MOVE WS-REMITTED-TOTAL TO WS-EGL-AMOUNT
           PERFORM 3800-WRITE-MAPPED-GL-LINE

           MOVE "ESCHT" TO WS-EGL-CATEGORY
           COMPUTE WS-EGL-AMOUNT = 0 - WS-REMITTED-TOTAL
           PERFORM 3800-WRITE-MAPPED-GL-LINE

           MOVE "INTPY" TO WS-EGL-CATEGORY
           MOVE WS-FORFEITED-INTEREST TO WS-EGL-AMOUNT
           PERFORM 3800-WRITE-MAPPED-GL-LINE

           MOVE "INTEX" TO WS-EGL-CATEGORY
           COMPUTE WS-EGL-AMOUNT = 0 - WS-FORFEITED-INTEREST
           PERFORM 3800-WRITE-MAPPED-GL-LINE

           MOVE 'T' TO EGL-RECORD-TYPE
           MOVE WS-EGL-DETAIL-COUNT  TO EGL-TRAILER-RECORD-COUNT
           MOVE WS-EGL-EXTRACT-TOTAL TO EGL-TRAILER-TOTAL
           WRITE EGL-INTERFACE-RECORD
           CLOSE ESCHEAT-GL-FILE
           IF WS-EGL-UNMAPPED-COUNT > 0
               DISPLAY "UNMAPPED ESCHEAT GL LINES: "
                       WS-EGL-UNMAPPED-COUNT
           END-IF
           CLOSE EXCEPTION-REPORT-FILE.

      *----------------------------------------------------------------
      * 3800-WRITE-MAPPED-GL-LINE - through the chart of accounts; an
      * unmapped department/category pair goes to the exception file
      * instead of into the extract, the same treatment SalaryCalc
      * gives its lines.
      *----------------------------------------------------------------
       3800-WRITE-MAPPED-GL-LINE.
           MOVE 'N' TO WS-MAP-FOUND-SWITCH
           MOVE 0   TO WS-MAP-FOUND-IDX
           PERFORM VARYING WS-M-IDX FROM 1 BY 1
                   UNTIL WS-M-IDX > WS-COA-COUNT
                      OR WS-MAPPING-FOUND
               IF WS-M-DEPARTMENT (WS-M-IDX) = WS-EGL-DEPARTMENT
                  AND WS-M-CATEGORY (WS-M-IDX) = WS-EGL-CATEGORY
                   MOVE 'Y' TO WS-MAP-FOUND-SWITCH
                   MOVE WS-M-IDX TO WS-MAP-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-MAPPING-FOUND
               MOVE WS-M-GL-ACCOUNT (WS-MAP-FOUND-IDX)
                   TO EGL-ACCOUNT-CODE
               MOVE WS-EGL-AMOUNT TO EGL-AMOUNT
               WRITE EGL-INTERFACE-RECORD
               ADD 1 TO WS-EGL-DETAIL-COUNT
               ADD WS-EGL-AMOUNT TO WS-EGL-EXTRACT-TOTAL
           ELSE
               ADD 1 TO WS-EGL-UNMAPPED-COUNT
               MOVE "Escheatment"       TO EXCP-PROGRAM-ID
               MOVE WS-EGL-DEPARTMENT   TO EXCP-KEY-VALUE
               MOVE "COAMAP-GL-ACCOUNT" TO EXCP-FIELD-NAME
               MOVE "NO CHART-OF-ACCOUNTS MAPPING - LINE DIVERTED"
                   TO EXCP-REASON
               MOVE WS-RUN-DATE TO EXCP-RUN-DATE
               WRITE EXCEPTION-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 4000-TERMINATE
      *----------------------------------------------------------------
           MOVE WS-NOTICE-2-COUNT  TO WS-F-NOTICE-2
           MOVE WS-ESCHEATED-COUNT TO WS-F-ESCHEATED
           MOVE WS-REMITTED-TOTAL  TO WS-F-REMITTED
           MOVE WS-HELD-COUNT      TO WS-F-HELD
           WRITE REMITTANCE-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE REMITTANCE-REPORT-FILE
           CLOSE NOTICE-FILE
           CLOSE HELD-MAIL-FILE
           CLOSE ESCHEAT-LIABILITY-FILE
           CLOSE BALANCE-HISTORY-FILE
           CLOSE AUDIT-TRAIL-FILE
           DISPLAY "1ST NOTICES: " WS-NOTICE-1-COUNT
                   "  FINAL NOTICES: " WS-NOTICE-2-COUNT
                   "  ESCHEATED: " WS-ESCHEATED-COUNT
                   "  CLEARED: " WS-CLEARED-COUNT
                   "  HELD: " WS-HELD-COUNT.
