       IDENTIFICATION DIVISION.
       PROGRAM-ID. PodSettlement.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - PAYS OUT EVERY OPEN ACCOUNT
      *                  DeathNotice HAS FLAGGED AS AN ESTATE ACCOUNT
      *                  ON CUSTADDR TO THE PAYABLE-ON-DEATH
      *                  BENEFICIARIES NAMED FOR IT ON PODBENE, IN
      *                  THEIR PERCENTAGE SHARES.  THE ACCRUED
      *                  INTEREST IS CAPITALIZED, EACH SHARE IS PAID
      *                  AS ITS OWN BALHIST AND BALAUDIT ENTRY AND ITS
      *                  OWN CHECK ON THE PODCHK REGISTER, THE ACCOUNT
      *                  IS CLOSED AND THE 'DC' DECEASED FREEZE ON
      *                  LEGLHOLD IS RELEASED.  AN ACCOUNT WITH NO
      *                  BENEFICIARY, SHARES NOT ADDING TO 100.00, ANY
      *                  OTHER HOLD IN FORCE, OR A BALANCE OVERDRAWN
      *                  IS LEFT FROZEN FOR THE ESTATE AND LISTED.
      *                  THE RUN PAYS MONEY OUT, SO IT TAKES THE SAME
      *                  TWO-OPERATOR SIGN-OFF AS AN AccountMaint
      *                  CLOSE.  THE CAPITALIZED INTEREST GOES TO THE
      *                  GENERAL LEDGER AS A PODGLEX JOURNAL BATCH.
      * 2026-10-15  DLH  STAMPS THE NEW ACCTM-CLOSED-DATE ON EACH
      *                  ACCOUNT IT SETTLES AND CLOSES.
      * 2026-10-15  DLH  CHECKS IN WITH THE SHARED PostingRegister AFTER
      *                  THE SECOND SIGN-OFF AND REGISTERS THE BUSINESS
      *                  DATE WHEN THE RUN FINISHES.  A RERUN FOR A DATE
      *                  ALREADY POSTED ENDS RC 8 UNLESS A RERUNREQ
      *                  ENTRY ASKS FOR REPLACE MODE, WHICH FIRST CLEARS
      *                  THIS PROGRAM'S BALHIST AND BALAUDIT ENTRIES FOR
      *                  THE DATE.
      * 2026-10-15  DLH  THE BENEFICIARY'S STREET ADDRESS AND ZIP CODE
      *                  ON THE SETTLEMENT CHECKS NOW PASS THROUGH THE
      *                  SHARED MaskData AND PRINT AS PODCHK'S DISTCLS
      *                  DISTRIBUTION CLASS ALLOWS.
      * 2026-10-15  DLH  NO LONGER CHECKS IN WITH PostingRegister.  THE
      *                  PROGRAM RUNS ON DEMAND, SOMETIMES MORE THAN
      *                  ONCE A DAY, SO ONE REGISTRATION PER BUSINESS
      *                  DATE REFUSED A SECOND GENUINE SETTLEMENT, AND A
      *                  FORCED REPLACE PURGED THE FIRST RUN'S BALHIST
      *                  AND BALAUDIT ENTRIES WHILE ITS ACCTMAST UPDATES
      *                  STOOD.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTM-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTA-STATUS.

           SELECT BENEFICIARY-FILE ASSIGN TO "PODBENE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PODB-STATUS.

           SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGLHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "BALAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SETTLEMENT-REPORT-FILE ASSIGN TO "PODRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SETTLEMENT-CHECK-FILE ASSIGN TO "PODCHK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SETTLE-GL-FILE ASSIGN TO "PODGLEX"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COA-MAP-FILE ASSIGN TO "COAMAP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMAST.

       FD  CUSTOMER-ADDRESS-FILE.
       COPY CUSTADDR.

       FD  BENEFICIARY-FILE.
       COPY PODBENE.

       FD  LEGAL-HOLD-FILE.
       COPY LEGLHOLD.

       FD  BALANCE-HISTORY-FILE.
       COPY BALHIST.

       FD  AUDIT-TRAIL-FILE.
       COPY AUDTRL.

       FD  SETTLEMENT-REPORT-FILE.
       01  SETTLEMENT-REPORT-LINE       PIC X(100).

       FD  SETTLEMENT-CHECK-FILE.
       01  SETTLEMENT-CHECK-LINE        PIC X(100).

       FD  SETTLE-GL-FILE.
       COPY GLEXTR REPLACING LEADING ==GL-== BY ==PGL-==.

       FD  COA-MAP-FILE.
       COPY COAMAP.

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS          PIC X(2).
       01  WS-CUSTA-STATUS           PIC X(2).
       01  WS-PODB-STATUS            PIC X(2).
       01  WS-HOLD-STATUS            PIC X(2).
       01  WS-HISTORY-STATUS         PIC X(2).
       01  WS-AUDIT-STATUS           PIC X(2).
       01  WS-EXCP-STATUS            PIC X(2).

       01  WS-ADDR-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-ADDR-END-OF-FILE   VALUE 'Y'.
       01  WS-BENE-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-BENE-END-OF-FILE   VALUE 'Y'.
       01  WS-HOLD-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-HOLD-END-OF-FILE   VALUE 'Y'.
       01  WS-MAP-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-MAP-END-OF-FILE    VALUE 'Y'.

       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  MASK-DATA-PARMS.
           COPY MASKPARM.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.

       01  SECOND-OPERATOR-AUTH-PARMS.
           COPY OPRAUTH REPLACING
               ==OPRAUTH-OPERATOR-ID== BY ==SECOND-OPRAUTH-OPERATOR-ID==
               ==OPRAUTH-CALLER-ID==   BY ==SECOND-OPRAUTH-CALLER-ID==
               ==OPRAUTH-STATUS==      BY ==SECOND-OPRAUTH-STATUS==
               ==OPRAUTH-AUTHORIZED==  BY ==SECOND-OPRAUTH-AUTHORIZED==
               ==OPRAUTH-DENIED==      BY ==SECOND-OPRAUTH-DENIED==.

       01  WS-ESTATE-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-SETTLED-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-HELD-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-CHECK-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-CHECK-TOTAL            PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-INTEREST         PIC S9(7)V99 VALUE 0.

       01  WS-ACCT-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-ACCT-FOUND         VALUE 'Y'.
       01  WS-HOLD-REASON            PIC X(40).
       01  WS-OTHER-HOLD-COUNT       PIC 9(3) COMP VALUE 0.
       01  WS-SETTLE-ACCOUNT         PIC 9(10) VALUE 0.
       01  WS-BENE-FIRST-IDX         PIC 9(5) COMP VALUE 0.
       01  WS-BENE-ACCT-COUNT        PIC 9(3) COMP VALUE 0.
       01  WS-BENE-PAID-COUNT        PIC 9(3) COMP VALUE 0.
       01  WS-SHARE-TOTAL            PIC 9(5)V99 VALUE 0.

      *----------------------------------------------------------------
      * Settlement figures for the account in hand - the balance and
      * interest as found, the amount being divided, what has been
      * paid out of it so far and the share now being paid.
      *----------------------------------------------------------------
       01  WS-SETTLE-INTEREST        PIC S9(5)V99 VALUE 0.
       01  WS-SETTLE-AMOUNT          PIC S9(7)V99 VALUE 0.
       01  WS-SETTLE-PAID            PIC S9(7)V99 VALUE 0.
       01  WS-SHARE-AMOUNT           PIC S9(7)V99 VALUE 0.

      *----------------------------------------------------------------
      * WS-ADDRESS-TABLE - the estate-flagged entries of the CUSTADDR
      * name-and-address master; the file itself is only read.
      *----------------------------------------------------------------
       01  WS-ADDRESS-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-ADDRESS-TABLE.
           05  WS-ADDR-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-ADDRESS-COUNT
                   INDEXED BY WS-ADDR-IDX.
               10  WS-N-ACCOUNT-NUMBER      PIC 9(10).
               10  WS-N-CUSTOMER-NAME       PIC X(30).
               10  WS-N-DATE-OF-DEATH       PIC 9(8).

      *----------------------------------------------------------------
      * WS-BENEFICIARY-TABLE - the PODBENE beneficiaries, in account
      * and sequence order as the file is kept.
      *----------------------------------------------------------------
       01  WS-BENEFICIARY-COUNT      PIC 9(5) COMP VALUE 0.
       01  WS-BENEFICIARY-TABLE.
           05  WS-BENE-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-BENEFICIARY-COUNT
                   INDEXED BY WS-BENE-IDX.
               10  WS-B-ACCOUNT-NUMBER      PIC 9(10).
               10  WS-B-NAME                PIC X(30).
               10  WS-B-ADDRESS-LINE        PIC X(30).
               10  WS-B-CITY                PIC X(20).
               10  WS-B-STATE               PIC X(2).
               10  WS-B-ZIP-CODE            PIC X(10).
               10  WS-B-SHARE-PERCENT       PIC 9(3)V99.

      *----------------------------------------------------------------
      * Settlement GL batch - the capitalized interest, mapped through
      * the shared chart of accounts the same way AccountMaint maps
      * its close-time interest.
      *----------------------------------------------------------------
       01  WS-COA-COUNT              PIC 9(3) COMP VALUE 0.
       01  WS-MAP-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-MAPPING-FOUND      VALUE 'Y'.
       01  WS-MAP-FOUND-IDX          PIC 9(3) COMP VALUE 0.
       01  WS-COA-TABLE.
           05  WS-M-ENTRY OCCURS 100 TIMES INDEXED BY WS-M-IDX.
               10  WS-M-DEPARTMENT    PIC X(4).
               10  WS-M-CATEGORY      PIC X(5).
               10  WS-M-GL-ACCOUNT    PIC X(10).

       01  WS-PGL-DEPARTMENT         PIC X(4) VALUE SPACES.
       01  WS-PGL-CATEGORY           PIC X(5) VALUE SPACES.
       01  WS-PGL-AMOUNT             PIC S9(7)V99 VALUE 0.
       01  WS-PGL-DETAIL-COUNT       PIC 9(10) COMP VALUE 0.
       01  WS-PGL-EXTRACT-TOTAL      PIC S9(7)V99 VALUE 0.
       01  WS-PGL-UNMAPPED-COUNT     PIC 9(4) COMP VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(30) VALUE "PAYABLE-ON-DEATH SETTLEMENT".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER           PIC X(52) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(32) VALUE "ESTATE".
           05  FILLER PIC X(10) VALUE "DIED".
           05  FILLER PIC X(13) VALUE "PAID OUT".
           05  FILLER PIC X(33) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  WS-D-ACCOUNT       PIC 9(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-NAME          PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-DIED          PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-PAID          PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-RESULT        PIC X(40).
           05  FILLER             PIC X(3) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(100) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(17) VALUE "ESTATE ACCOUNTS: ".
           05  WS-F-ESTATE        PIC ZZZ9.
           05  FILLER PIC X(11) VALUE "  SETTLED: ".
           05  WS-F-SETTLED       PIC ZZZ9.
           05  FILLER PIC X(20) VALUE "  HELD FOR ESTATE: ".
           05  WS-F-HELD          PIC ZZZ9.
           05  FILLER             PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------
      * PODCHK settlement-check register lines - one entry per
      * beneficiary paid, the mailing address on the line under it.
      *----------------------------------------------------------------
       01  WS-CHECK-HEADING-1.
           05  FILLER PIC X(30) VALUE "POD SETTLEMENT CHECK REGISTER".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-KH-RUN-DATE     PIC 9(8).
           05  FILLER             PIC X(52) VALUE SPACES.

       01  WS-CHECK-HEADING-2.
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(32) VALUE "PAYEE / MAILING ADDRESS".
           05  FILLER PIC X(13) VALUE "CHECK AMOUNT".
           05  FILLER PIC X(43) VALUE "SHARE PCT".

       01  WS-CHECK-DETAIL-LINE.
           05  WS-K-ACCOUNT       PIC 9(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-K-PAYEE         PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-K-AMOUNT        PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-K-SHARE         PIC ZZ9.99.
           05  FILLER             PIC X(37) VALUE SPACES.

       01  WS-CHECK-ADDRESS-LINE.
           05  FILLER             PIC X(12) VALUE SPACES.
           05  WS-K-ADDRESS       PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-K-CITY          PIC X(20).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-K-STATE         PIC X(2).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-K-ZIP           PIC X(10).
           05  FILLER             PIC X(21) VALUE SPACES.

       01  WS-CHECK-FOOTER.
           05  FILLER PIC X(15) VALUE "CHECKS ISSUED: ".
           05  WS-KF-COUNT        PIC ZZZ9.
           05  FILLER PIC X(14) VALUE "  TOTAL PAID: ".
           05  WS-KF-TOTAL        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(52) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "PodSettlement" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           ACCEPT OPRAUTH-OPERATOR-ID FROM SYSIN
           MOVE "PodSettlement" TO OPRAUTH-CALLER-ID
           CALL "SignOnCheck" USING OPERATOR-AUTH-PARMS
           IF OPRAUTH-DENIED
               DISPLAY "*** SIGN-ON REJECTED - UNAUTHORIZED OPERATOR: "
                       OPRAUTH-OPERATOR-ID " ***"
               STOP RUN
           END-IF
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."
           PERFORM 0500-SECOND-SIGN-OFF

           PERFORM 0900-OPEN-EXCEPTION-FILE
           PERFORM 1000-LOAD-ADDRESS-TABLE
           PERFORM 1100-LOAD-BENEFICIARY-TABLE
           PERFORM 1200-LOAD-COA-TABLE
           PERFORM 1500-OPEN-FILES

           PERFORM 2000-SETTLE-ESTATE
               VARYING WS-ADDR-IDX FROM 1 BY 1
               UNTIL WS-ADDR-IDX > WS-ADDRESS-COUNT

           PERFORM 4000-TERMINATE
           PERFORM 4200-WRITE-SETTLE-GL
           CLOSE EXCEPTION-REPORT-FILE
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-ESTATE-COUNT TO RLOG-RECORDS-READ
           MOVE WS-SETTLED-COUNT TO RLOG-RECORDS-WRITTEN
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS
           STOP RUN.

      *----------------------------------------------------------------
      * 0500-SECOND-SIGN-OFF - the run closes accounts and issues
      * checks, so like an AccountMaint close it needs a second
      * authorized operator, read as the next SYSIN line, who is not
      * the operator signed on for the run.
      *----------------------------------------------------------------
       0500-SECOND-SIGN-OFF.
           ACCEPT SECOND-OPRAUTH-OPERATOR-ID FROM SYSIN
           IF SECOND-OPRAUTH-OPERATOR-ID = OPRAUTH-OPERATOR-ID
               DISPLAY "*** SETTLEMENT REJECTED - SECOND OPERATOR "
                       "MUST DIFFER FROM " OPRAUTH-OPERATOR-ID " ***"
               STOP RUN
           END-IF
           MOVE "PodSettlement" TO SECOND-OPRAUTH-CALLER-ID
           CALL "SignOnCheck" USING SECOND-OPERATOR-AUTH-PARMS
           IF SECOND-OPRAUTH-DENIED
               DISPLAY "*** SETTLEMENT REJECTED - 2ND SIGN-OFF DENIED: "
                       SECOND-OPRAUTH-OPERATOR-ID " ***"
               STOP RUN
           END-IF
           DISPLAY "Second operator " SECOND-OPRAUTH-OPERATOR-ID
                   " signed off.".

      *----------------------------------------------------------------
      * 0900-OPEN-EXCEPTION-FILE
      *----------------------------------------------------------------
       0900-OPEN-EXCEPTION-FILE.
           OPEN EXTEND EXCEPTION-REPORT-FILE
           IF WS-EXCP-STATUS = "35"
               OPEN OUTPUT EXCEPTION-REPORT-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1000-LOAD-ADDRESS-TABLE - only the entries DeathNotice has
      * flagged as estate accounts are kept.  A status of "35" leaves
      * the table empty and the run settles nothing.
      *----------------------------------------------------------------
       1000-LOAD-ADDRESS-TABLE.
           OPEN INPUT CUSTOMER-ADDRESS-FILE
           IF WS-CUSTA-STATUS NOT = "35"
               PERFORM 1050-READ-ADDRESS
               PERFORM UNTIL WS-ADDR-END-OF-FILE
                   IF CUSTA-ESTATE-ACCOUNT
                      AND CUSTA-DATE-OF-DEATH NUMERIC
                       ADD 1 TO WS-ADDRESS-COUNT
                       MOVE CUSTA-ACCOUNT-NUMBER
                           TO WS-N-ACCOUNT-NUMBER (WS-ADDRESS-COUNT)
                       MOVE CUSTA-CUSTOMER-NAME
                           TO WS-N-CUSTOMER-NAME (WS-ADDRESS-COUNT)
                       MOVE CUSTA-DATE-OF-DEATH
                           TO WS-N-DATE-OF-DEATH (WS-ADDRESS-COUNT)
                   END-IF
                   PERFORM 1050-READ-ADDRESS
               END-PERFORM
               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1050-READ-ADDRESS
      *----------------------------------------------------------------
       1050-READ-ADDRESS.
           READ CUSTOMER-ADDRESS-FILE
               AT END
                   MOVE 'Y' TO WS-ADDR-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1100-LOAD-BENEFICIARY-TABLE - the PODBENE beneficiaries.  A
      * status of "35" leaves the table empty, and every estate
      * account is then held for the estate.
      *----------------------------------------------------------------
       1100-LOAD-BENEFICIARY-TABLE.
           OPEN INPUT BENEFICIARY-FILE
           IF WS-PODB-STATUS NOT = "35"
               PERFORM 1150-READ-BENEFICIARY
               PERFORM UNTIL WS-BENE-END-OF-FILE
                   ADD 1 TO WS-BENEFICIARY-COUNT
                   MOVE PODB-ACCOUNT-NUMBER
                       TO WS-B-ACCOUNT-NUMBER (WS-BENEFICIARY-COUNT)
                   MOVE PODB-BENEFICIARY-NAME
                       TO WS-B-NAME (WS-BENEFICIARY-COUNT)
                   MOVE PODB-ADDRESS-LINE
                       TO WS-B-ADDRESS-LINE (WS-BENEFICIARY-COUNT)
                   MOVE PODB-CITY
                       TO WS-B-CITY (WS-BENEFICIARY-COUNT)
                   MOVE PODB-STATE
                       TO WS-B-STATE (WS-BENEFICIARY-COUNT)
                   MOVE PODB-ZIP-CODE
                       TO WS-B-ZIP-CODE (WS-BENEFICIARY-COUNT)
                   IF PODB-SHARE-PERCENT NUMERIC
                       MOVE PODB-SHARE-PERCENT
                           TO WS-B-SHARE-PERCENT (WS-BENEFICIARY-COUNT)
                   ELSE
                       MOVE 0
                           TO WS-B-SHARE-PERCENT (WS-BENEFICIARY-COUNT)
                   END-IF
                   PERFORM 1150-READ-BENEFICIARY
               END-PERFORM
               CLOSE BENEFICIARY-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1150-READ-BENEFICIARY
      *----------------------------------------------------------------
       1150-READ-BENEFICIARY.
           READ BENEFICIARY-FILE
               AT END
                   MOVE 'Y' TO WS-BENE-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1200-LOAD-COA-TABLE - the shared chart-of-accounts mapping,
      * the same load AccountMaint performs.
      *----------------------------------------------------------------
       1200-LOAD-COA-TABLE.
           OPEN INPUT COA-MAP-FILE
           PERFORM 1250-READ-COA-MAP
           PERFORM UNTIL WS-MAP-END-OF-FILE
                   OR WS-COA-COUNT >= 100
               ADD 1 TO WS-COA-COUNT
               MOVE COAMAP-DEPARTMENT-CODE
                   TO WS-M-DEPARTMENT (WS-COA-COUNT)
               MOVE COAMAP-CATEGORY
                   TO WS-M-CATEGORY (WS-COA-COUNT)
               MOVE COAMAP-GL-ACCOUNT
                   TO WS-M-GL-ACCOUNT (WS-COA-COUNT)
               PERFORM 1250-READ-COA-MAP
           END-PERFORM
           CLOSE COA-MAP-FILE.

      *----------------------------------------------------------------
      * 1250-READ-COA-MAP
      *----------------------------------------------------------------
       1250-READ-COA-MAP.
           READ COA-MAP-FILE
               AT END
                   MOVE 'Y' TO WS-MAP-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1500-OPEN-FILES - the account master is read and rewritten
      * by key; the hold file stays open I-O to release the deceased
      * freeze, and is created empty if it has never been loaded.
      * The shared balance history and audit trail are appended the
      * same as every other posting program does.
      *----------------------------------------------------------------
       1500-OPEN-FILES.
           OPEN I-O ACCOUNT-MASTER-FILE
           OPEN I-O LEGAL-HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT LEGAL-HOLD-FILE
               CLOSE LEGAL-HOLD-FILE
               OPEN I-O LEGAL-HOLD-FILE
           END-IF

           OPEN EXTEND BALANCE-HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT BALANCE-HISTORY-FILE
           END-IF

           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF

           OPEN OUTPUT SETTLEMENT-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           WRITE SETTLEMENT-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE SETTLEMENT-REPORT-LINE FROM WS-BLANK-LINE
           WRITE SETTLEMENT-REPORT-LINE FROM WS-REPORT-HEADING-2

           OPEN OUTPUT SETTLEMENT-CHECK-FILE
           MOVE WS-RUN-DATE TO WS-KH-RUN-DATE
           WRITE SETTLEMENT-CHECK-LINE FROM WS-CHECK-HEADING-1
           WRITE SETTLEMENT-CHECK-LINE FROM WS-CHECK-HEADING-2.

      *----------------------------------------------------------------
      * 2000-SETTLE-ESTATE - one estate-flagged account.  An account
      * already closed - settled on an earlier run, or closed before
      * the death was reported - is passed over silently.  The first
      * failing check names why an open account is held; one that
      * passes every check is paid out.
      *----------------------------------------------------------------
       2000-SETTLE-ESTATE.
           MOVE WS-N-ACCOUNT-NUMBER (WS-ADDR-IDX) TO WS-SETTLE-ACCOUNT
           MOVE WS-SETTLE-ACCOUNT TO ACCTM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND-SWITCH
           END-READ

           IF WS-ACCT-FOUND AND NOT ACCTM-ACCOUNT-CLOSED
               ADD 1 TO WS-ESTATE-COUNT
               MOVE WS-SETTLE-ACCOUNT TO WS-D-ACCOUNT
               MOVE WS-N-CUSTOMER-NAME (WS-ADDR-IDX) TO WS-D-NAME
               MOVE WS-N-DATE-OF-DEATH (WS-ADDR-IDX) TO WS-D-DIED
               MOVE 0 TO WS-D-PAID
               MOVE SPACES TO WS-HOLD-REASON
               PERFORM 2100-FIND-BENEFICIARIES
               PERFORM 2200-COUNT-OTHER-HOLDS

               EVALUATE TRUE
                   WHEN WS-BENE-ACCT-COUNT = 0
                       MOVE "NO POD BENEFICIARY - HELD FOR ESTATE"
                           TO WS-HOLD-REASON
                   WHEN WS-SHARE-TOTAL NOT = 100
                       MOVE "SHARES NOT 100 PCT - HELD FOR ESTATE"
                           TO WS-HOLD-REASON
                   WHEN WS-OTHER-HOLD-COUNT > 0
                       MOVE "OTHER LEGAL HOLD IN FORCE - HELD"
                           TO WS-HOLD-REASON
                   WHEN ACCTM-ACCOUNT-BALANCE + ACCTM-ACCRUED-INTEREST
                            < 0
                       MOVE "ACCOUNT IS OVERDRAWN - HELD FOR ESTATE"
                           TO WS-HOLD-REASON
                   WHEN OTHER
                       PERFORM 2500-SETTLE-ACCOUNT
               END-EVALUATE

               IF WS-HOLD-REASON NOT = SPACES
                   MOVE WS-HOLD-REASON TO WS-D-RESULT
                   ADD 1 TO WS-HELD-COUNT
               END-IF
               WRITE SETTLEMENT-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

      *----------------------------------------------------------------
      * 2100-FIND-BENEFICIARIES - the account's first entry on the
      * beneficiary table, how many it has and what their shares add
      * up to.  The table is in account order, so an account's
      * beneficiaries sit together.
      *----------------------------------------------------------------
       2100-FIND-BENEFICIARIES.
           MOVE 0 TO WS-BENE-FIRST-IDX
           MOVE 0 TO WS-BENE-ACCT-COUNT
           MOVE 0 TO WS-SHARE-TOTAL
           PERFORM VARYING WS-BENE-IDX FROM 1 BY 1
                   UNTIL WS-BENE-IDX > WS-BENEFICIARY-COUNT
               IF WS-B-ACCOUNT-NUMBER (WS-BENE-IDX) = WS-SETTLE-ACCOUNT
                   IF WS-BENE-ACCT-COUNT = 0
                       SET WS-BENE-FIRST-IDX TO WS-BENE-IDX
                   END-IF
                   ADD 1 TO WS-BENE-ACCT-COUNT
                   ADD WS-B-SHARE-PERCENT (WS-BENE-IDX)
                       TO WS-SHARE-TOTAL
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2200-COUNT-OTHER-HOLDS - holds in force on the account, as
      * HoldCheck counts them, other than the deceased freeze this
      * run is here to lift.  A levy or court order still stands
      * against the estate.
      *----------------------------------------------------------------
       2200-COUNT-OTHER-HOLDS.
           MOVE 0 TO WS-OTHER-HOLD-COUNT
           PERFORM 2250-POSITION-ON-ACCOUNT
           PERFORM UNTIL WS-HOLD-END-OF-FILE
               IF HOLD-IS-ACTIVE
                  AND NOT HOLD-REASON-DECEASED
                  AND HOLD-PLACED-DATE <= WS-RUN-DATE
                  AND (HOLD-EXPIRY-DATE = 0
                       OR HOLD-EXPIRY-DATE > WS-RUN-DATE)
                   ADD 1 TO WS-OTHER-HOLD-COUNT
               END-IF
               PERFORM 2260-READ-NEXT-HOLD
           END-PERFORM.

      *----------------------------------------------------------------
      * 2250-POSITION-ON-ACCOUNT - start at the account's lowest hold
      * sequence and read its first hold.
      *----------------------------------------------------------------
       2250-POSITION-ON-ACCOUNT.
           MOVE 'N' TO WS-HOLD-EOF-SWITCH
           MOVE WS-SETTLE-ACCOUNT TO HOLD-ACCOUNT-NUMBER
           MOVE 0 TO HOLD-SEQUENCE
           START LEGAL-HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF-SWITCH
           END-START
           IF NOT WS-HOLD-END-OF-FILE
               PERFORM 2260-READ-NEXT-HOLD
           END-IF.

      *----------------------------------------------------------------
      * 2260-READ-NEXT-HOLD - the first hold belonging to another
      * account ends the account's holds.
      *----------------------------------------------------------------
       2260-READ-NEXT-HOLD.
           READ LEGAL-HOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-SWITCH
               NOT AT END
                   IF HOLD-ACCOUNT-NUMBER NOT = WS-SETTLE-ACCOUNT
                       MOVE 'Y' TO WS-HOLD-EOF-SWITCH
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * 2500-SETTLE-ACCOUNT - capitalize the accrued interest, then
      * pay the balance out share by share, the same two steps an
      * AccountMaint close takes.  Each share is the balance times
      * its percentage, rounded; the last beneficiary takes whatever
      * is left so the shares always add back to the balance to the
      * cent.  Each payout is its own BALHIST and BALAUDIT entry of
      * type 'C' and its own check.  The account is then closed and
      * its deceased freeze released.
      *----------------------------------------------------------------
       2500-SETTLE-ACCOUNT.
           MOVE ACCTM-ACCRUED-INTEREST TO WS-SETTLE-INTEREST
           IF WS-SETTLE-INTEREST NOT = 0
               MOVE ACCTM-ACCOUNT-BALANCE TO BALHIST-PRIOR-BALANCE
               MOVE ACCTM-ACCOUNT-BALANCE TO AUDIT-OLD-BALANCE
               ADD WS-SETTLE-INTEREST TO ACCTM-ACCOUNT-BALANCE
               ADD WS-SETTLE-INTEREST TO WS-TOTAL-INTEREST
               MOVE 0 TO ACCTM-ACCRUED-INTEREST
               MOVE ACCTM-ACCOUNT-BALANCE TO BALHIST-NEW-BALANCE
               MOVE ACCTM-ACCOUNT-BALANCE TO AUDIT-NEW-BALANCE
               MOVE 'I' TO AUDIT-TRANSACTION-TYPE
               PERFORM 2600-POST-SETTLEMENT-ENTRY
           END-IF

           MOVE ACCTM-ACCOUNT-BALANCE TO WS-SETTLE-AMOUNT
           MOVE 0 TO WS-SETTLE-PAID
           MOVE 0 TO WS-BENE-PAID-COUNT
           PERFORM 2550-PAY-BENEFICIARY
               VARYING WS-BENE-IDX FROM WS-BENE-FIRST-IDX BY 1
               UNTIL WS-BENE-PAID-COUNT >= WS-BENE-ACCT-COUNT

           MOVE 'C' TO ACCTM-STATUS
           MOVE WS-RUN-DATE TO ACCTM-CLOSED-DATE
           REWRITE ACCTM-RECORD
           PERFORM 2700-RELEASE-DECEASED-FREEZE

           MOVE WS-SETTLE-AMOUNT TO WS-D-PAID
           IF WS-SETTLE-AMOUNT > 0
               MOVE "SETTLED TO BENEFICIARIES - CLOSED"
                   TO WS-D-RESULT
           ELSE
               MOVE "CLOSED - NO BALANCE TO PAY" TO WS-D-RESULT
           END-IF
           ADD 1 TO WS-SETTLED-COUNT.

      *----------------------------------------------------------------
      * 2550-PAY-BENEFICIARY - one beneficiary's share.  A share that
      * comes to nothing is not posted or written as a check.
      *----------------------------------------------------------------
       2550-PAY-BENEFICIARY.
           ADD 1 TO WS-BENE-PAID-COUNT
           IF WS-BENE-PAID-COUNT = WS-BENE-ACCT-COUNT
               COMPUTE WS-SHARE-AMOUNT =
                   WS-SETTLE-AMOUNT - WS-SETTLE-PAID
           ELSE
               COMPUTE WS-SHARE-AMOUNT ROUNDED =
                   WS-SETTLE-AMOUNT
                   * WS-B-SHARE-PERCENT (WS-BENE-IDX) / 100
           END-IF

           IF WS-SHARE-AMOUNT NOT = 0
               ADD WS-SHARE-AMOUNT TO WS-SETTLE-PAID
               MOVE ACCTM-ACCOUNT-BALANCE TO BALHIST-PRIOR-BALANCE
               MOVE ACCTM-ACCOUNT-BALANCE TO AUDIT-OLD-BALANCE
               SUBTRACT WS-SHARE-AMOUNT FROM ACCTM-ACCOUNT-BALANCE
               MOVE ACCTM-ACCOUNT-BALANCE TO BALHIST-NEW-BALANCE
               MOVE ACCTM-ACCOUNT-BALANCE TO AUDIT-NEW-BALANCE
               MOVE 'C' TO AUDIT-TRANSACTION-TYPE
               PERFORM 2600-POST-SETTLEMENT-ENTRY
               PERFORM 2650-WRITE-SETTLEMENT-CHECK
           END-IF.

      *----------------------------------------------------------------
      * 2600-POST-SETTLEMENT-ENTRY - the balance figures are already
      * in place on both records; stamp the rest and write the pair.
      *----------------------------------------------------------------
       2600-POST-SETTLEMENT-ENTRY.
           MOVE "PodSettlement"        TO BALHIST-PROGRAM-ID
           MOVE ACCTM-ACCOUNT-NUMBER   TO BALHIST-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE            TO BALHIST-RUN-DATE
           WRITE BALANCE-HISTORY-RECORD

           MOVE "PodSettlement"        TO AUDIT-PROGRAM-ID
           MOVE ACCTM-ACCOUNT-NUMBER   TO AUDIT-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE            TO AUDIT-RUN-DATE
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------------
      * 2650-WRITE-SETTLEMENT-CHECK
      *----------------------------------------------------------------
       2650-WRITE-SETTLEMENT-CHECK.
           MOVE ACCTM-ACCOUNT-NUMBER TO WS-K-ACCOUNT
           MOVE WS-B-NAME (WS-BENE-IDX) TO WS-K-PAYEE
           MOVE WS-SHARE-AMOUNT      TO WS-K-AMOUNT
           MOVE WS-B-SHARE-PERCENT (WS-BENE-IDX) TO WS-K-SHARE
           WRITE SETTLEMENT-CHECK-LINE FROM WS-CHECK-DETAIL-LINE
           MOVE "PODCHK"                        TO MASK-REPORT-ID
           MOVE 'P'                             TO MASK-FIELD-TYPE
           MOVE 30                              TO MASK-FIELD-LENGTH
           MOVE WS-B-ADDRESS-LINE (WS-BENE-IDX) TO MASK-FIELD-VALUE
           CALL "MaskData" USING MASK-DATA-PARMS
           MOVE MASK-FIELD-VALUE                TO WS-K-ADDRESS
           MOVE WS-B-CITY (WS-BENE-IDX)         TO WS-K-CITY
           MOVE WS-B-STATE (WS-BENE-IDX)        TO WS-K-STATE
           MOVE 10                              TO MASK-FIELD-LENGTH
           MOVE WS-B-ZIP-CODE (WS-BENE-IDX)     TO MASK-FIELD-VALUE
           CALL "MaskData" USING MASK-DATA-PARMS
           MOVE MASK-FIELD-VALUE                TO WS-K-ZIP
           WRITE SETTLEMENT-CHECK-LINE FROM WS-CHECK-ADDRESS-LINE
           ADD 1 TO WS-CHECK-COUNT
           ADD WS-SHARE-AMOUNT TO WS-CHECK-TOTAL.

      *----------------------------------------------------------------
      * 2700-RELEASE-DECEASED-FREEZE - every active 'DC' hold on the
      * settled account is marked released as of the run date, the
      * same way HoldMaint releases a hold.
      *----------------------------------------------------------------
       2700-RELEASE-DECEASED-FREEZE.
           PERFORM 2250-POSITION-ON-ACCOUNT
           PERFORM UNTIL WS-HOLD-END-OF-FILE
               IF HOLD-IS-ACTIVE AND HOLD-REASON-DECEASED
                   MOVE 'R'         TO HOLD-STATUS
                   MOVE WS-RUN-DATE TO HOLD-RELEASED-DATE
                   REWRITE HOLD-RECORD
               END-IF
               PERFORM 2260-READ-NEXT-HOLD
           END-PERFORM.

      *----------------------------------------------------------------
      * 4000-TERMINATE - report and register totals, then close.
      *----------------------------------------------------------------
       4000-TERMINATE.
           WRITE SETTLEMENT-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-ESTATE-COUNT  TO WS-F-ESTATE
           MOVE WS-SETTLED-COUNT TO WS-F-SETTLED
           MOVE WS-HELD-COUNT    TO WS-F-HELD
           WRITE SETTLEMENT-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE SETTLEMENT-REPORT-FILE

           MOVE WS-CHECK-COUNT TO WS-KF-COUNT
           MOVE WS-CHECK-TOTAL TO WS-KF-TOTAL
           WRITE SETTLEMENT-CHECK-LINE FROM WS-BLANK-LINE
           WRITE SETTLEMENT-CHECK-LINE FROM WS-CHECK-FOOTER
           CLOSE SETTLEMENT-CHECK-FILE

           CLOSE ACCOUNT-MASTER-FILE
           CLOSE LEGAL-HOLD-FILE
           CLOSE BALANCE-HISTORY-FILE
           CLOSE AUDIT-TRAIL-FILE
           DISPLAY "ACCOUNTS SETTLED: " WS-SETTLED-COUNT
           DISPLAY "HELD FOR ESTATE: " WS-HELD-COUNT
           DISPLAY "CHECKS ISSUED: " WS-CHECK-COUNT.

      *----------------------------------------------------------------
      * 4200-WRITE-SETTLE-GL - the run's journal batch: the accrued
      * interest capitalized on settlement moves out of accrued
      * interest payable into customer deposits, the same pair
      * AccountMaint writes for a close.  It nets to zero, so the
      * trailer total does too.
      *----------------------------------------------------------------
       4200-WRITE-SETTLE-GL.
           OPEN OUTPUT SETTLE-GL-FILE
           MOVE SPACES TO PGL-INTERFACE-RECORD
           MOVE 'H' TO PGL-RECORD-TYPE
           MOVE WS-RUN-DATE TO PGL-HEADER-RUN-DATE
           MOVE "PODSETL" TO PGL-HEADER-SOURCE
           WRITE PGL-INTERFACE-RECORD
           MOVE 'D' TO PGL-RECORD-TYPE

           MOVE "DEPO" TO WS-PGL-DEPARTMENT
           MOVE "INTPY" TO WS-PGL-CATEGORY
           MOVE WS-TOTAL-INTEREST TO WS-PGL-AMOUNT
           PERFORM 4300-WRITE-MAPPED-GL-LINE

           MOVE "DEPLB" TO WS-PGL-CATEGORY
           COMPUTE WS-PGL-AMOUNT = 0 - WS-TOTAL-INTEREST
           PERFORM 4300-WRITE-MAPPED-GL-LINE

           MOVE 'T' TO PGL-RECORD-TYPE
           MOVE WS-PGL-DETAIL-COUNT  TO PGL-TRAILER-RECORD-COUNT
           MOVE WS-PGL-EXTRACT-TOTAL TO PGL-TRAILER-TOTAL
           WRITE PGL-INTERFACE-RECORD
           CLOSE SETTLE-GL-FILE
           IF WS-PGL-UNMAPPED-COUNT > 0
               DISPLAY "UNMAPPED SETTLEMENT GL LINES: "
                       WS-PGL-UNMAPPED-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 4300-WRITE-MAPPED-GL-LINE - through the chart of accounts; an
      * unmapped department/category pair goes to the exception file
      * instead of into the extract.
      *----------------------------------------------------------------
       4300-WRITE-MAPPED-GL-LINE.
           MOVE 'N' TO WS-MAP-FOUND-SWITCH
           MOVE 0   TO WS-MAP-FOUND-IDX
           PERFORM VARYING WS-M-IDX FROM 1 BY 1
                   UNTIL WS-M-IDX > WS-COA-COUNT
                      OR WS-MAPPING-FOUND
               IF WS-M-DEPARTMENT (WS-M-IDX) = WS-PGL-DEPARTMENT
                  AND WS-M-CATEGORY (WS-M-IDX) = WS-PGL-CATEGORY
                   MOVE 'Y' TO WS-MAP-FOUND-SWITCH
                   MOVE WS-M-IDX TO WS-MAP-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-MAPPING-FOUND
               MOVE WS-M-GL-ACCOUNT (WS-MAP-FOUND-IDX)
                   TO PGL-ACCOUNT-CODE
               MOVE WS-PGL-AMOUNT TO PGL-AMOUNT
               WRITE PGL-INTERFACE-RECORD
               ADD 1 TO WS-PGL-DETAIL-COUNT
               ADD WS-PGL-AMOUNT TO WS-PGL-EXTRACT-TOTAL
           ELSE
               ADD 1 TO WS-PGL-UNMAPPED-COUNT
               MOVE "PodSettlement"     TO EXCP-PROGRAM-ID
               MOVE WS-PGL-DEPARTMENT   TO EXCP-KEY-VALUE
               MOVE "COAMAP-GL-ACCOUNT" TO EXCP-FIELD-NAME
               MOVE "NO CHART-OF-ACCOUNTS MAPPING - LINE DIVERTED"
                   TO EXCP-REASON
               MOVE WS-RUN-DATE TO EXCP-RUN-DATE
               WRITE EXCEPTION-RECORD
           END-IF.
