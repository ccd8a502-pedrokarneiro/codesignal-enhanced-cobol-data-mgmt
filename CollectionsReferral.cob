       IDENTIFICATION DIVISION.
       PROGRAM-ID. CollectionsReferral.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - COLLECTIONS AGENCY REFERRAL.
      *                  A PATFINE BALANCE COULD SIT UNPAID FOREVER,
      *                  REPRINTED BY OverdueNotices AND NOTHING MORE.
      *                  THIS RUN DATES EACH BALANCE FROM THE FINEAUDT
      *                  AUDIT TRAIL - OWED SINCE THE FIRST ENTRY AFTER
      *                  IT WAS LAST PAID DOWN TO ZERO - AND REFERS
      *                  EVERY PATRON OWING MORE THAN THE FEESCHD
      *                  LIBCOLMN MINIMUM FOR AT LEAST THE LIBCOLDY
      *                  NUMBER OF DAYS: THE PATRON GOES ON THE COLLREF
      *                  AGENCY REFERRAL FILE WITH THEIR PATMAST NAME
      *                  AND PHONE, THEIR PRIVILEGES ARE BLOCKED ON
      *                  PATMAST, AND THE LIBCOLFE REFERRAL FEE IS
      *                  ADDED TO THEIR BALANCE AND LOGGED TO FINEAUDT
      *                  AS TYPE 'C'.  A PATRON ALREADY REFERRED IS NOT
      *                  REFERRED AGAIN UNTIL THE BALANCE HAS BEEN
      *                  CLEARED.  THE AGENCY'S AGYRECV RECOVERY FILE,
      *                  WHEN ONE HAS ARRIVED, IS CHECKED AGAINST THE
      *                  OPEN REFERRALS AND PASSED ON AS FINETRAN
      *                  AGENCY-RECOVERY ('R') TRANSACTIONS FOR
      *                  FinePayments TO POST, SO FINEAUDT STAYS THE
      *                  ONE COMPLETE RECORD OF EVERY BALANCE CHANGE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATRON-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAT-STATUS.

           SELECT PATRON-FINE-FILE ASSIGN TO "PATFINE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINE-STATUS.

           SELECT FINE-AUDIT-FILE ASSIGN TO "FINEAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AGENCY-RECOVERY-FILE ASSIGN TO "AGYRECV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECV-STATUS.

           SELECT FINE-TRAN-FILE ASSIGN TO "FINETRAN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REFERRAL-FILE ASSIGN TO "COLLREF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT COLL-REPORT-FILE ASSIGN TO "COLLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PATRON-MASTER-FILE.
       COPY PATMAST.

       FD  PATRON-FINE-FILE.
       COPY PATFINE.

       FD  FINE-AUDIT-FILE.
       COPY FINEAUDT.

       FD  AGENCY-RECOVERY-FILE.
       COPY AGYRECV.

       FD  FINE-TRAN-FILE.
       COPY FINETRAN.

       FD  REFERRAL-FILE.
       COPY COLLREF.

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       FD  COLL-REPORT-FILE.
       01  COLL-REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  FEE-LOOKUP-PARMS.
           COPY FEELKP.

       01  WS-PAT-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-PAT-END-OF-FILE    VALUE 'Y'.
       01  WS-AUDIT-EOF-SWITCH       PIC X VALUE 'N'.
           88  WS-AUDIT-END-OF-FILE  VALUE 'Y'.
       01  WS-RECV-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-RECV-END-OF-FILE   VALUE 'Y'.

       01  WS-PAT-STATUS             PIC X(2).
       01  WS-FINE-STATUS            PIC X(2).
       01  WS-AUDIT-STATUS           PIC X(2).
       01  WS-RECV-STATUS            PIC X(2).
       01  WS-EXCP-STATUS            PIC X(2).

       01  WS-RUN-DATE               PIC 9(8).

      *----------------------------------------------------------------
      * Referral rules from the FEESCHD fee schedule - the balance a
      * patron must owe more than (LIBCOLMN), the days it must have
      * been owed (LIBCOLDY) and the referral fee added (LIBCOLFE).
      *----------------------------------------------------------------
       01  WS-COLL-MINIMUM           PIC 9(5)V99 VALUE 0.
       01  WS-COLL-AGE-DAYS          PIC 9(3) VALUE 0.
       01  WS-REFERRAL-FEE           PIC 9(5)V99 VALUE 0.

      *----------------------------------------------------------------
      * WS-PATRON-TABLE - the PATMAST roster, rewritten with referred
      * patrons blocked.
      *----------------------------------------------------------------
       01  WS-PATRON-COUNT           PIC 9(3) COMP VALUE 0.
       01  WS-PAT-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-PATRON-ON-FILE     VALUE 'Y'.
       01  WS-PAT-FOUND-IDX          PIC 9(3) COMP VALUE 0.
       01  WS-PATRON-TABLE.
           05  WS-PAT-ENTRY OCCURS 100 TIMES INDEXED BY WS-PAT-IDX.
               10  WS-P-PATRON-ID     PIC X(10).
               10  WS-P-PATRON-NAME   PIC X(30).
               10  WS-P-PHONE-NUMBER  PIC X(15).
               10  WS-P-PRIVILEGE     PIC X.

      *----------------------------------------------------------------
      * WS-FINE-TABLE - the PATFINE balances, each with the date
      * FINEAUDT shows it has been owed since (zero when the trail
      * has nothing on it) and whether it is already with the agency.
      *----------------------------------------------------------------
       01  WS-FINE-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-FINE-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-FINE-ON-FILE       VALUE 'Y'.
       01  WS-FINE-FOUND-IDX         PIC 9(3) COMP VALUE 0.
       01  WS-TARGET-PATRON          PIC X(10) VALUE SPACES.
       01  WS-FINE-TABLE.
           05  WS-FINE-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-FINE-IDX.
               10  WS-F-PATRON-ID     PIC X(10).
               10  WS-F-BALANCE       PIC S9(5)V99.
               10  WS-F-OWED-SINCE    PIC 9(8).
               10  WS-F-REFERRED      PIC X.
                   88  WS-F-WITH-AGENCY VALUE 'Y'.

      *----------------------------------------------------------------
      * Calendar stepping - a balance is aged once the date it has
      * been owed since, stepped forward WS-COLL-AGE-DAYS days, is
      * not past the run date.
      *----------------------------------------------------------------
       01  WS-DAY-STEP               PIC 9(3) COMP VALUE 0.
       01  WS-DATE-PARTS.
           05  WS-DP-YEAR            PIC 9(4).
           05  WS-DP-MONTH           PIC 9(2).
           05  WS-DP-DAY             PIC 9(2).
       01  WS-DATE-PARTS-NUM REDEFINES WS-DATE-PARTS PIC 9(8).
       01  WS-DAYS-IN-MONTH          PIC 9(2) COMP VALUE 0.
       01  WS-LEAP-QUOTIENT          PIC 9(4) COMP VALUE 0.
       01  WS-LEAP-REMAINDER         PIC 9(4) COMP VALUE 0.

       01  WS-EXCP-KEY               PIC X(20) VALUE SPACES.
       01  WS-EXCP-FIELD             PIC X(20) VALUE SPACES.
       01  WS-EXCP-REASON            PIC X(40) VALUE SPACES.

       01  WS-RECORDS-READ           PIC 9(7) COMP VALUE 0.
       01  WS-REFERRED-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-FEES-ADDED             PIC 9(7)V99 VALUE 0.
       01  WS-UNDATED-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-RECOVERY-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-RECOVERY-TOTAL         PIC 9(7)V99 VALUE 0.
       01  WS-RECOVERY-REJECTS       PIC 9(4) COMP VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(30) VALUE "COLLECTIONS AGENCY REFERRAL".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-H-RUN-DATE      PIC 9(8).
           05  FILLER PIC X(11) VALUE "  MINIMUM: ".
           05  WS-H-MINIMUM       PIC ZZ,ZZ9.99.
           05  FILLER PIC X(12) VALUE "  AGE DAYS: ".
           05  WS-H-AGE-DAYS      PIC ZZ9.
           05  FILLER PIC X(7)  VALUE "  FEE: ".
           05  WS-H-FEE           PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(1) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(12) VALUE "PATRON".
           05  FILLER PIC X(32) VALUE "NAME".
           05  FILLER PIC X(12) VALUE "OWED SINCE".
           05  FILLER PIC X(12) VALUE "    AMOUNT".
           05  FILLER PIC X(32) VALUE "ACTION".

       01  WS-DETAIL-LINE.
           05  WS-D-PATRON        PIC X(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-NAME          PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-OWED-SINCE    PIC 9(8).
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-D-AMOUNT        PIC ZZ,ZZ9.99-.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-ACTION        PIC X(32).

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(10) VALUE "REFERRED: ".
           05  WS-FT-REFERRED     PIC ZZZ9.
           05  FILLER PIC X(14) VALUE "  FEES ADDED: ".
           05  WS-FT-FEES         PIC ZZZ,ZZ9.99.
           05  FILLER PIC X(24) VALUE "  RECOVERIES FORWARDED: ".
           05  WS-FT-RECOVERIES   PIC ZZZ9.
           05  FILLER PIC X(10) VALUE "  AMOUNT: ".
           05  WS-FT-RECOVERED    PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(14) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "CollectionsRefr" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           ACCEPT OPRAUTH-OPERATOR-ID FROM SYSIN
           MOVE "CollectionsRefr" TO OPRAUTH-CALLER-ID
           CALL "SignOnCheck" USING OPERATOR-AUTH-PARMS
           IF OPRAUTH-DENIED
               DISPLAY "*** SIGN-ON REJECTED - UNAUTHORIZED OPERATOR: "
                       OPRAUTH-OPERATOR-ID " ***"
               STOP RUN
           END-IF
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."

           PERFORM 0500-LOAD-FEE-SCHEDULE
           PERFORM 1000-LOAD-PATRON-TABLE
           PERFORM 1200-LOAD-FINE-TABLE
           PERFORM 1400-DATE-BALANCES
           PERFORM 0900-OPEN-FILES

           PERFORM VARYING WS-FINE-IDX FROM 1 BY 1
                   UNTIL WS-FINE-IDX > WS-FINE-COUNT
               IF WS-F-BALANCE (WS-FINE-IDX) > WS-COLL-MINIMUM
                  AND NOT WS-F-WITH-AGENCY (WS-FINE-IDX)
                   PERFORM 2000-REVIEW-BALANCE
               END-IF
           END-PERFORM

           PERFORM 3000-FORWARD-RECOVERIES

           IF WS-REFERRED-COUNT > 0
               PERFORM 4000-REWRITE-FINE-FILE
               PERFORM 4100-REWRITE-PATRON-FILE
           END-IF
           PERFORM 5000-TERMINATE
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-RECORDS-READ TO RLOG-RECORDS-READ
           COMPUTE RLOG-RECORDS-WRITTEN =
                   WS-REFERRED-COUNT + WS-RECOVERY-COUNT
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS
           STOP RUN.

      *----------------------------------------------------------------
      * 0500-LOAD-FEE-SCHEDULE - the referral minimum, age and fee in
      * force on the run date.  Nobody is sent to an agency on a
      * made-up figure; the run stops before any file is touched.
      *----------------------------------------------------------------
       0500-LOAD-FEE-SCHEDULE.
           MOVE "LIBCOLMN"  TO FEELKP-FEE-CODE
           MOVE WS-RUN-DATE TO FEELKP-AS-OF-DATE
           CALL "FeeLookup" USING FEE-LOOKUP-PARMS
           IF FEELKP-NOT-FOUND
               DISPLAY "*** NO COLLECTIONS MINIMUM ON FEESCHD"
                       " - RUN STOPPED ***"
               PERFORM 9000-END-RC08
           END-IF
           MOVE FEELKP-VALUE TO WS-COLL-MINIMUM

           MOVE "LIBCOLDY"  TO FEELKP-FEE-CODE
           MOVE WS-RUN-DATE TO FEELKP-AS-OF-DATE
           CALL "FeeLookup" USING FEE-LOOKUP-PARMS
           IF FEELKP-NOT-FOUND
               DISPLAY "*** NO COLLECTIONS AGE DAYS ON FEESCHD"
                       " - RUN STOPPED ***"
               PERFORM 9000-END-RC08
           END-IF
           MOVE FEELKP-VALUE TO WS-COLL-AGE-DAYS

           MOVE "LIBCOLFE"  TO FEELKP-FEE-CODE
           MOVE WS-RUN-DATE TO FEELKP-AS-OF-DATE
           CALL "FeeLookup" USING FEE-LOOKUP-PARMS
           IF FEELKP-NOT-FOUND
               DISPLAY "*** NO COLLECTIONS REFERRAL FEE ON FEESCHD"
                       " - RUN STOPPED ***"
               PERFORM 9000-END-RC08
           END-IF
           MOVE FEELKP-VALUE TO WS-REFERRAL-FEE
           DISPLAY "Referral minimum: " WS-COLL-MINIMUM
                   "  age days: " WS-COLL-AGE-DAYS
                   "  fee: " WS-REFERRAL-FEE.

      *----------------------------------------------------------------
      * 0900-OPEN-FILES
      *----------------------------------------------------------------
       0900-OPEN-FILES.
           OPEN EXTEND EXCEPTION-REPORT-FILE
           IF WS-EXCP-STATUS = "35"
               OPEN OUTPUT EXCEPTION-REPORT-FILE
           END-IF

           OPEN EXTEND FINE-AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT FINE-AUDIT-FILE
           END-IF

           OPEN OUTPUT REFERRAL-FILE
           OPEN OUTPUT FINE-TRAN-FILE

           OPEN OUTPUT COLL-REPORT-FILE
           MOVE WS-RUN-DATE      TO WS-H-RUN-DATE
           MOVE WS-COLL-MINIMUM  TO WS-H-MINIMUM
           MOVE WS-COLL-AGE-DAYS TO WS-H-AGE-DAYS
           MOVE WS-REFERRAL-FEE  TO WS-H-FEE
           WRITE COLL-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE COLL-REPORT-LINE FROM WS-REPORT-HEADING-2.

      *----------------------------------------------------------------
      * 1000-LOAD-PATRON-TABLE
      *----------------------------------------------------------------
       1000-LOAD-PATRON-TABLE.
           OPEN INPUT PATRON-MASTER-FILE
           IF WS-PAT-STATUS = "35"
               DISPLAY "*** PATMAST NOT FOUND - RUN STOPPED ***"
               PERFORM 9000-END-RC08
           END-IF
           PERFORM 1100-READ-PATRON
           PERFORM UNTIL WS-PAT-END-OF-FILE
                   OR WS-PATRON-COUNT >= 100
               ADD 1 TO WS-PATRON-COUNT
               MOVE PATM-PATRON-ID
                   TO WS-P-PATRON-ID (WS-PATRON-COUNT)
               MOVE PATM-PATRON-NAME
                   TO WS-P-PATRON-NAME (WS-PATRON-COUNT)
               MOVE PATM-PHONE-NUMBER
                   TO WS-P-PHONE-NUMBER (WS-PATRON-COUNT)
               MOVE PATM-PRIVILEGE-STATUS
                   TO WS-P-PRIVILEGE (WS-PATRON-COUNT)
               PERFORM 1100-READ-PATRON
           END-PERFORM
           CLOSE PATRON-MASTER-FILE.

      *----------------------------------------------------------------
      * 1100-READ-PATRON
      *----------------------------------------------------------------
       1100-READ-PATRON.
           READ PATRON-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-PAT-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1200-LOAD-FINE-TABLE
      *----------------------------------------------------------------
       1200-LOAD-FINE-TABLE.
           OPEN INPUT PATRON-FINE-FILE
           IF WS-FINE-STATUS NOT = "35"
               PERFORM 1300-READ-FINE
               PERFORM UNTIL WS-FINE-STATUS NOT = "00"
                      OR WS-FINE-COUNT >= 100
                   ADD 1 TO WS-FINE-COUNT
                   MOVE PATFINE-PATRON-ID
                       TO WS-F-PATRON-ID (WS-FINE-COUNT)
                   MOVE PATFINE-BALANCE
                       TO WS-F-BALANCE (WS-FINE-COUNT)
                   MOVE 0   TO WS-F-OWED-SINCE (WS-FINE-COUNT)
                   MOVE 'N' TO WS-F-REFERRED (WS-FINE-COUNT)
                   PERFORM 1300-READ-FINE
               END-PERFORM
               CLOSE PATRON-FINE-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1300-READ-FINE
      *----------------------------------------------------------------
       1300-READ-FINE.
           READ PATRON-FINE-FILE
               AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------
      * 1400-DATE-BALANCES - FINEAUDT is read from the top in the
      * order it was written.  An entry leaving the balance at zero
      * or below clears the owed-since date and any referral; the
      * next entry leaving it owing starts a new owed-since date.  A
      * referral fee entry marks the balance as with the agency.
      *----------------------------------------------------------------
       1400-DATE-BALANCES.
           OPEN INPUT FINE-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "No FINEAUDT history - no balance can be dated."
           ELSE
               PERFORM 1500-READ-AUDIT
               PERFORM UNTIL WS-AUDIT-END-OF-FILE
                   ADD 1 TO WS-RECORDS-READ
                   MOVE FAUD-PATRON-ID TO WS-TARGET-PATRON
                   PERFORM 2900-FIND-FINE-BALANCE
                   IF WS-FINE-ON-FILE
                       PERFORM 1450-APPLY-AUDIT-ENTRY
                   END-IF
                   PERFORM 1500-READ-AUDIT
               END-PERFORM
               CLOSE FINE-AUDIT-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1450-APPLY-AUDIT-ENTRY
      *----------------------------------------------------------------
       1450-APPLY-AUDIT-ENTRY.
           IF FAUD-NEW-BALANCE NOT > 0
               MOVE 0   TO WS-F-OWED-SINCE (WS-FINE-FOUND-IDX)
               MOVE 'N' TO WS-F-REFERRED (WS-FINE-FOUND-IDX)
           ELSE
               IF WS-F-OWED-SINCE (WS-FINE-FOUND-IDX) = 0
                   MOVE FAUD-RUN-DATE
                       TO WS-F-OWED-SINCE (WS-FINE-FOUND-IDX)
               END-IF
               IF FAUD-IS-REFERRAL-FEE
                   MOVE 'Y' TO WS-F-REFERRED (WS-FINE-FOUND-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 1500-READ-AUDIT
      *----------------------------------------------------------------
       1500-READ-AUDIT.
           READ FINE-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2000-REVIEW-BALANCE - a balance over the minimum and not yet
      * with the agency is referred once it has been owed the age
      * days.  One FINEAUDT cannot date is left for operations.
      *----------------------------------------------------------------
       2000-REVIEW-BALANCE.
           MOVE WS-FINE-IDX TO WS-FINE-FOUND-IDX
           IF WS-F-OWED-SINCE (WS-FINE-FOUND-IDX) = 0
               ADD 1 TO WS-UNDATED-COUNT
               MOVE WS-F-PATRON-ID (WS-FINE-FOUND-IDX) TO WS-EXCP-KEY
               MOVE "PATFINE-BALANCE" TO WS-EXCP-FIELD
               MOVE "BALANCE HAS NO FINEAUDT HISTORY TO DATE"
                   TO WS-EXCP-REASON
               PERFORM 2950-LOG-EXCEPTION
           ELSE
               MOVE WS-F-OWED-SINCE (WS-FINE-FOUND-IDX)
                   TO WS-DATE-PARTS-NUM
               PERFORM 2050-ADD-AGE-DAYS
               IF WS-DATE-PARTS-NUM NOT > WS-RUN-DATE
                   PERFORM 2100-REFER-PATRON
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2050-ADD-AGE-DAYS - WS-DATE-PARTS stepped forward
      * WS-COLL-AGE-DAYS days through the calendar.
      *----------------------------------------------------------------
       2050-ADD-AGE-DAYS.
           PERFORM VARYING WS-DAY-STEP FROM 1 BY 1
                   UNTIL WS-DAY-STEP > WS-COLL-AGE-DAYS
               PERFORM 2060-SET-DAYS-IN-MONTH
               IF WS-DP-DAY < WS-DAYS-IN-MONTH
                   ADD 1 TO WS-DP-DAY
               ELSE
                   MOVE 1 TO WS-DP-DAY
                   IF WS-DP-MONTH < 12
                       ADD 1 TO WS-DP-MONTH
                   ELSE
                       MOVE 1 TO WS-DP-MONTH
                       ADD 1 TO WS-DP-YEAR
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2060-SET-DAYS-IN-MONTH
      *----------------------------------------------------------------
       2060-SET-DAYS-IN-MONTH.
           EVALUATE WS-DP-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-DP-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                       DIVIDE WS-DP-YEAR BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = 0
                           DIVIDE WS-DP-YEAR BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER NOT = 0
                               MOVE 28 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2100-REFER-PATRON - fee on the balance and the audit trail,
      * privileges blocked, and the patron on the agency's file.
      *----------------------------------------------------------------
       2100-REFER-PATRON.
           MOVE WS-F-PATRON-ID (WS-FINE-FOUND-IDX) TO WS-TARGET-PATRON
           PERFORM 2800-FIND-PATRON
           IF NOT WS-PATRON-ON-FILE
               MOVE WS-TARGET-PATRON TO WS-EXCP-KEY
               MOVE "PATFINE-PATRON-ID" TO WS-EXCP-FIELD
               MOVE "AGED BALANCE - PATRON NOT ON PATMAST"
                   TO WS-EXCP-REASON
               PERFORM 2950-LOG-EXCEPTION
           ELSE
               MOVE "CollectionsReferral" TO FAUD-PROGRAM-ID
               MOVE WS-TARGET-PATRON      TO FAUD-PATRON-ID
               MOVE 'C'                   TO FAUD-TYPE
               MOVE WS-REFERRAL-FEE       TO FAUD-AMOUNT
               MOVE WS-F-BALANCE (WS-FINE-FOUND-IDX)
                   TO FAUD-OLD-BALANCE
               ADD WS-REFERRAL-FEE TO WS-F-BALANCE (WS-FINE-FOUND-IDX)
               MOVE WS-F-BALANCE (WS-FINE-FOUND-IDX)
                   TO FAUD-NEW-BALANCE
               MOVE OPRAUTH-OPERATOR-ID   TO FAUD-OPERATOR-ID
               MOVE WS-RUN-DATE           TO FAUD-RUN-DATE
               WRITE FINE-AUDIT-RECORD
               MOVE 'Y' TO WS-F-REFERRED (WS-FINE-FOUND-IDX)

               MOVE 'B' TO WS-P-PRIVILEGE (WS-PAT-FOUND-IDX)

               MOVE WS-TARGET-PATRON TO COLLREF-PATRON-ID
               MOVE WS-P-PATRON-NAME (WS-PAT-FOUND-IDX)
                   TO COLLREF-PATRON-NAME
               MOVE WS-P-PHONE-NUMBER (WS-PAT-FOUND-IDX)
                   TO COLLREF-PHONE-NUMBER
               MOVE WS-F-BALANCE (WS-FINE-FOUND-IDX)
                   TO COLLREF-BALANCE
               MOVE WS-REFERRAL-FEE TO COLLREF-REFERRAL-FEE
               MOVE WS-F-OWED-SINCE (WS-FINE-FOUND-IDX)
                   TO COLLREF-OWED-SINCE
               MOVE WS-RUN-DATE TO COLLREF-REFERRAL-DATE
               WRITE COLLECTIONS-REFERRAL-RECORD

               ADD 1 TO WS-REFERRED-COUNT
               ADD WS-REFERRAL-FEE TO WS-FEES-ADDED

               MOVE WS-TARGET-PATRON TO WS-D-PATRON
               MOVE WS-P-PATRON-NAME (WS-PAT-FOUND-IDX) TO WS-D-NAME
               MOVE WS-F-OWED-SINCE (WS-FINE-FOUND-IDX)
                   TO WS-D-OWED-SINCE
               MOVE WS-F-BALANCE (WS-FINE-FOUND-IDX) TO WS-D-AMOUNT
               MOVE "REFERRED - PRIVILEGES BLOCKED" TO WS-D-ACTION
               WRITE COLL-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

      *----------------------------------------------------------------
      * 2800-FIND-PATRON - WS-TARGET-PATRON on the PATMAST roster.
      *----------------------------------------------------------------
       2800-FIND-PATRON.
           MOVE 'N' TO WS-PAT-FOUND-SWITCH
           MOVE 0   TO WS-PAT-FOUND-IDX
           PERFORM VARYING WS-PAT-IDX FROM 1 BY 1
                   UNTIL WS-PAT-IDX > WS-PATRON-COUNT
                      OR WS-PATRON-ON-FILE
               IF WS-P-PATRON-ID (WS-PAT-IDX) = WS-TARGET-PATRON
                   MOVE 'Y' TO WS-PAT-FOUND-SWITCH
                   MOVE WS-PAT-IDX TO WS-PAT-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2900-FIND-FINE-BALANCE - WS-TARGET-PATRON on the fine table.
      *----------------------------------------------------------------
       2900-FIND-FINE-BALANCE.
           MOVE 'N' TO WS-FINE-FOUND-SWITCH
           MOVE 0   TO WS-FINE-FOUND-IDX
           PERFORM VARYING WS-FINE-IDX FROM 1 BY 1
                   UNTIL WS-FINE-IDX > WS-FINE-COUNT
                      OR WS-FINE-ON-FILE
               IF WS-F-PATRON-ID (WS-FINE-IDX) = WS-TARGET-PATRON
                   MOVE 'Y' TO WS-FINE-FOUND-SWITCH
                   MOVE WS-FINE-IDX TO WS-FINE-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2950-LOG-EXCEPTION
      *----------------------------------------------------------------
       2950-LOG-EXCEPTION.
           MOVE "CollectionsReferral" TO EXCP-PROGRAM-ID
           MOVE WS-EXCP-KEY           TO EXCP-KEY-VALUE
           MOVE WS-EXCP-FIELD         TO EXCP-FIELD-NAME
           MOVE WS-EXCP-REASON        TO EXCP-REASON
           MOVE WS-RUN-DATE           TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD.

      *----------------------------------------------------------------
      * 3000-FORWARD-RECOVERIES - the agency's recovery file, when
      * one has arrived.  Each recovery for a patron the agency is
      * working goes on to FinePayments as an 'R' transaction; one
      * for anyone else is left on the exception report.
      *----------------------------------------------------------------
       3000-FORWARD-RECOVERIES.
           OPEN INPUT AGENCY-RECOVERY-FILE
           IF WS-RECV-STATUS NOT = "00"
               DISPLAY "No agency recovery file this run."
           ELSE
               PERFORM 3200-READ-RECOVERY
               PERFORM UNTIL WS-RECV-END-OF-FILE
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 3100-CHECK-RECOVERY
                   PERFORM 3200-READ-RECOVERY
               END-PERFORM
               CLOSE AGENCY-RECOVERY-FILE
           END-IF.

      *----------------------------------------------------------------
      * 3100-CHECK-RECOVERY
      *----------------------------------------------------------------
       3100-CHECK-RECOVERY.
           MOVE AGYRECV-PATRON-ID TO WS-TARGET-PATRON
           PERFORM 2900-FIND-FINE-BALANCE
           PERFORM 2800-FIND-PATRON
           MOVE SPACES TO WS-EXCP-REASON
           EVALUATE TRUE
               WHEN AGYRECV-AMOUNT NOT NUMERIC
                 OR AGYRECV-AMOUNT = 0
                   MOVE "AGYRECV-AMOUNT" TO WS-EXCP-FIELD
                   MOVE "AGENCY RECOVERY HAS NO AMOUNT"
                       TO WS-EXCP-REASON
               WHEN NOT WS-FINE-ON-FILE
                   MOVE "AGYRECV-PATRON-ID" TO WS-EXCP-FIELD
                   MOVE "AGENCY RECOVERY - NO FINE BALANCE"
                       TO WS-EXCP-REASON
               WHEN NOT WS-F-WITH-AGENCY (WS-FINE-FOUND-IDX)
                   MOVE "AGYRECV-PATRON-ID" TO WS-EXCP-FIELD
                   MOVE "AGENCY RECOVERY - PATRON NOT REFERRED"
                       TO WS-EXCP-REASON
           END-EVALUATE

           IF WS-EXCP-REASON NOT = SPACES
               ADD 1 TO WS-RECOVERY-REJECTS
               MOVE AGYRECV-PATRON-ID TO WS-EXCP-KEY
               PERFORM 2950-LOG-EXCEPTION
           ELSE
               MOVE AGYRECV-PATRON-ID   TO FINETRAN-PATRON-ID
               MOVE 'R'                 TO FINETRAN-TYPE
               MOVE AGYRECV-AMOUNT      TO FINETRAN-AMOUNT
               MOVE OPRAUTH-OPERATOR-ID TO FINETRAN-OPERATOR-ID
               WRITE FINE-TRAN-RECORD
               ADD 1 TO WS-RECOVERY-COUNT
               ADD AGYRECV-AMOUNT TO WS-RECOVERY-TOTAL

               MOVE AGYRECV-PATRON-ID TO WS-D-PATRON
               MOVE SPACES TO WS-D-NAME
               IF WS-PATRON-ON-FILE
                   MOVE WS-P-PATRON-NAME (WS-PAT-FOUND-IDX)
                       TO WS-D-NAME
               END-IF
               MOVE WS-F-OWED-SINCE (WS-FINE-FOUND-IDX)
                   TO WS-D-OWED-SINCE
               MOVE AGYRECV-AMOUNT TO WS-D-AMOUNT
               MOVE "RECOVERY FORWARDED FOR POSTING" TO WS-D-ACTION
               WRITE COLL-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

      *----------------------------------------------------------------
      * 3200-READ-RECOVERY
      *----------------------------------------------------------------
       3200-READ-RECOVERY.
           READ AGENCY-RECOVERY-FILE
               AT END
                   MOVE 'Y' TO WS-RECV-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 4000-REWRITE-FINE-FILE - balances with this run's referral
      * fees added.
      *----------------------------------------------------------------
       4000-REWRITE-FINE-FILE.
           OPEN OUTPUT PATRON-FINE-FILE
           PERFORM VARYING WS-FINE-IDX FROM 1 BY 1
                   UNTIL WS-FINE-IDX > WS-FINE-COUNT
               MOVE WS-F-PATRON-ID (WS-FINE-IDX)
                   TO PATFINE-PATRON-ID
               MOVE WS-F-BALANCE (WS-FINE-IDX) TO PATFINE-BALANCE
               WRITE PATRON-FINE-RECORD
           END-PERFORM
           CLOSE PATRON-FINE-FILE.

      *----------------------------------------------------------------
      * 4100-REWRITE-PATRON-FILE - the roster with this run's
      * referred patrons blocked.
      *----------------------------------------------------------------
       4100-REWRITE-PATRON-FILE.
           OPEN OUTPUT PATRON-MASTER-FILE
           PERFORM VARYING WS-PAT-IDX FROM 1 BY 1
                   UNTIL WS-PAT-IDX > WS-PATRON-COUNT
               MOVE WS-P-PATRON-ID (WS-PAT-IDX)    TO PATM-PATRON-ID
               MOVE WS-P-PATRON-NAME (WS-PAT-IDX)  TO PATM-PATRON-NAME
               MOVE WS-P-PHONE-NUMBER (WS-PAT-IDX)
                   TO PATM-PHONE-NUMBER
               MOVE WS-P-PRIVILEGE (WS-PAT-IDX)
                   TO PATM-PRIVILEGE-STATUS
               WRITE PATRON-MASTER-RECORD
           END-PERFORM
           CLOSE PATRON-MASTER-FILE.

      *----------------------------------------------------------------
      * 5000-TERMINATE
      *----------------------------------------------------------------
       5000-TERMINATE.
           MOVE WS-REFERRED-COUNT TO WS-FT-REFERRED
           MOVE WS-FEES-ADDED     TO WS-FT-FEES
           MOVE WS-RECOVERY-COUNT TO WS-FT-RECOVERIES
           MOVE WS-RECOVERY-TOTAL TO WS-FT-RECOVERED
           WRITE COLL-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE COLL-REPORT-FILE
           CLOSE REFERRAL-FILE
           CLOSE FINE-TRAN-FILE
           CLOSE FINE-AUDIT-FILE
           CLOSE EXCEPTION-REPORT-FILE
           DISPLAY "REFERRED: " WS-REFERRED-COUNT
                   "  UNDATED: " WS-UNDATED-COUNT
                   "  RECOVERIES: " WS-RECOVERY-COUNT
                   "  RECOVERIES REJECTED: " WS-RECOVERY-REJECTS.

      *----------------------------------------------------------------
      * 9000-END-RC08 - the run stops before any file is touched.
      *----------------------------------------------------------------
       9000-END-RC08.
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-RECORDS-READ TO RLOG-RECORDS-READ
           MOVE 0 TO RLOG-RECORDS-WRITTEN
           MOVE "RC08" TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS
           MOVE 8 TO RETURN-CODE
           STOP RUN.
