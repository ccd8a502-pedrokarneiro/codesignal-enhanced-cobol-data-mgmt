       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckMaint.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - CHECK REGISTER MAINTENANCE.
      *                  THE BANK'S CHKPAID PAID-ITEMS FILE MARKS EACH
      *                  CLEARED CHECK PAID ON CHKREG; CHKVOID REQUESTS
      *                  VOID AN OUTSTANDING CHECK; AND EVERY CHECK
      *                  STILL OUTSTANDING AFTER THE CHKCTL STALE
      *                  PERIOD (DEFAULT SIX MONTHS) IS STALE-DATED.
      *                  A VOIDED OR STALE-DATED CHECK GOES TO THE BANK
      *                  AS A POSITIVE-PAY 'V' ENTRY SO IT WILL NOT
      *                  CLEAR.  A PAID ITEM OR VOID THAT DOES NOT FIT
      *                  THE REGISTER - UNKNOWN NUMBER, WRONG AMOUNT,
      *                  ALREADY VOIDED OR PAID - IS REPORTED AND
      *                  LOGGED TO EXCPRPT, NEVER APPLIED.  CHKREG IS
      *                  REWRITTEN IN PLACE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKREG-STATUS.

           SELECT CHECK-CONTROL-FILE ASSIGN TO "CHKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKCTL-STATUS.

           SELECT CHECK-PAID-FILE ASSIGN TO "CHKPAID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPAID-STATUS.

           SELECT CHECK-VOID-FILE ASSIGN TO "CHKVOID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKVOID-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO "CHKMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REGISTER-FILE.
       COPY CHKREG.

       FD  CHECK-CONTROL-FILE.
       COPY CHKCTL.

       FD  CHECK-PAID-FILE.
       COPY CHKPAID.

       FD  CHECK-VOID-FILE.
       COPY CHKVOID.

       FD  POSITIVE-PAY-FILE.
       COPY POSPAY.

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CHKREG-STATUS          PIC X(2).
       01  WS-CHKCTL-STATUS          PIC X(2).
       01  WS-CHKPAID-STATUS         PIC X(2).
       01  WS-CHKVOID-STATUS         PIC X(2).
       01  WS-EXCP-STATUS            PIC X(2).
       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.

       01  WS-ACCOUNT-NUMBER         PIC 9(10) VALUE 0.
       01  WS-STALE-MONTHS           PIC 9(2) VALUE 6.

      *----------------------------------------------------------------
      * Stale-date cutoff - the run date moved back the stale period
      * in months; a check issued before it is stale.
      *----------------------------------------------------------------
       01  WS-DATE-WORK              PIC 9(8) VALUE 0.
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DW-YEAR            PIC 9(4).
           05  WS-DW-MONTH           PIC 9(2).
           05  WS-DW-DAY             PIC 9(2).
       01  WS-MONTHS-TOTAL           PIC 9(6) COMP VALUE 0.
       01  WS-STALE-CUTOFF           PIC 9(8) VALUE 0.

       01  WS-PAID-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-PAID-TOTAL             PIC S9(9)V99 VALUE 0.
       01  WS-VOID-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-VOID-TOTAL             PIC S9(9)V99 VALUE 0.
       01  WS-STALE-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-STALE-TOTAL            PIC S9(9)V99 VALUE 0.
       01  WS-REJECT-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-INPUT-COUNT            PIC 9(7) COMP VALUE 0.

      *----------------------------------------------------------------
      * WS-REGISTER-TABLE - the whole register as raw images with the
      * status fields redefined out, updated in place and rewritten.
      *----------------------------------------------------------------
       01  WS-REG-COUNT              PIC 9(5) COMP VALUE 0.
       01  WS-REG-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-CHECK-FOUND        VALUE 'Y'.
       01  WS-REG-FOUND-IDX          PIC 9(5) COMP VALUE 0.
       01  WS-LOOKUP-CHECK           PIC 9(8) VALUE 0.
       01  WS-REGISTER-TABLE.
           05  WS-REG-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-REG-COUNT
                   INDEXED BY WS-REG-IDX.
               10  WS-R-RECORD-IMAGE  PIC X(75).
               10  WS-R-RECORD-FIELDS REDEFINES WS-R-RECORD-IMAGE.
                   15  WS-R-CHECK-NUMBER  PIC 9(8).
                   15  WS-R-ISSUE-DATE    PIC 9(8).
                   15  WS-R-PAYEE-NUMBER  PIC 9(6).
                   15  WS-R-PAYEE-NAME    PIC X(20).
                   15  WS-R-AMOUNT        PIC 9(7)V99.
                   15  WS-R-SOURCE        PIC X(15).
                   15  WS-R-STATUS        PIC X.
                   15  WS-R-STATUS-DATE   PIC 9(8).

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(32) VALUE "CHECK REGISTER MAINTENANCE".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER PIC X(19) VALUE "  STALE BEFORE:   ".
           05  WS-H-CUTOFF      PIC 9(8).
           05  FILLER           PIC X(23) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(10) VALUE "CHECK NO".
           05  FILLER PIC X(10) VALUE "ISSUED".
           05  FILLER PIC X(8)  VALUE "PAYEE".
           05  FILLER PIC X(22) VALUE "NAME".
           05  FILLER PIC X(14) VALUE "AMOUNT".
           05  FILLER PIC X(36) VALUE "ACTION".

       01  WS-DETAIL-LINE.
           05  WS-D-CHECK-NUMBER  PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-ISSUE-DATE    PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-PAYEE-NUMBER  PIC 9(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-PAYEE-NAME    PIC X(20).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-ACTION        PIC X(36).

       01  WS-REPORT-FOOTER-1.
           05  FILLER PIC X(14) VALUE "PAID:".
           05  WS-F-PAID-COUNT  PIC ZZ,ZZ9.
           05  FILLER PIC X(4)  VALUE SPACES.
           05  WS-F-PAID-TOTAL  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(12) VALUE "   VOIDED:".
           05  WS-F-VOID-COUNT  PIC ZZ,ZZ9.
           05  FILLER PIC X(4)  VALUE SPACES.
           05  WS-F-VOID-TOTAL  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(26) VALUE SPACES.

       01  WS-REPORT-FOOTER-2.
           05  FILLER PIC X(14) VALUE "STALE-DATED:".
           05  WS-F-STALE-COUNT PIC ZZ,ZZ9.
           05  FILLER PIC X(4)  VALUE SPACES.
           05  WS-F-STALE-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(12) VALUE "   REJECTED:".
           05  WS-F-REJECT-COUNT PIC ZZ,ZZ9.
           05  FILLER           PIC X(44) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "CheckMaint" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           ACCEPT OPRAUTH-OPERATOR-ID FROM SYSIN
           MOVE "CheckMaint" TO OPRAUTH-CALLER-ID
           CALL "SignOnCheck" USING OPERATOR-AUTH-PARMS
           IF OPRAUTH-DENIED
               DISPLAY "*** SIGN-ON REJECTED - UNAUTHORIZED OPERATOR: "
                       OPRAUTH-OPERATOR-ID " ***"
               STOP RUN
           END-IF
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."

           PERFORM 0500-LOAD-CONTROL
           PERFORM 0700-LOAD-REGISTER
           PERFORM 0900-OPEN-FILES

           PERFORM 1000-APPLY-PAID-ITEMS
           PERFORM 2000-APPLY-VOIDS
           PERFORM 3000-STALE-DATE-CHECKS

           PERFORM 4000-REWRITE-REGISTER
           PERFORM 5000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------
      * 0500-LOAD-CONTROL - the disbursement account and stale
      * period, and the cutoff date they give.
      *----------------------------------------------------------------
       0500-LOAD-CONTROL.
           OPEN INPUT CHECK-CONTROL-FILE
           IF WS-CHKCTL-STATUS NOT = "35"
               READ CHECK-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CHKCTL-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER
                       IF CHKCTL-STALE-MONTHS NUMERIC
                          AND CHKCTL-STALE-MONTHS > 0
                           MOVE CHKCTL-STALE-MONTHS TO WS-STALE-MONTHS
                       END-IF
               END-READ
               CLOSE CHECK-CONTROL-FILE
           END-IF

           MOVE WS-RUN-DATE TO WS-DATE-WORK
           COMPUTE WS-MONTHS-TOTAL = WS-DW-YEAR * 12 + WS-DW-MONTH
                                   - 1 - WS-STALE-MONTHS
           DIVIDE WS-MONTHS-TOTAL BY 12
               GIVING WS-DW-YEAR REMAINDER WS-DW-MONTH
           ADD 1 TO WS-DW-MONTH
           MOVE WS-DATE-WORK TO WS-STALE-CUTOFF
           DISPLAY "Stale-dating checks issued before " WS-STALE-CUTOFF.

      *----------------------------------------------------------------
      * 0700-LOAD-REGISTER - no register yet means nothing has ever
      * printed, and the table is left empty.
      *----------------------------------------------------------------
       0700-LOAD-REGISTER.
           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-CHKREG-STATUS NOT = "35"
               PERFORM 0750-READ-REGISTER
               PERFORM UNTIL WS-CHKREG-STATUS NOT = "00"
                       OR WS-REG-COUNT >= 5000
                   ADD 1 TO WS-REG-COUNT
                   MOVE CHECK-REGISTER-RECORD
                       TO WS-R-RECORD-IMAGE (WS-REG-COUNT)
                   PERFORM 0750-READ-REGISTER
               END-PERFORM
               CLOSE CHECK-REGISTER-FILE
           END-IF.

      *----------------------------------------------------------------
      * 0750-READ-REGISTER
      *----------------------------------------------------------------
       0750-READ-REGISTER.
           READ CHECK-REGISTER-FILE
               AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------
      * 0900-OPEN-FILES
      *----------------------------------------------------------------
       0900-OPEN-FILES.
           OPEN EXTEND EXCEPTION-REPORT-FILE
           IF WS-EXCP-STATUS = "35"
               OPEN OUTPUT EXCEPTION-REPORT-FILE
           END-IF
           OPEN OUTPUT POSITIVE-PAY-FILE
           OPEN OUTPUT MAINT-REPORT-FILE
           MOVE WS-RUN-DATE     TO WS-H-RUN-DATE
           MOVE WS-STALE-CUTOFF TO WS-H-CUTOFF
           WRITE MAINT-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE MAINT-REPORT-LINE FROM WS-REPORT-HEADING-2.

      *----------------------------------------------------------------
      * 1000-APPLY-PAID-ITEMS - each check the bank cleared.  Paid
      * items go first, so a check that cleared is never voided or
      * stale-dated in the same run.
      *----------------------------------------------------------------
       1000-APPLY-PAID-ITEMS.
           OPEN INPUT CHECK-PAID-FILE
           IF WS-CHKPAID-STATUS NOT = "35"
               PERFORM 1100-READ-PAID
               PERFORM UNTIL WS-CHKPAID-STATUS NOT = "00"
                   ADD 1 TO WS-INPUT-COUNT
                   PERFORM 1200-APPLY-PAID-ITEM
                   PERFORM 1100-READ-PAID
               END-PERFORM
               CLOSE CHECK-PAID-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1100-READ-PAID
      *----------------------------------------------------------------
       1100-READ-PAID.
           READ CHECK-PAID-FILE
               AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------
      * 1200-APPLY-PAID-ITEM - an outstanding check paid for its
      * issued amount is marked paid.  Anything else went past
      * positive pay and needs a person to look at it.
      *----------------------------------------------------------------
       1200-APPLY-PAID-ITEM.
           MOVE CHKPD-CHECK-NUMBER TO WS-LOOKUP-CHECK
           PERFORM 6000-FIND-CHECK
           MOVE CHKPD-CHECK-NUMBER TO WS-D-CHECK-NUMBER
           MOVE CHKPD-AMOUNT       TO WS-D-AMOUNT
           EVALUATE TRUE
               WHEN NOT WS-CHECK-FOUND
                   MOVE "PAID ITEM NOT ON CHECK REGISTER"
                       TO EXCP-REASON
                   PERFORM 6200-REJECT-NOT-FOUND
               WHEN WS-R-STATUS (WS-REG-FOUND-IDX) NOT = 'O'
                   MOVE "PAID ITEM ALREADY PAID, VOID OR STALE"
                       TO EXCP-REASON
                   PERFORM 6100-REJECT-FOUND
               WHEN WS-R-AMOUNT (WS-REG-FOUND-IDX) NOT = CHKPD-AMOUNT
                   MOVE "PAID AMOUNT DIFFERS FROM CHECK ISSUED"
                       TO EXCP-REASON
                   PERFORM 6100-REJECT-FOUND
               WHEN OTHER
                   MOVE 'P' TO WS-R-STATUS (WS-REG-FOUND-IDX)
                   MOVE CHKPD-PAID-DATE
                       TO WS-R-STATUS-DATE (WS-REG-FOUND-IDX)
                   MOVE WS-R-ISSUE-DATE (WS-REG-FOUND-IDX)
                       TO WS-D-ISSUE-DATE
                   MOVE WS-R-PAYEE-NUMBER (WS-REG-FOUND-IDX)
                       TO WS-D-PAYEE-NUMBER
                   MOVE WS-R-PAYEE-NAME (WS-REG-FOUND-IDX)
                       TO WS-D-PAYEE-NAME
                   MOVE SPACES TO WS-D-ACTION
                   STRING "PAID " CHKPD-PAID-DATE
                       DELIMITED BY SIZE INTO WS-D-ACTION
                   WRITE MAINT-REPORT-LINE FROM WS-DETAIL-LINE
                   ADD 1 TO WS-PAID-COUNT
                   ADD CHKPD-AMOUNT TO WS-PAID-TOTAL
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2000-APPLY-VOIDS - each void request keyed by payroll.
      *----------------------------------------------------------------
       2000-APPLY-VOIDS.
           OPEN INPUT CHECK-VOID-FILE
           IF WS-CHKVOID-STATUS NOT = "35"
               PERFORM 2100-READ-VOID
               PERFORM UNTIL WS-CHKVOID-STATUS NOT = "00"
                   ADD 1 TO WS-INPUT-COUNT
                   PERFORM 2200-APPLY-VOID
                   PERFORM 2100-READ-VOID
               END-PERFORM
               CLOSE CHECK-VOID-FILE
           END-IF.

      *----------------------------------------------------------------
      * 2100-READ-VOID
      *----------------------------------------------------------------
       2100-READ-VOID.
           READ CHECK-VOID-FILE
               AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------
      * 2200-APPLY-VOID - only an outstanding check can be voided; a
      * paid one has already cleared and must be recovered from the
      * payee instead.
      *----------------------------------------------------------------
       2200-APPLY-VOID.
           MOVE CHKV-CHECK-NUMBER TO WS-LOOKUP-CHECK
           PERFORM 6000-FIND-CHECK
           MOVE CHKV-CHECK-NUMBER TO WS-D-CHECK-NUMBER
           EVALUATE TRUE
               WHEN NOT WS-CHECK-FOUND
                   MOVE 0 TO WS-D-AMOUNT
                   MOVE "VOID REQUEST - CHECK NOT ON REGISTER"
                       TO EXCP-REASON
                   PERFORM 6200-REJECT-NOT-FOUND
               WHEN WS-R-STATUS (WS-REG-FOUND-IDX) NOT = 'O'
                   MOVE WS-R-AMOUNT (WS-REG-FOUND-IDX) TO WS-D-AMOUNT
                   MOVE "VOID REQUEST - CHECK NOT OUTSTANDING"
                       TO EXCP-REASON
                   PERFORM 6100-REJECT-FOUND
               WHEN OTHER
                   MOVE 'V' TO WS-R-STATUS (WS-REG-FOUND-IDX)
                   MOVE WS-RUN-DATE
                       TO WS-R-STATUS-DATE (WS-REG-FOUND-IDX)
                   MOVE WS-REG-FOUND-IDX TO WS-REG-IDX
                   MOVE SPACES TO WS-D-ACTION
                   STRING "VOIDED - " CHKV-REASON
                       DELIMITED BY SIZE INTO WS-D-ACTION
                   PERFORM 6300-CANCEL-AT-BANK
                   ADD 1 TO WS-VOID-COUNT
                   ADD WS-R-AMOUNT (WS-REG-FOUND-IDX) TO WS-VOID-TOTAL
           END-EVALUATE.

      *----------------------------------------------------------------
      * 3000-STALE-DATE-CHECKS - every check still outstanding that
      * was issued before the cutoff.
      *----------------------------------------------------------------
       3000-STALE-DATE-CHECKS.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-R-STATUS (WS-REG-IDX) = 'O'
                  AND WS-R-ISSUE-DATE (WS-REG-IDX) < WS-STALE-CUTOFF
                   MOVE 'S' TO WS-R-STATUS (WS-REG-IDX)
                   MOVE WS-RUN-DATE TO WS-R-STATUS-DATE (WS-REG-IDX)
                   MOVE WS-R-CHECK-NUMBER (WS-REG-IDX)
                       TO WS-D-CHECK-NUMBER
                   MOVE "STALE-DATED - PAYEE TO BE CONTACTED"
                       TO WS-D-ACTION
                   PERFORM 6300-CANCEL-AT-BANK
                   ADD 1 TO WS-STALE-COUNT
                   ADD WS-R-AMOUNT (WS-REG-IDX) TO WS-STALE-TOTAL
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 4000-REWRITE-REGISTER - every entry carried forward, with
      * this run's status changes.
      *----------------------------------------------------------------
       4000-REWRITE-REGISTER.
           IF WS-REG-COUNT > 0
               OPEN OUTPUT CHECK-REGISTER-FILE
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                       UNTIL WS-REG-IDX > WS-REG-COUNT
                   MOVE WS-R-RECORD-IMAGE (WS-REG-IDX)
                       TO CHECK-REGISTER-RECORD
                   WRITE CHECK-REGISTER-RECORD
               END-PERFORM
               CLOSE CHECK-REGISTER-FILE
           END-IF.

      *----------------------------------------------------------------
      * 5000-TERMINATE
      *----------------------------------------------------------------
       5000-TERMINATE.
           MOVE WS-PAID-COUNT   TO WS-F-PAID-COUNT
           MOVE WS-PAID-TOTAL   TO WS-F-PAID-TOTAL
           MOVE WS-VOID-COUNT   TO WS-F-VOID-COUNT
           MOVE WS-VOID-TOTAL   TO WS-F-VOID-TOTAL
           MOVE WS-STALE-COUNT  TO WS-F-STALE-COUNT
           MOVE WS-STALE-TOTAL  TO WS-F-STALE-TOTAL
           MOVE WS-REJECT-COUNT TO WS-F-REJECT-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE FROM WS-REPORT-FOOTER-1
           WRITE MAINT-REPORT-LINE FROM WS-REPORT-FOOTER-2
           CLOSE MAINT-REPORT-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE EXCEPTION-REPORT-FILE

           DISPLAY "CHECKS PAID: " WS-PAID-COUNT
                   "  VOIDED: " WS-VOID-COUNT
                   "  STALE-DATED: " WS-STALE-COUNT
                   "  REJECTED: " WS-REJECT-COUNT

           MOVE 'E' TO RLOG-ACTION
           MOVE WS-INPUT-COUNT TO RLOG-RECORDS-READ
           COMPUTE RLOG-RECORDS-WRITTEN = WS-PAID-COUNT
                                        + WS-VOID-COUNT
                                        + WS-STALE-COUNT
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS.

      *----------------------------------------------------------------
      * 6000-FIND-CHECK - WS-LOOKUP-CHECK on the register.
      *----------------------------------------------------------------
       6000-FIND-CHECK.
           MOVE 'N' TO WS-REG-FOUND-SWITCH
           MOVE 0   TO WS-REG-FOUND-IDX
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
                      OR WS-CHECK-FOUND
               IF WS-R-CHECK-NUMBER (WS-REG-IDX) = WS-LOOKUP-CHECK
                   MOVE 'Y' TO WS-REG-FOUND-SWITCH
                   MOVE WS-REG-IDX TO WS-REG-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 6100-REJECT-FOUND - EXCP-REASON is set; the check is on the
      * register, so its payee prints beside the reason.
      *----------------------------------------------------------------
       6100-REJECT-FOUND.
           MOVE WS-R-ISSUE-DATE (WS-REG-FOUND-IDX)   TO WS-D-ISSUE-DATE
           MOVE WS-R-PAYEE-NUMBER (WS-REG-FOUND-IDX)
               TO WS-D-PAYEE-NUMBER
           MOVE WS-R-PAYEE-NAME (WS-REG-FOUND-IDX)   TO WS-D-PAYEE-NAME
           PERFORM 6250-LOG-REJECT.

      *----------------------------------------------------------------
      * 6200-REJECT-NOT-FOUND - EXCP-REASON is set.
      *----------------------------------------------------------------
       6200-REJECT-NOT-FOUND.
           MOVE 0      TO WS-D-ISSUE-DATE
           MOVE 0      TO WS-D-PAYEE-NUMBER
           MOVE SPACES TO WS-D-PAYEE-NAME
           PERFORM 6250-LOG-REJECT.

      *----------------------------------------------------------------
      * 6250-LOG-REJECT - report line and EXCPRPT entry.
      *----------------------------------------------------------------
       6250-LOG-REJECT.
           MOVE SPACES TO WS-D-ACTION
           STRING "*** " EXCP-REASON
               DELIMITED BY SIZE INTO WS-D-ACTION
           WRITE MAINT-REPORT-LINE FROM WS-DETAIL-LINE
           MOVE "CheckMaint"       TO EXCP-PROGRAM-ID
           MOVE WS-LOOKUP-CHECK    TO EXCP-KEY-VALUE
           MOVE "CHKREG-STATUS"    TO EXCP-FIELD-NAME
           MOVE WS-RUN-DATE        TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD
           ADD 1 TO WS-REJECT-COUNT.

      *----------------------------------------------------------------
      * 6300-CANCEL-AT-BANK - the positive-pay 'V' entry for the
      * check at WS-REG-IDX, and its report line.  WS-D-ACTION and
      * WS-D-CHECK-NUMBER are already set.
      *----------------------------------------------------------------
       6300-CANCEL-AT-BANK.
           MOVE WS-ACCOUNT-NUMBER TO POSPAY-ACCOUNT-NUMBER
           MOVE WS-R-CHECK-NUMBER (WS-REG-IDX) TO POSPAY-CHECK-NUMBER
           MOVE WS-R-ISSUE-DATE (WS-REG-IDX)   TO POSPAY-ISSUE-DATE
           MOVE WS-R-AMOUNT (WS-REG-IDX)       TO POSPAY-AMOUNT
           MOVE WS-R-PAYEE-NAME (WS-REG-IDX)   TO POSPAY-PAYEE-NAME
           MOVE 'V'                            TO POSPAY-ACTION
           WRITE POSITIVE-PAY-RECORD

           MOVE WS-R-ISSUE-DATE (WS-REG-IDX)   TO WS-D-ISSUE-DATE
           MOVE WS-R-PAYEE-NUMBER (WS-REG-IDX) TO WS-D-PAYEE-NUMBER
           MOVE WS-R-PAYEE-NAME (WS-REG-IDX)   TO WS-D-PAYEE-NAME
           MOVE WS-R-AMOUNT (WS-REG-IDX)       TO WS-D-AMOUNT
           WRITE MAINT-REPORT-LINE FROM WS-DETAIL-LINE.
