       IDENTIFICATION DIVISION.
       PROGRAM-ID. PostingRegister.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - SHARED POSTING REGISTER.  A
      *                  STEP RERUN AFTER A PARTIAL FAILURE USED TO
      *                  APPEND TO BALHIST, BALAUDIT, EODCTL, INTYTD,
      *                  PAYHIST AND EODSUM A SECOND TIME UNDER THE
      *                  SAME BUSINESS DATE, AND ControlTotalVerify AND
      *                  THE TREND REPORTS DOUBLE COUNTED.  EVERY
      *                  POSTING PROGRAM NOW CHECKS IN ('C') BEFORE IT
      *                  OPENS ITS APPEND FILES AND REGISTERS ('F') IN
      *                  POSTREG WHEN IT FINISHES.  A PROGRAM ALREADY
      *                  REGISTERED FOR THE DATE IS REFUSED UNLESS A
      *                  RERUNREQ ENTRY AUTHORIZES A REPLACE, IN WHICH
      *                  CASE ITS ENTRIES FOR THE DATE ARE FIRST
      *                  REMOVED FROM EACH FILE IT APPENDS TO AND EACH
      *                  FILE CLEARED IS LOGGED TO REPLLOG.  A REQUEST
      *                  ALSO CLEARS WHAT A FAILED, UNREGISTERED RUN
      *                  LEFT BEHIND.
      * 2026-10-15  DLH  A RERUNREQ ENTRY IS NOW GOOD FOR ONE REPLACE -
      *                  WHEN THE REPLACE RUN REGISTERS, THE ENTRY IS
      *                  MARKED USED AND IS PASSED OVER FROM THEN ON, SO
      *                  A LATER RUN FOR THE SAME DATE IS REFUSED AGAIN
      *                  INSTEAD OF SILENTLY REPLACING.  ALSO PURGES
      *                  THE LOANPAY AND ACHOUT FILES GroupCalcDemo
      *                  APPENDS TO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-REGISTER-FILE ASSIGN TO "POSTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTREG-STATUS.

           SELECT RERUN-REQUEST-FILE ASSIGN TO "RERUNREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RERUNREQ-STATUS.

           SELECT REPLACE-LOG-FILE ASSIGN TO "REPLLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLLOG-STATUS.

           SELECT POSTING-WORK-FILE ASSIGN TO "POSTWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "BALAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CONTROL-REPORT-FILE ASSIGN TO "EODCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT INTEREST-YTD-FILE ASSIGN TO "INTYTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTYTD-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT SUMMARY-REPORT-FILE ASSIGN TO "EODSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT LOAN-PAYMENT-FILE ASSIGN TO "LOANPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANPAY-STATUS.

           SELECT ACH-OUTBOUND-FILE ASSIGN TO "ACHOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-REGISTER-FILE.
       COPY POSTREG.

       FD  RERUN-REQUEST-FILE.
       COPY RERUNREQ.

       FD  REPLACE-LOG-FILE.
       COPY REPLLOG.

      *----------------------------------------------------------------
      * Holding file for the entries kept while one append file is
      * cleared, or while RERUNREQ is marked - wide enough for the
      * longest of the layouts.
      *----------------------------------------------------------------
       FD  POSTING-WORK-FILE.
       01  POSTING-WORK-RECORD          PIC X(100).

       FD  BALANCE-HISTORY-FILE.
       COPY BALHIST.

       FD  AUDIT-TRAIL-FILE.
       COPY AUDTRL.

       FD  CONTROL-REPORT-FILE.
       COPY EODCTL.

       FD  INTEREST-YTD-FILE.
       COPY INTYTD.

       FD  PAY-HISTORY-FILE.
       COPY PAYHIST.

       FD  SUMMARY-REPORT-FILE.
       COPY EODSUM.

       FD  LOAN-PAYMENT-FILE.
       COPY LOANPAY.

       FD  ACH-OUTBOUND-FILE.
       COPY ACHOUT.

       WORKING-STORAGE SECTION.
       01  WS-POSTREG-STATUS         PIC X(2).
       01  WS-RERUNREQ-STATUS        PIC X(2).
       01  WS-REPLLOG-STATUS         PIC X(2).
       01  WS-WORK-STATUS            PIC X(2).
       01  WS-HISTORY-STATUS         PIC X(2).
       01  WS-AUDIT-STATUS           PIC X(2).
       01  WS-CONTROL-STATUS         PIC X(2).
       01  WS-INTYTD-STATUS          PIC X(2).
       01  WS-PAYHIST-STATUS         PIC X(2).
       01  WS-SUMMARY-STATUS         PIC X(2).
       01  WS-LOANPAY-STATUS         PIC X(2).
       01  WS-ACHOUT-STATUS          PIC X(2).

       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-POSTED-SWITCH          PIC X VALUE 'N'.
           88  WS-ALREADY-POSTED     VALUE 'Y'.

       01  WS-REQUEST-SWITCH         PIC X VALUE 'N'.
           88  WS-REPLACE-REQUESTED  VALUE 'Y'.

       01  WS-KNOWN-FILE-SWITCH      PIC X VALUE 'Y'.
           88  WS-KNOWN-FILE         VALUE 'Y'.

       01  WS-CLOCK-DATE             PIC 9(8).
       01  WS-CLOCK-TIME             PIC 9(8).

       01  WS-FILE-IDX               PIC 9(2) COMP VALUE 0.
       01  WS-PURGE-FILE             PIC X(8).
       01  WS-REMOVED-COUNT          PIC 9(7) VALUE 0.
       01  WS-MARKED-COUNT           PIC 9(3) VALUE 0.
       01  WS-REQUESTED-BY           PIC X(8).
       01  WS-REASON                 PIC X(30).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       LINKAGE SECTION.

       01  POSTING-REGISTER-PARMS.
           COPY POSTREGP.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING POSTING-REGISTER-PARMS.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK-TIME FROM TIME

           EVALUATE TRUE
               WHEN PREG-CHECK-RUN
                   PERFORM 1000-CHECK-RUN
               WHEN PREG-FINISH-RUN
                   PERFORM 5000-REGISTER-RUN
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------
      * 1000-CHECK-RUN - a program with an open RERUNREQ entry for
      * the business date runs in replace mode, whether its earlier
      * run registered or failed part way through its appends.  With
      * no request, one already registered for the date is refused
      * and one not yet registered runs normally.
      *----------------------------------------------------------------
       1000-CHECK-RUN.
           MOVE 'N' TO PREG-RUN-MODE
           MOVE 0   TO PREG-RECORDS-REMOVED
           PERFORM 1100-FIND-REGISTRATION
           PERFORM 1200-FIND-RERUN-REQUEST
           EVALUATE TRUE
               WHEN WS-REPLACE-REQUESTED
                   PERFORM 1300-REPLACE-POSTINGS
               WHEN WS-ALREADY-POSTED
                   MOVE 'X' TO PREG-RUN-MODE
                   DISPLAY "*** " PREG-PROGRAM-ID " ALREADY POSTED FOR "
                           BUSDATE-DATE " - RUN REFUSED ***"
                   DISPLAY "*** QUEUE A RERUNREQ ENTRY TO RERUN IT IN "
                           "REPLACE MODE ***"
           END-EVALUATE.

      *----------------------------------------------------------------
      * 1100-FIND-REGISTRATION - any POSTREG entry for this program
      * and business date means it has already posted that date.
      *----------------------------------------------------------------
       1100-FIND-REGISTRATION.
           MOVE 'N' TO WS-POSTED-SWITCH
           OPEN INPUT POSTING-REGISTER-FILE
           IF WS-POSTREG-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ POSTING-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF POSTREG-PROGRAM-ID = PREG-PROGRAM-ID
                              AND POSTREG-BUSINESS-DATE = BUSDATE-DATE
                               MOVE 'Y' TO WS-POSTED-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-REGISTER-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1200-FIND-RERUN-REQUEST - the last open RERUNREQ entry for
      * this program and business date supplies the requester and
      * reason.  An entry already used by an earlier replace is
      * passed over.
      *----------------------------------------------------------------
       1200-FIND-RERUN-REQUEST.
           MOVE 'N' TO WS-REQUEST-SWITCH
           MOVE SPACES TO WS-REQUESTED-BY
           MOVE SPACES TO WS-REASON
           OPEN INPUT RERUN-REQUEST-FILE
           IF WS-RERUNREQ-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ RERUN-REQUEST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF RRQ-PROGRAM-ID = PREG-PROGRAM-ID
                              AND RRQ-BUSINESS-DATE = BUSDATE-DATE
                              AND RRQ-OPEN
                               MOVE 'Y' TO WS-REQUEST-SWITCH
                               MOVE RRQ-REQUESTED-BY TO WS-REQUESTED-BY
                               MOVE RRQ-REASON       TO WS-REASON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RERUN-REQUEST-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1300-REPLACE-POSTINGS - clear each listed append file before
      * the rerun posts again.
      *----------------------------------------------------------------
       1300-REPLACE-POSTINGS.
           MOVE 'R' TO PREG-RUN-MODE
           DISPLAY "*** " PREG-PROGRAM-ID " RERUN FOR " BUSDATE-DATE
                   " IN REPLACE MODE - REQUESTED BY " WS-REQUESTED-BY
                   " ***"
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 6
               MOVE PREG-APPEND-FILE (WS-FILE-IDX) TO WS-PURGE-FILE
               IF WS-PURGE-FILE NOT = SPACES
                   PERFORM 2000-PURGE-FILE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2000-PURGE-FILE - clear this program's entries for the
      * business date from one append file and log it, even when
      * none were found.
      *----------------------------------------------------------------
       2000-PURGE-FILE.
           MOVE 0 TO WS-REMOVED-COUNT
           MOVE 'Y' TO WS-KNOWN-FILE-SWITCH
           EVALUATE WS-PURGE-FILE
               WHEN "BALHIST"
                   PERFORM 2100-PURGE-BALHIST
               WHEN "BALAUDIT"
                   PERFORM 2200-PURGE-BALAUDIT
               WHEN "EODCTL"
                   PERFORM 2300-PURGE-EODCTL
               WHEN "INTYTD"
                   PERFORM 2400-PURGE-INTYTD
               WHEN "PAYHIST"
                   PERFORM 2500-PURGE-PAYHIST
               WHEN "EODSUM"
                   PERFORM 2600-PURGE-EODSUM
               WHEN "LOANPAY"
                   PERFORM 2700-PURGE-LOANPAY
               WHEN "ACHOUT"
                   PERFORM 2800-PURGE-ACHOUT
               WHEN OTHER
                   MOVE 'N' TO WS-KNOWN-FILE-SWITCH
                   DISPLAY "*** NO PURGE DEFINED FOR APPEND FILE "
                           WS-PURGE-FILE " ***"
           END-EVALUATE
           IF WS-KNOWN-FILE
               ADD WS-REMOVED-COUNT TO PREG-RECORDS-REMOVED
               DISPLAY "    " WS-PURGE-FILE " ENTRIES REMOVED: "
                       WS-REMOVED-COUNT
               PERFORM 2900-LOG-REPLACE
           END-IF.

      *----------------------------------------------------------------
      * 2100-PURGE-BALHIST - each purge copies the entries it keeps
      * to POSTWORK and, when anything was removed, copies them back
      * over the append file.
      *----------------------------------------------------------------
       2100-PURGE-BALHIST.
           OPEN INPUT BALANCE-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "35"
               OPEN OUTPUT POSTING-WORK-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ BALANCE-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF BALHIST-PROGRAM-ID = PREG-PROGRAM-ID
                              AND BALHIST-RUN-DATE = BUSDATE-DATE
                               ADD 1 TO WS-REMOVED-COUNT
                           ELSE
                               WRITE POSTING-WORK-RECORD
                                   FROM BALANCE-HISTORY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-HISTORY-FILE
               CLOSE POSTING-WORK-FILE
               IF WS-REMOVED-COUNT > 0
                   PERFORM 2150-RESTORE-BALHIST
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2150-RESTORE-BALHIST - copy the kept entries back.
      *----------------------------------------------------------------
       2150-RESTORE-BALHIST.
           OPEN INPUT POSTING-WORK-FILE
           OPEN OUTPUT BALANCE-HISTORY-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ POSTING-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE BALANCE-HISTORY-RECORD
                           FROM POSTING-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE POSTING-WORK-FILE
           CLOSE BALANCE-HISTORY-FILE.

      *----------------------------------------------------------------
      * 2200-PURGE-BALAUDIT
      *----------------------------------------------------------------
       2200-PURGE-BALAUDIT.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-STATUS NOT = "35"
               OPEN OUTPUT POSTING-WORK-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ AUDIT-TRAIL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF AUDIT-PROGRAM-ID = PREG-PROGRAM-ID
                              AND AUDIT-RUN-DATE = BUSDATE-DATE
                               ADD 1 TO WS-REMOVED-COUNT
                           ELSE
                               WRITE POSTING-WORK-RECORD
                                   FROM AUDIT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
               CLOSE POSTING-WORK-FILE
               IF WS-REMOVED-COUNT > 0
                   PERFORM 2250-RESTORE-BALAUDIT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2250-RESTORE-BALAUDIT - copy the kept entries back.
      *----------------------------------------------------------------
       2250-RESTORE-BALAUDIT.
           OPEN INPUT POSTING-WORK-FILE
           OPEN OUTPUT AUDIT-TRAIL-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ POSTING-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE AUDIT-RECORD
                           FROM POSTING-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE POSTING-WORK-FILE
           CLOSE AUDIT-TRAIL-FILE.

      *----------------------------------------------------------------
      * 2300-PURGE-EODCTL - run totals and branch subtotals alike.
      *----------------------------------------------------------------
       2300-PURGE-EODCTL.
           OPEN INPUT CONTROL-REPORT-FILE
           IF WS-CONTROL-STATUS NOT = "35"
               OPEN OUTPUT POSTING-WORK-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ CONTROL-REPORT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF CTL-PROGRAM-ID = PREG-PROGRAM-ID
                              AND CTL-RUN-DATE = BUSDATE-DATE
                               ADD 1 TO WS-REMOVED-COUNT
                           ELSE
                               WRITE POSTING-WORK-RECORD
                                   FROM CONTROL-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-REPORT-FILE
               CLOSE POSTING-WORK-FILE
               IF WS-REMOVED-COUNT > 0
                   PERFORM 2350-RESTORE-EODCTL
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2350-RESTORE-EODCTL - copy the kept entries back.
      *----------------------------------------------------------------
       2350-RESTORE-EODCTL.
           OPEN INPUT POSTING-WORK-FILE
           OPEN OUTPUT CONTROL-REPORT-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ POSTING-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE CONTROL-RECORD
                           FROM POSTING-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE POSTING-WORK-FILE
           CLOSE CONTROL-REPORT-FILE.

      *----------------------------------------------------------------
      * 2400-PURGE-INTYTD
      *----------------------------------------------------------------
       2400-PURGE-INTYTD.
           OPEN INPUT INTEREST-YTD-FILE
           IF WS-INTYTD-STATUS NOT = "35"
               OPEN OUTPUT POSTING-WORK-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ INTEREST-YTD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF INTYTD-PROGRAM-ID = PREG-PROGRAM-ID
                              AND INTYTD-RUN-DATE = BUSDATE-DATE
                               ADD 1 TO WS-REMOVED-COUNT
                           ELSE
                               WRITE POSTING-WORK-RECORD
                                   FROM INTEREST-YTD-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTEREST-YTD-FILE
               CLOSE POSTING-WORK-FILE
               IF WS-REMOVED-COUNT > 0
                   PERFORM 2450-RESTORE-INTYTD
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2450-RESTORE-INTYTD - copy the kept entries back.
      *----------------------------------------------------------------
       2450-RESTORE-INTYTD.
           OPEN INPUT POSTING-WORK-FILE
           OPEN OUTPUT INTEREST-YTD-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ POSTING-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE INTEREST-YTD-RECORD
                           FROM POSTING-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE POSTING-WORK-FILE
           CLOSE INTEREST-YTD-FILE.

      *----------------------------------------------------------------
      * 2500-PURGE-PAYHIST - PAYHIST carries no program ID, so the
      * writer is told apart by the entry type it passes: regular
      * (R or blank) is SalaryCalc's.
      *----------------------------------------------------------------
       2500-PURGE-PAYHIST.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PAYHIST-STATUS NOT = "35"
               OPEN OUTPUT POSTING-WORK-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ PAY-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF PAYH-RUN-DATE = BUSDATE-DATE
                              AND (PAYH-ENTRY-TYPE = PREG-PAYHIST-TYPE
                               OR (PREG-PAYHIST-TYPE = 'R'
                                   AND PAYH-REGULAR-ENTRY))
                               ADD 1 TO WS-REMOVED-COUNT
                           ELSE
                               WRITE POSTING-WORK-RECORD
                                   FROM PAY-HISTORY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
               CLOSE POSTING-WORK-FILE
               IF WS-REMOVED-COUNT > 0
                   PERFORM 2550-RESTORE-PAYHIST
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2550-RESTORE-PAYHIST - copy the kept entries back.
      *----------------------------------------------------------------
       2550-RESTORE-PAYHIST.
           OPEN INPUT POSTING-WORK-FILE
           OPEN OUTPUT PAY-HISTORY-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ POSTING-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE PAY-HISTORY-RECORD
                           FROM POSTING-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE POSTING-WORK-FILE
           CLOSE PAY-HISTORY-FILE.

      *----------------------------------------------------------------
      * 2600-PURGE-EODSUM
      *----------------------------------------------------------------
       2600-PURGE-EODSUM.
           OPEN INPUT SUMMARY-REPORT-FILE
           IF WS-SUMMARY-STATUS NOT = "35"
               OPEN OUTPUT POSTING-WORK-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ SUMMARY-REPORT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF EODSUM-PROGRAM-ID = PREG-PROGRAM-ID
                              AND EODSUM-RUN-DATE = BUSDATE-DATE
                               ADD 1 TO WS-REMOVED-COUNT
                           ELSE
                               WRITE POSTING-WORK-RECORD
                                   FROM EOD-SUMMARY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-REPORT-FILE
               CLOSE POSTING-WORK-FILE
               IF WS-REMOVED-COUNT > 0
                   PERFORM 2650-RESTORE-EODSUM
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2650-RESTORE-EODSUM - copy the kept entries back.
      *----------------------------------------------------------------
       2650-RESTORE-EODSUM.
           OPEN INPUT POSTING-WORK-FILE
           OPEN OUTPUT SUMMARY-REPORT-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ POSTING-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE EOD-SUMMARY-RECORD
                           FROM POSTING-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE POSTING-WORK-FILE
           CLOSE SUMMARY-REPORT-FILE.

      *----------------------------------------------------------------
      * 2700-PURGE-LOANPAY - LOANPAY carries no program ID; only
      * GroupCalcDemo writes it, so every entry for the business date
      * goes.
      *----------------------------------------------------------------
       2700-PURGE-LOANPAY.
           OPEN INPUT LOAN-PAYMENT-FILE
           IF WS-LOANPAY-STATUS NOT = "35"
               OPEN OUTPUT POSTING-WORK-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ LOAN-PAYMENT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF LOANPAY-RUN-DATE = BUSDATE-DATE
                               ADD 1 TO WS-REMOVED-COUNT
                           ELSE
                               WRITE POSTING-WORK-RECORD
                                   FROM LOAN-PAYMENT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-PAYMENT-FILE
               CLOSE POSTING-WORK-FILE
               IF WS-REMOVED-COUNT > 0
                   PERFORM 2750-RESTORE-LOANPAY
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2750-RESTORE-LOANPAY - copy the kept entries back.
      *----------------------------------------------------------------
       2750-RESTORE-LOANPAY.
           OPEN INPUT POSTING-WORK-FILE
           OPEN OUTPUT LOAN-PAYMENT-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ POSTING-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE LOAN-PAYMENT-RECORD
                           FROM POSTING-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE POSTING-WORK-FILE
           CLOSE LOAN-PAYMENT-FILE.

      *----------------------------------------------------------------
      * 2800-PURGE-ACHOUT - the ACH queue carries no program ID
      * either; GroupCalcDemo is its only writer.  Entries
      * AchOriginate has already drained are gone from the queue and
      * cannot be recalled here.
      *----------------------------------------------------------------
       2800-PURGE-ACHOUT.
           OPEN INPUT ACH-OUTBOUND-FILE
           IF WS-ACHOUT-STATUS NOT = "35"
               OPEN OUTPUT POSTING-WORK-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ ACH-OUTBOUND-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF ACHOUT-POSTED-DATE = BUSDATE-DATE
                               ADD 1 TO WS-REMOVED-COUNT
                           ELSE
                               WRITE POSTING-WORK-RECORD
                                   FROM ACH-OUTBOUND-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACH-OUTBOUND-FILE
               CLOSE POSTING-WORK-FILE
               IF WS-REMOVED-COUNT > 0
                   PERFORM 2850-RESTORE-ACHOUT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2850-RESTORE-ACHOUT - copy the kept entries back.
      *----------------------------------------------------------------
       2850-RESTORE-ACHOUT.
           OPEN INPUT POSTING-WORK-FILE
           OPEN OUTPUT ACH-OUTBOUND-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ POSTING-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE ACH-OUTBOUND-RECORD
                           FROM POSTING-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE POSTING-WORK-FILE
           CLOSE ACH-OUTBOUND-FILE.

      *----------------------------------------------------------------
      * 2900-LOG-REPLACE - one REPLLOG entry per file cleared.
      *----------------------------------------------------------------
       2900-LOG-REPLACE.
           OPEN EXTEND REPLACE-LOG-FILE
           IF WS-REPLLOG-STATUS = "35"
               OPEN OUTPUT REPLACE-LOG-FILE
           END-IF
           MOVE PREG-PROGRAM-ID     TO RPLG-PROGRAM-ID
           MOVE BUSDATE-DATE        TO RPLG-BUSINESS-DATE
           MOVE WS-PURGE-FILE       TO RPLG-FILE-NAME
           MOVE WS-REMOVED-COUNT    TO RPLG-RECORDS-REMOVED
           MOVE WS-CLOCK-DATE       TO RPLG-REPLACE-DATE
           MOVE WS-CLOCK-TIME (1:6) TO RPLG-REPLACE-TIME
           MOVE WS-REQUESTED-BY     TO RPLG-REQUESTED-BY
           MOVE WS-REASON           TO RPLG-REASON
           WRITE REPLACE-LOG-RECORD
           CLOSE REPLACE-LOG-FILE.

      *----------------------------------------------------------------
      * 5000-REGISTER-RUN - the run finished cleanly; register it
      * with the mode its check returned.  A replace run has now used
      * up its rerun request.
      *----------------------------------------------------------------
       5000-REGISTER-RUN.
           OPEN EXTEND POSTING-REGISTER-FILE
           IF WS-POSTREG-STATUS = "35"
               OPEN OUTPUT POSTING-REGISTER-FILE
           END-IF
           MOVE PREG-PROGRAM-ID     TO POSTREG-PROGRAM-ID
           MOVE BUSDATE-DATE        TO POSTREG-BUSINESS-DATE
           IF PREG-REPLACE-RUN
               MOVE 'R' TO POSTREG-RUN-MODE
           ELSE
               MOVE 'N' TO POSTREG-RUN-MODE
           END-IF
           MOVE WS-CLOCK-DATE       TO POSTREG-COMPLETED-DATE
           MOVE WS-CLOCK-TIME (1:6) TO POSTREG-COMPLETED-TIME
           WRITE POSTING-REGISTER-RECORD
           CLOSE POSTING-REGISTER-FILE
           IF PREG-REPLACE-RUN
               PERFORM 5100-MARK-REQUEST-USED
           END-IF.

      *----------------------------------------------------------------
      * 5100-MARK-REQUEST-USED - mark every open RERUNREQ entry for
      * this program and business date used, so the next run for the
      * date is refused again unless operations queue a new request.
      * The request stays open until the replace run registers, so a
      * replace run that fails part way can itself be rerun in
      * replace mode.
      *----------------------------------------------------------------
       5100-MARK-REQUEST-USED.
           MOVE 0 TO WS-MARKED-COUNT
           OPEN INPUT RERUN-REQUEST-FILE
           IF WS-RERUNREQ-STATUS NOT = "35"
               OPEN OUTPUT POSTING-WORK-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ RERUN-REQUEST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF RRQ-PROGRAM-ID = PREG-PROGRAM-ID
                              AND RRQ-BUSINESS-DATE = BUSDATE-DATE
                              AND RRQ-OPEN
                               MOVE 'U' TO RRQ-STATUS
                               MOVE WS-CLOCK-DATE TO RRQ-USED-DATE
                               ADD 1 TO WS-MARKED-COUNT
                           END-IF
                           WRITE POSTING-WORK-RECORD
                               FROM RERUN-REQUEST-RECORD
                   END-READ
               END-PERFORM
               CLOSE RERUN-REQUEST-FILE
               CLOSE POSTING-WORK-FILE
               IF WS-MARKED-COUNT > 0
                   PERFORM 5150-RESTORE-RERUNREQ
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 5150-RESTORE-RERUNREQ - copy the marked requests back.
      *----------------------------------------------------------------
       5150-RESTORE-RERUNREQ.
           OPEN INPUT POSTING-WORK-FILE
           OPEN OUTPUT RERUN-REQUEST-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ POSTING-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE RERUN-REQUEST-RECORD
                           FROM POSTING-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE POSTING-WORK-FILE
           CLOSE RERUN-REQUEST-FILE.
