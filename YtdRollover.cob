      *                  TOTALS FOR TIE-OUT AGAINST THE W-2 RUN.  A
      *                  VERIFY MISMATCH STOPS THE RUN RC 8 WITH THE
      *                  LIVE FILE UNTOUCHED.
      * 2026-10-15  DLH  ALSO ROLLS THE PTOBAL LEAVE BALANCES INTO THE
      *                  NEW YEAR THE SAME WAY: THE CLOSING FILE IS
      *                  COPIED TO THE DATED PTOBALAR ARCHIVE AND
      *                  PROVED BACK BY COUNT AND BALANCE TOTALS, THEN
      *                  EACH BALANCE IS CUT BACK TO THE CARRYOVER CAP
      *                  SalaryCalc STAMPED ON THE ENTRY, THE YEAR'S
      *                  ACCRUED AND TAKEN FIGURES ARE ZEROED, AND THE
      *                  HOURS CARRIED AND FORFEITED PRINT ON THE
      *                  CONTROL REPORT.  A NEGATIVE BALANCE CARRIES
      *                  AS IT STANDS.  BOTH ARCHIVES ARE PROVED BEFORE
      *                  EITHER LIVE FILE IS REPLACED; NO PTOBAL FILE
      *                  YET MEANS NO LEAVE TO ROLL.
      * 2026-10-15  DLH  THE ARCHIVE IMAGE IS WIDENED FOR THE NEW
      *                  401(K) DEFERRAL AND MATCH ACCUMULATORS ON
      *                  EMPYTD, AND THE NEW YEAR'S ENTRIES START THEM
      *                  AT ZERO WITH THE REST.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT YTD-ARCHIVE-FILE ASSIGN TO "EMPYTDAR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PTO-BALANCE-FILE ASSIGN TO "PTOBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTO-STATUS.

           SELECT PTO-ARCHIVE-FILE ASSIGN TO "PTOBALAR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ROLLOVER-REPORT-FILE ASSIGN TO "ROLLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       COPY EMPYTD.

       FD  YTD-ARCHIVE-FILE.
       01  YTD-ARCHIVE-RECORD           PIC X(75).

       FD  PTO-BALANCE-FILE.
       COPY PTOBAL.

       FD  PTO-ARCHIVE-FILE.
       01  PTO-ARCHIVE-RECORD           PIC X(56).

       FD  ROLLOVER-REPORT-FILE.
       01  ROLLOVER-REPORT-LINE         PIC X(90).
       01  WS-KEY-TABLE.
           05  WS-K-EMPLOYEE OCCURS 100 TIMES PIC 9(6).

      *----------------------------------------------------------------
      * Leave balances - the closing PTOBAL entries held whole so the
      * fresh file can be cut back to each entry's carryover caps,
      * with the closing and archived balance totals for the verify
      * and the hours carried and forfeited for the report.
      *----------------------------------------------------------------
       01  WS-PTO-STATUS             PIC X(2).
       01  WS-PTO-EXISTS-SWITCH      PIC X VALUE 'N'.
           88  WS-PTO-FILE-EXISTS    VALUE 'Y'.
       01  WS-PTO-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-PTO-END-OF-FILE    VALUE 'Y'.
       01  WS-PTO-ARC-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-PTO-ARC-END-OF-FILE VALUE 'Y'.
       01  WS-PTO-LIVE-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-PTO-LIVE-VACATION      PIC S9(8)V99 VALUE 0.
       01  WS-PTO-LIVE-SICK          PIC S9(8)V99 VALUE 0.
       01  WS-PTO-ARC-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-PTO-ARC-VACATION       PIC S9(8)V99 VALUE 0.
       01  WS-PTO-ARC-SICK           PIC S9(8)V99 VALUE 0.
       01  WS-PTO-VAC-CARRIED        PIC S9(8)V99 VALUE 0.
       01  WS-PTO-VAC-FORFEITED      PIC S9(8)V99 VALUE 0.
       01  WS-PTO-SICK-CARRIED       PIC S9(8)V99 VALUE 0.
       01  WS-PTO-SICK-FORFEITED     PIC S9(8)V99 VALUE 0.
       01  WS-PTO-IDX                PIC 9(3) COMP VALUE 0.
       01  WS-PTO-TABLE.
           05  WS-PTO-IMAGE OCCURS 100 TIMES PIC X(56).

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(30) VALUE "EMPYTD YEAR-END ROLLOVER".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-C-COUNT         PIC ZZZ9.
           05  FILLER             PIC X(60) VALUE SPACES.

       01  WS-PTO-COUNT-LINE.
           05  FILLER PIC X(26) VALUE "LEAVE BALANCES ROLLED: ".
           05  WS-PC-COUNT        PIC ZZZ9.
           05  FILLER             PIC X(60) VALUE SPACES.

       01  WS-PTO-ABSENT-LINE        PIC X(90) VALUE
           "NO PTOBAL FILE - NO LEAVE BALANCES TO ROLL".

       01  WS-VERIFY-LINE            PIC X(90) VALUE
           "ARCHIVE VERIFIED - COUNT AND TOTALS MATCH THE CLOSING FI
      -    "LE".
           DISPLAY 'Run Date: ' WS-RUN-DATE

           PERFORM 1000-ARCHIVE-CLOSING-FILE
           PERFORM 1500-ARCHIVE-PTO-BALANCES
           PERFORM 2000-VERIFY-ARCHIVE
           PERFORM 2500-VERIFY-PTO-ARCHIVE
           PERFORM 3000-WRITE-FRESH-FILE
           PERFORM 3500-WRITE-FRESH-PTO-FILE
           PERFORM 4000-PRINT-CONTROL-REPORT
           STOP RUN.

                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1500-ARCHIVE-PTO-BALANCES - the closing leave balances to the
      * dated archive, totaled and held whole for the fresh file.
      *----------------------------------------------------------------
       1500-ARCHIVE-PTO-BALANCES.
           OPEN INPUT PTO-BALANCE-FILE
           IF WS-PTO-STATUS = "00"
               MOVE 'Y' TO WS-PTO-EXISTS-SWITCH
               OPEN OUTPUT PTO-ARCHIVE-FILE
               PERFORM 1600-READ-PTO
               PERFORM UNTIL WS-PTO-END-OF-FILE
                   IF WS-PTO-LIVE-COUNT >= 100
                       DISPLAY "*** PTOBAL TABLE FULL - ROLLOVER"
                               " STOPPED, LIVE FILES UNTOUCHED ***"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PTO-LIVE-COUNT
                   MOVE PTOBAL-RECORD
                       TO WS-PTO-IMAGE (WS-PTO-LIVE-COUNT)
                   ADD PTOBAL-VACATION-BALANCE TO WS-PTO-LIVE-VACATION
                   ADD PTOBAL-SICK-BALANCE     TO WS-PTO-LIVE-SICK
                   MOVE PTOBAL-RECORD TO PTO-ARCHIVE-RECORD
                   WRITE PTO-ARCHIVE-RECORD
                   PERFORM 1600-READ-PTO
               END-PERFORM
               CLOSE PTO-BALANCE-FILE
               CLOSE PTO-ARCHIVE-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1600-READ-PTO
      *----------------------------------------------------------------
       1600-READ-PTO.
           READ PTO-BALANCE-FILE
               AT END
                   MOVE 'Y' TO WS-PTO-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2000-VERIFY-ARCHIVE - read the archive back and prove the
      * record count and the gross and net totals before the live
           END-IF
           DISPLAY "Archive verified: " WS-ARC-COUNT " entries.".

      *----------------------------------------------------------------
      * 2500-VERIFY-PTO-ARCHIVE - the leave archive read back and
      * proved by count and balance totals before either live file
      * is replaced.
      *----------------------------------------------------------------
       2500-VERIFY-PTO-ARCHIVE.
           IF WS-PTO-FILE-EXISTS
               OPEN INPUT PTO-ARCHIVE-FILE
               PERFORM UNTIL WS-PTO-ARC-END-OF-FILE
                   READ PTO-ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-PTO-ARC-EOF-SWITCH
                       NOT AT END
                           MOVE PTO-ARCHIVE-RECORD TO PTOBAL-RECORD
                           ADD 1 TO WS-PTO-ARC-COUNT
                           ADD PTOBAL-VACATION-BALANCE
                               TO WS-PTO-ARC-VACATION
                           ADD PTOBAL-SICK-BALANCE
                               TO WS-PTO-ARC-SICK
                   END-READ
               END-PERFORM
               CLOSE PTO-ARCHIVE-FILE

               IF WS-PTO-ARC-COUNT NOT = WS-PTO-LIVE-COUNT
                  OR WS-PTO-ARC-VACATION NOT = WS-PTO-LIVE-VACATION
                  OR WS-PTO-ARC-SICK NOT = WS-PTO-LIVE-SICK
                   DISPLAY "*** PTOBAL ARCHIVE VERIFY FAILED -"
                           " ROLLOVER STOPPED, LIVE FILES UNTOUCHED ***"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Leave archive verified: " WS-PTO-ARC-COUNT
                       " entries."
           END-IF.

      *----------------------------------------------------------------
      * 3000-WRITE-FRESH-FILE - one zeroed entry per closing key, so
      * the new year starts clean and the keyed matching in
               MOVE 0 TO EMPYTD-GARNISHMENT-AMOUNT
               MOVE 0 TO EMPYTD-NET-PAY
               MOVE 0 TO EMPYTD-EMPLOYER-BENEFIT
               MOVE 0 TO EMPYTD-401K-DEFERRAL
               MOVE 0 TO EMPYTD-401K-MATCH
               WRITE EMPYTD-RECORD
           END-PERFORM
           CLOSE YTD-FILE.

      *----------------------------------------------------------------
      * 3500-WRITE-FRESH-PTO-FILE - each balance cut back to the
      * carryover cap on its entry, anything above it forfeited; the
      * year's accrued and taken figures start again at zero.
      *----------------------------------------------------------------
       3500-WRITE-FRESH-PTO-FILE.
           IF WS-PTO-FILE-EXISTS
               OPEN OUTPUT PTO-BALANCE-FILE
               PERFORM VARYING WS-PTO-IDX FROM 1 BY 1
                       UNTIL WS-PTO-IDX > WS-PTO-LIVE-COUNT
                   MOVE WS-PTO-IMAGE (WS-PTO-IDX) TO PTOBAL-RECORD
                   IF PTOBAL-VACATION-BALANCE > PTOBAL-VACATION-CAP
                       COMPUTE WS-PTO-VAC-FORFEITED =
                           WS-PTO-VAC-FORFEITED
                             + PTOBAL-VACATION-BALANCE
                             - PTOBAL-VACATION-CAP
                       MOVE PTOBAL-VACATION-CAP
                           TO PTOBAL-VACATION-BALANCE
                   END-IF
                   IF PTOBAL-SICK-BALANCE > PTOBAL-SICK-CAP
                       COMPUTE WS-PTO-SICK-FORFEITED =
                           WS-PTO-SICK-FORFEITED
                             + PTOBAL-SICK-BALANCE
                             - PTOBAL-SICK-CAP
                       MOVE PTOBAL-SICK-CAP TO PTOBAL-SICK-BALANCE
                   END-IF
                   ADD PTOBAL-VACATION-BALANCE TO WS-PTO-VAC-CARRIED
                   ADD PTOBAL-SICK-BALANCE     TO WS-PTO-SICK-CARRIED
                   MOVE 0 TO PTOBAL-VACATION-ACCRUED
                   MOVE 0 TO PTOBAL-VACATION-TAKEN
                   MOVE 0 TO PTOBAL-SICK-ACCRUED
                   MOVE 0 TO PTOBAL-SICK-TAKEN
                   WRITE PTOBAL-RECORD
               END-PERFORM
               CLOSE PTO-BALANCE-FILE
           END-IF.

      *----------------------------------------------------------------
      * 4000-PRINT-CONTROL-REPORT - the archived closing totals, for
      * tie-out against what the W-2 run reported.
           WRITE ROLLOVER-REPORT-LINE FROM WS-TOTAL-LINE

           WRITE ROLLOVER-REPORT-LINE FROM WS-VERIFY-LINE

           IF WS-PTO-FILE-EXISTS
               MOVE WS-PTO-LIVE-COUNT TO WS-PC-COUNT
               WRITE ROLLOVER-REPORT-LINE FROM WS-PTO-COUNT-LINE
               MOVE "CLOSING VACATION HOURS:" TO WS-T-CAPTION
               MOVE WS-PTO-LIVE-VACATION  TO WS-T-AMOUNT
               WRITE ROLLOVER-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "VACATION HOURS CARRIED:" TO WS-T-CAPTION
               MOVE WS-PTO-VAC-CARRIED    TO WS-T-AMOUNT
               WRITE ROLLOVER-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "VACATION HOURS FORFEITED:" TO WS-T-CAPTION
               MOVE WS-PTO-VAC-FORFEITED  TO WS-T-AMOUNT
               WRITE ROLLOVER-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "CLOSING SICK HOURS:"  TO WS-T-CAPTION
               MOVE WS-PTO-LIVE-SICK      TO WS-T-AMOUNT
               WRITE ROLLOVER-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "SICK HOURS CARRIED:"  TO WS-T-CAPTION
               MOVE WS-PTO-SICK-CARRIED   TO WS-T-AMOUNT
               WRITE ROLLOVER-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "SICK HOURS FORFEITED:" TO WS-T-CAPTION
               MOVE WS-PTO-SICK-FORFEITED TO WS-T-AMOUNT
               WRITE ROLLOVER-REPORT-LINE FROM WS-TOTAL-LINE
           ELSE
               WRITE ROLLOVER-REPORT-LINE FROM WS-PTO-ABSENT-LINE
           END-IF
           CLOSE ROLLOVER-REPORT-FILE.
