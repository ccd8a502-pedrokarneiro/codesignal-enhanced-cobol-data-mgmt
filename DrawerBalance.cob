       IDENTIFICATION DIVISION.
       PROGRAM-ID. DrawerBalance.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - END-OF-DAY TELLER DRAWER
      *                  BALANCING.  COUNTER CASH DEPOSITS AND
      *                  WITHDRAWALS POST TO THE ACCOUNTS THROUGH
      *                  GCTRAN AND ACCTMNT, BUT NOTHING TRACKED THE
      *                  PHYSICAL CASH.  THIS PROGRAM READS THE DAY'S
      *                  TLRTRAN TELLER CASH FILE - DRAWER OPEN, VAULT
      *                  BUY AND SELL, COUNTER DEPOSIT AND WITHDRAWAL,
      *                  AND DRAWER CLOSE RECORDS - AND FOR EACH DRAWER
      *                  COMPARES THE CASH IT SHOULD HOLD WITH THE
      *                  CASH COUNTED AT CLOSE, SHOWING ANY OVER OR
      *                  SHORT, THEN TOTALS THE VARIANCE BY TELLER AND
      *                  PRINTS THE BRANCH VAULT SUMMARY.  THE VAULT'S
      *                  CASH IS CARRIED FORWARD ON VAULTBAL.  EVERY
      *                  VARIANCE, AND EVERY DRAWER LEFT UNCLOSED, GOES
      *                  TO THE SHARED EXCPRPT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TELLER-TRAN-FILE ASSIGN TO "TLRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLRT-STATUS.

           SELECT VAULT-BALANCE-FILE ASSIGN TO "VAULTBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAULT-STATUS.

           SELECT BALANCING-REPORT-FILE ASSIGN TO "TLRBRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TELLER-TRAN-FILE.
       COPY TLRTRAN.

       FD  VAULT-BALANCE-FILE.
       COPY VAULTBAL.

       FD  BALANCING-REPORT-FILE.
       01  BALANCING-REPORT-LINE        PIC X(132).

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       WORKING-STORAGE SECTION.
       01  WS-TLRT-STATUS            PIC X(2).
       01  WS-VAULT-STATUS           PIC X(2).
       01  WS-EXCP-STATUS            PIC X(2).

       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.

       01  WS-TRAN-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-EXCEPTION-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-OUT-OF-BALANCE-COUNT   PIC 9(4) COMP VALUE 0.

       01  WS-FOUND-SWITCH           PIC X VALUE 'N'.
           88  WS-ENTRY-FOUND        VALUE 'Y'.
       01  WS-FOUND-IDX              PIC 9(4) COMP VALUE 0.

       01  WS-EXPECTED-CASH          PIC S9(9)V99 VALUE 0.
       01  WS-VARIANCE               PIC S9(9)V99 VALUE 0.
       01  WS-EXCP-KEY.
           05  WS-EK-TELLER-ID       PIC X(8).
           05  FILLER                PIC X VALUE '/'.
           05  WS-EK-DRAWER          PIC 9(3).
       01  WS-EXCP-REASON            PIC X(40).
       01  WS-EXCP-AMOUNT            PIC ZZZ,ZZ9.99.

      *----------------------------------------------------------------
      * Branch vault - the opening cash comes from VAULTBAL, drawer
      * buys take cash out of the vault and drawer sells put it
      * back.
      *----------------------------------------------------------------
       01  WS-VAULT-OPENING          PIC S9(9)V99 VALUE 0.
       01  WS-VAULT-CLOSING          PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-BUYS             PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-SELLS            PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-COUNTED          PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-VARIANCE         PIC S9(9)V99 VALUE 0.
       01  WS-BRANCH-CASH            PIC S9(9)V99 VALUE 0.

      *----------------------------------------------------------------
      * WS-DRAWER-TABLE - one entry per teller and drawer seen on
      * TLRTRAN, accumulating the day's cash movements.  A teller
      * who moves to another drawer during the day balances each
      * drawer separately.
      *----------------------------------------------------------------
       01  WS-DRAWER-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-DRAWER-TABLE.
           05  WS-DRAWER-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-DRAWER-COUNT
                   INDEXED BY WS-DR-IDX.
               10  WS-DR-TELLER-ID          PIC X(8).
               10  WS-DR-DRAWER             PIC 9(3).
               10  WS-DR-OPEN-SWITCH        PIC X.
                   88  WS-DR-OPENED         VALUE 'Y'.
               10  WS-DR-CLOSE-SWITCH       PIC X.
                   88  WS-DR-CLOSED         VALUE 'Y'.
               10  WS-DR-OPENING            PIC S9(9)V99.
               10  WS-DR-BUYS               PIC S9(9)V99.
               10  WS-DR-SELLS              PIC S9(9)V99.
               10  WS-DR-DEPOSITS           PIC S9(9)V99.
               10  WS-DR-WITHDRAWALS        PIC S9(9)V99.
               10  WS-DR-COUNTED            PIC S9(9)V99.

      *----------------------------------------------------------------
      * WS-TELLER-TABLE - the drawers' variances rolled up by teller.
      *----------------------------------------------------------------
       01  WS-TELLER-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-TELLER-TABLE.
           05  WS-TELLER-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-TELLER-COUNT
                   INDEXED BY WS-TL-IDX.
               10  WS-TL-TELLER-ID          PIC X(8).
               10  WS-TL-DRAWERS            PIC 9(3).
               10  WS-TL-EXPECTED           PIC S9(9)V99.
               10  WS-TL-COUNTED            PIC S9(9)V99.
               10  WS-TL-VARIANCE           PIC S9(9)V99.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(40) VALUE
               "TELLER DRAWER BALANCING AND VAULT REPORT".
           05  FILLER PIC X(12) VALUE "  RUN DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER           PIC X(72) VALUE SPACES.

       01  WS-DRAWER-HEADING.
           05  FILLER PIC X(5)  VALUE "DRWR".
           05  FILLER PIC X(10) VALUE "TELLER".
           05  FILLER PIC X(12) VALUE "   OPENING".
           05  FILLER PIC X(12) VALUE "      BUYS".
           05  FILLER PIC X(12) VALUE "     SELLS".
           05  FILLER PIC X(12) VALUE "  DEPOSITS".
           05  FILLER PIC X(12) VALUE "  WITHDRWL".
           05  FILLER PIC X(12) VALUE "  EXPECTED".
           05  FILLER PIC X(12) VALUE "   COUNTED".
           05  FILLER PIC X(13) VALUE "   OVER/SHORT".
           05  FILLER PIC X(20) VALUE "  STATUS".

       01  WS-DRAWER-LINE.
           05  WS-D-DRAWER        PIC 9(3).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-TELLER        PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-OPENING       PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-BUYS          PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-SELLS         PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-DEPOSITS      PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-WITHDRAWALS   PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-EXPECTED      PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-D-COUNTED       PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-VARIANCE      PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-STATUS        PIC X(20).

       01  WS-TELLER-HEADING.
           05  FILLER PIC X(10) VALUE "TELLER".
           05  FILLER PIC X(7)  VALUE "DRAWERS".
           05  FILLER PIC X(14) VALUE "    EXPECTED".
           05  FILLER PIC X(14) VALUE "     COUNTED".
           05  FILLER PIC X(13) VALUE "  OVER/SHORT".
           05  FILLER PIC X(74) VALUE SPACES.

       01  WS-TELLER-LINE.
           05  WS-T-TELLER        PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-T-DRAWERS       PIC ZZ9.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-T-EXPECTED      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-T-COUNTED       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-T-VARIANCE      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-T-NOTE          PIC X(8).
           05  FILLER             PIC X(64) VALUE SPACES.

       01  WS-VAULT-LINE.
           05  WS-V-LABEL         PIC X(36).
           05  WS-V-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(81) VALUE SPACES.

       01  WS-SECTION-LINE           PIC X(132).
       01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.

       01  WS-NO-ACTIVITY-LINE       PIC X(132)
           VALUE "*** NO TELLER CASH ACTIVITY THIS BUSINESS DAY ***".

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(20) VALUE "TELLER TRANSACTIONS:".
           05  WS-F-TRANS         PIC ZZZZ9.
           05  FILLER PIC X(11) VALUE "  DRAWERS: ".
           05  WS-F-DRAWERS       PIC ZZZ9.
           05  FILLER PIC X(20) VALUE "  OUT OF BALANCE:   ".
           05  WS-F-OUT-OF-BAL    PIC ZZZ9.
           05  FILLER PIC X(14) VALUE "  EXCEPTIONS: ".
           05  WS-F-EXCEPTIONS    PIC ZZZ9.
           05  FILLER             PIC X(50) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "DrawerBalance" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           ACCEPT OPRAUTH-OPERATOR-ID FROM SYSIN
           MOVE "DrawerBalance" TO OPRAUTH-CALLER-ID
           CALL "SignOnCheck" USING OPERATOR-AUTH-PARMS
           IF OPRAUTH-DENIED
               DISPLAY "*** SIGN-ON REJECTED - UNAUTHORIZED OPERATOR: "
                       OPRAUTH-OPERATOR-ID " ***"
               STOP RUN
           END-IF
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."

           PERFORM 0900-OPEN-EXCEPTION-FILE
           PERFORM 1000-LOAD-VAULT-BALANCE
           PERFORM 1200-OPEN-REPORT

           OPEN INPUT TELLER-TRAN-FILE
           IF WS-TLRT-STATUS = "35"
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 2100-READ-TELLER-TRAN
           END-IF
           PERFORM 2000-ACCUMULATE-TRAN
               UNTIL WS-END-OF-FILE
           IF WS-TLRT-STATUS NOT = "35"
               CLOSE TELLER-TRAN-FILE
           END-IF

           IF WS-DRAWER-COUNT = 0
               WRITE BALANCING-REPORT-LINE FROM WS-NO-ACTIVITY-LINE
           ELSE
               PERFORM 3000-BALANCE-DRAWER
                   VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DRAWER-COUNT
               PERFORM 3500-PRINT-TELLER-SUMMARY
           END-IF
           PERFORM 3800-PRINT-VAULT-SUMMARY
           PERFORM 3900-REWRITE-VAULT-BALANCE

           PERFORM 4000-TERMINATE
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-TRAN-COUNT   TO RLOG-RECORDS-READ
           MOVE WS-DRAWER-COUNT TO RLOG-RECORDS-WRITTEN
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
      * 1000-LOAD-VAULT-BALANCE - yesterday's closing cash is today's
      * opening cash.  A VAULTBAL already stamped with today's date
      * means this is a rerun, so today's opening figure is used
      * again.  A status of "35" is the first run; the vault opens
      * at zero.
      *----------------------------------------------------------------
       1000-LOAD-VAULT-BALANCE.
           OPEN INPUT VAULT-BALANCE-FILE
           IF WS-VAULT-STATUS NOT = "35"
               READ VAULT-BALANCE-FILE
                   AT END
                       MOVE 0 TO WS-VAULT-OPENING
                   NOT AT END
                       IF VAULT-BUSINESS-DATE = WS-RUN-DATE
                           MOVE VAULT-OPENING-CASH
                               TO WS-VAULT-OPENING
                       ELSE
                           MOVE VAULT-CLOSING-CASH
                               TO WS-VAULT-OPENING
                       END-IF
               END-READ
               CLOSE VAULT-BALANCE-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1200-OPEN-REPORT
      *----------------------------------------------------------------
       1200-OPEN-REPORT.
           OPEN OUTPUT BALANCING-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           WRITE BALANCING-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE BALANCING-REPORT-LINE FROM WS-BLANK-LINE.

      *----------------------------------------------------------------
      * 2000-ACCUMULATE-TRAN - post one teller cash record to its
      * drawer's entry.  A record of an unknown type is logged and
      * left out of the balancing.
      *----------------------------------------------------------------
       2000-ACCUMULATE-TRAN.
           ADD 1 TO WS-TRAN-COUNT
           IF NOT TLRT-IS-OPEN AND NOT TLRT-IS-BUY
              AND NOT TLRT-IS-SELL AND NOT TLRT-IS-DEPOSIT
              AND NOT TLRT-IS-WITHDRAWAL AND NOT TLRT-IS-CLOSE
               MOVE TLRT-TELLER-ID     TO WS-EK-TELLER-ID
               MOVE TLRT-DRAWER-NUMBER TO WS-EK-DRAWER
               MOVE "TLRT-TRAN-TYPE"   TO EXCP-FIELD-NAME
               MOVE "*** UNKNOWN TELLER TRANSACTION TYPE ***"
                   TO WS-EXCP-REASON
               PERFORM 2900-LOG-EXCEPTION
           ELSE
               PERFORM 2200-FIND-DRAWER
               IF WS-FOUND-IDX > 0
                   PERFORM 2300-APPLY-TRAN
               END-IF
           END-IF

           PERFORM 2100-READ-TELLER-TRAN.

      *----------------------------------------------------------------
      * 2100-READ-TELLER-TRAN
      *----------------------------------------------------------------
       2100-READ-TELLER-TRAN.
           READ TELLER-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2200-FIND-DRAWER - the entry for this teller and drawer,
      * added on first sight.  WS-FOUND-IDX is left zero only when
      * the table is full.
      *----------------------------------------------------------------
       2200-FIND-DRAWER.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 0   TO WS-FOUND-IDX
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DRAWER-COUNT
                      OR WS-ENTRY-FOUND
               IF WS-DR-TELLER-ID (WS-DR-IDX) = TLRT-TELLER-ID
                  AND WS-DR-DRAWER (WS-DR-IDX) = TLRT-DRAWER-NUMBER
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE WS-DR-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM

           IF NOT WS-ENTRY-FOUND
               IF WS-DRAWER-COUNT < 200
                   ADD 1 TO WS-DRAWER-COUNT
                   MOVE WS-DRAWER-COUNT TO WS-FOUND-IDX
                   MOVE TLRT-TELLER-ID
                       TO WS-DR-TELLER-ID (WS-FOUND-IDX)
                   MOVE TLRT-DRAWER-NUMBER
                       TO WS-DR-DRAWER (WS-FOUND-IDX)
                   MOVE 'N' TO WS-DR-OPEN-SWITCH (WS-FOUND-IDX)
                   MOVE 'N' TO WS-DR-CLOSE-SWITCH (WS-FOUND-IDX)
                   MOVE 0   TO WS-DR-OPENING (WS-FOUND-IDX)
                   MOVE 0   TO WS-DR-BUYS (WS-FOUND-IDX)
                   MOVE 0   TO WS-DR-SELLS (WS-FOUND-IDX)
                   MOVE 0   TO WS-DR-DEPOSITS (WS-FOUND-IDX)
                   MOVE 0   TO WS-DR-WITHDRAWALS (WS-FOUND-IDX)
                   MOVE 0   TO WS-DR-COUNTED (WS-FOUND-IDX)
               ELSE
                   DISPLAY "*** DRAWER TABLE FULL - TELLER "
                           TLRT-TELLER-ID " DRAWER "
                           TLRT-DRAWER-NUMBER " NOT BALANCED ***"
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2300-APPLY-TRAN - open and close carry counted cash; the
      * other types accumulate.  Buys and sells also move the
      * vault.
      *----------------------------------------------------------------
       2300-APPLY-TRAN.
           EVALUATE TRUE
               WHEN TLRT-IS-OPEN
                   MOVE 'Y' TO WS-DR-OPEN-SWITCH (WS-FOUND-IDX)
                   MOVE TLRT-AMOUNT TO WS-DR-OPENING (WS-FOUND-IDX)
               WHEN TLRT-IS-BUY
                   ADD TLRT-AMOUNT TO WS-DR-BUYS (WS-FOUND-IDX)
                   ADD TLRT-AMOUNT TO WS-TOTAL-BUYS
               WHEN TLRT-IS-SELL
                   ADD TLRT-AMOUNT TO WS-DR-SELLS (WS-FOUND-IDX)
                   ADD TLRT-AMOUNT TO WS-TOTAL-SELLS
               WHEN TLRT-IS-DEPOSIT
                   ADD TLRT-AMOUNT TO WS-DR-DEPOSITS (WS-FOUND-IDX)
               WHEN TLRT-IS-WITHDRAWAL
                   ADD TLRT-AMOUNT
                       TO WS-DR-WITHDRAWALS (WS-FOUND-IDX)
               WHEN TLRT-IS-CLOSE
                   MOVE 'Y' TO WS-DR-CLOSE-SWITCH (WS-FOUND-IDX)
                   MOVE TLRT-AMOUNT TO WS-DR-COUNTED (WS-FOUND-IDX)
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2900-LOG-EXCEPTION - WS-EXCP-KEY, EXCP-FIELD-NAME and
      * WS-EXCP-REASON are set by the caller.
      *----------------------------------------------------------------
       2900-LOG-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE "DrawerBalance"      TO EXCP-PROGRAM-ID
           MOVE WS-EXCP-KEY          TO EXCP-KEY-VALUE
           MOVE WS-EXCP-REASON       TO EXCP-REASON
           MOVE WS-RUN-DATE          TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD.

      *----------------------------------------------------------------
      * 3000-BALANCE-DRAWER - expected cash is the opening count
      * plus vault buys and counter deposits, less vault sells and
      * counter withdrawals.  Counted over expected is an overage,
      * under it a shortage.  A drawer with no close record has no
      * count to balance against.
      *----------------------------------------------------------------
       3000-BALANCE-DRAWER.
           IF WS-DR-IDX = 1
               WRITE BALANCING-REPORT-LINE FROM WS-DRAWER-HEADING
           END-IF
           COMPUTE WS-EXPECTED-CASH =
               WS-DR-OPENING (WS-DR-IDX) + WS-DR-BUYS (WS-DR-IDX)
             - WS-DR-SELLS (WS-DR-IDX) + WS-DR-DEPOSITS (WS-DR-IDX)
             - WS-DR-WITHDRAWALS (WS-DR-IDX)

           MOVE WS-DR-DRAWER (WS-DR-IDX)      TO WS-D-DRAWER
           MOVE WS-DR-TELLER-ID (WS-DR-IDX)   TO WS-D-TELLER
           MOVE WS-DR-OPENING (WS-DR-IDX)     TO WS-D-OPENING
           MOVE WS-DR-BUYS (WS-DR-IDX)        TO WS-D-BUYS
           MOVE WS-DR-SELLS (WS-DR-IDX)       TO WS-D-SELLS
           MOVE WS-DR-DEPOSITS (WS-DR-IDX)    TO WS-D-DEPOSITS
           MOVE WS-DR-WITHDRAWALS (WS-DR-IDX) TO WS-D-WITHDRAWALS
           MOVE WS-EXPECTED-CASH              TO WS-D-EXPECTED
           MOVE WS-DR-TELLER-ID (WS-DR-IDX)   TO WS-EK-TELLER-ID
           MOVE WS-DR-DRAWER (WS-DR-IDX)      TO WS-EK-DRAWER

           IF NOT WS-DR-OPENED (WS-DR-IDX)
               MOVE "TLRT-OPEN-RECORD"  TO EXCP-FIELD-NAME
               MOVE "DRAWER HAS NO OPEN RECORD - OPENED AT 0"
                   TO WS-EXCP-REASON
               PERFORM 2900-LOG-EXCEPTION
           END-IF

           IF WS-DR-CLOSED (WS-DR-IDX)
               COMPUTE WS-VARIANCE =
                   WS-DR-COUNTED (WS-DR-IDX) - WS-EXPECTED-CASH
               MOVE WS-DR-COUNTED (WS-DR-IDX) TO WS-D-COUNTED
               MOVE WS-VARIANCE               TO WS-D-VARIANCE
               ADD WS-DR-COUNTED (WS-DR-IDX)  TO WS-TOTAL-COUNTED
               ADD WS-VARIANCE                TO WS-TOTAL-VARIANCE
               EVALUATE TRUE
                   WHEN WS-VARIANCE > 0
                       MOVE "OVER"     TO WS-D-STATUS
                   WHEN WS-VARIANCE < 0
                       MOVE "SHORT"    TO WS-D-STATUS
                   WHEN OTHER
                       MOVE "BALANCED" TO WS-D-STATUS
               END-EVALUATE
               IF WS-VARIANCE NOT = 0
                   ADD 1 TO WS-OUT-OF-BALANCE-COUNT
                   MOVE WS-VARIANCE TO WS-EXCP-AMOUNT
                   MOVE SPACES TO WS-EXCP-REASON
                   STRING "DRAWER " DELIMITED BY SIZE
                          WS-D-STATUS DELIMITED BY SPACE
                          " BY " DELIMITED BY SIZE
                          WS-EXCP-AMOUNT DELIMITED BY SIZE
                       INTO WS-EXCP-REASON
                   END-STRING
                   MOVE "TLRT-CLOSE-COUNT" TO EXCP-FIELD-NAME
                   PERFORM 2900-LOG-EXCEPTION
               END-IF
           ELSE
               MOVE 0 TO WS-VARIANCE
               MOVE 0 TO WS-D-COUNTED
               MOVE 0 TO WS-D-VARIANCE
               MOVE "NOT CLOSED - NO COUNT" TO WS-D-STATUS
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
               MOVE "TLRT-CLOSE-RECORD" TO EXCP-FIELD-NAME
               MOVE "DRAWER NOT CLOSED - NO CASH COUNT"
                   TO WS-EXCP-REASON
               PERFORM 2900-LOG-EXCEPTION
           END-IF
           WRITE BALANCING-REPORT-LINE FROM WS-DRAWER-LINE

           PERFORM 3100-ROLL-UP-TELLER.

      *----------------------------------------------------------------
      * 3100-ROLL-UP-TELLER - add the drawer just balanced to its
      * teller's totals.  An unclosed drawer adds its expected cash
      * but no count and no variance.
      *----------------------------------------------------------------
       3100-ROLL-UP-TELLER.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                   UNTIL WS-TL-IDX > WS-TELLER-COUNT
                      OR WS-ENTRY-FOUND
               IF WS-TL-TELLER-ID (WS-TL-IDX)
                      = WS-DR-TELLER-ID (WS-DR-IDX)
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE WS-TL-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM

           IF NOT WS-ENTRY-FOUND
               ADD 1 TO WS-TELLER-COUNT
               MOVE WS-TELLER-COUNT TO WS-FOUND-IDX
               MOVE WS-DR-TELLER-ID (WS-DR-IDX)
                   TO WS-TL-TELLER-ID (WS-FOUND-IDX)
               MOVE 0 TO WS-TL-DRAWERS (WS-FOUND-IDX)
               MOVE 0 TO WS-TL-EXPECTED (WS-FOUND-IDX)
               MOVE 0 TO WS-TL-COUNTED (WS-FOUND-IDX)
               MOVE 0 TO WS-TL-VARIANCE (WS-FOUND-IDX)
           END-IF

           ADD 1                TO WS-TL-DRAWERS (WS-FOUND-IDX)
           ADD WS-EXPECTED-CASH TO WS-TL-EXPECTED (WS-FOUND-IDX)
           ADD WS-VARIANCE      TO WS-TL-VARIANCE (WS-FOUND-IDX)
           IF WS-DR-CLOSED (WS-DR-IDX)
               ADD WS-DR-COUNTED (WS-DR-IDX)
                   TO WS-TL-COUNTED (WS-FOUND-IDX)
           END-IF.

      *----------------------------------------------------------------
      * 3500-PRINT-TELLER-SUMMARY - net over or short by teller
      * across every drawer the teller worked.
      *----------------------------------------------------------------
       3500-PRINT-TELLER-SUMMARY.
           WRITE BALANCING-REPORT-LINE FROM WS-BLANK-LINE
           MOVE "OVER/SHORT BY TELLER" TO WS-SECTION-LINE
           WRITE BALANCING-REPORT-LINE FROM WS-SECTION-LINE
           WRITE BALANCING-REPORT-LINE FROM WS-TELLER-HEADING
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                   UNTIL WS-TL-IDX > WS-TELLER-COUNT
               MOVE WS-TL-TELLER-ID (WS-TL-IDX) TO WS-T-TELLER
               MOVE WS-TL-DRAWERS (WS-TL-IDX)   TO WS-T-DRAWERS
               MOVE WS-TL-EXPECTED (WS-TL-IDX)  TO WS-T-EXPECTED
               MOVE WS-TL-COUNTED (WS-TL-IDX)   TO WS-T-COUNTED
               MOVE WS-TL-VARIANCE (WS-TL-IDX)  TO WS-T-VARIANCE
               EVALUATE TRUE
                   WHEN WS-TL-VARIANCE (WS-TL-IDX) > 0
                       MOVE "OVER"  TO WS-T-NOTE
                   WHEN WS-TL-VARIANCE (WS-TL-IDX) < 0
                       MOVE "SHORT" TO WS-T-NOTE
                   WHEN OTHER
                       MOVE SPACES  TO WS-T-NOTE
               END-EVALUATE
               WRITE BALANCING-REPORT-LINE FROM WS-TELLER-LINE
           END-PERFORM.

      *----------------------------------------------------------------
      * 3800-PRINT-VAULT-SUMMARY - the vault's movement for the day
      * and the branch's total cash on hand: the vault's closing
      * cash plus every drawer's counted cash.
      *----------------------------------------------------------------
       3800-PRINT-VAULT-SUMMARY.
           COMPUTE WS-VAULT-CLOSING =
               WS-VAULT-OPENING - WS-TOTAL-BUYS + WS-TOTAL-SELLS
           COMPUTE WS-BRANCH-CASH = WS-VAULT-CLOSING + WS-TOTAL-COUNTED

           WRITE BALANCING-REPORT-LINE FROM WS-BLANK-LINE
           MOVE "BRANCH VAULT SUMMARY" TO WS-SECTION-LINE
           WRITE BALANCING-REPORT-LINE FROM WS-SECTION-LINE
           MOVE "VAULT OPENING CASH" TO WS-V-LABEL
           MOVE WS-VAULT-OPENING TO WS-V-AMOUNT
           WRITE BALANCING-REPORT-LINE FROM WS-VAULT-LINE
           MOVE "  LESS CASH BOUGHT BY DRAWERS" TO WS-V-LABEL
           MOVE WS-TOTAL-BUYS TO WS-V-AMOUNT
           WRITE BALANCING-REPORT-LINE FROM WS-VAULT-LINE
           MOVE "  PLUS CASH SOLD BACK BY DRAWERS" TO WS-V-LABEL
           MOVE WS-TOTAL-SELLS TO WS-V-AMOUNT
           WRITE BALANCING-REPORT-LINE FROM WS-VAULT-LINE
           MOVE "VAULT CLOSING CASH" TO WS-V-LABEL
           MOVE WS-VAULT-CLOSING TO WS-V-AMOUNT
           WRITE BALANCING-REPORT-LINE FROM WS-VAULT-LINE
           MOVE "DRAWER CASH COUNTED" TO WS-V-LABEL
           MOVE WS-TOTAL-COUNTED TO WS-V-AMOUNT
           WRITE BALANCING-REPORT-LINE FROM WS-VAULT-LINE
           MOVE "BRANCH CASH ON HAND" TO WS-V-LABEL
           MOVE WS-BRANCH-CASH TO WS-V-AMOUNT
           WRITE BALANCING-REPORT-LINE FROM WS-VAULT-LINE
           MOVE "NET DRAWER OVER/SHORT" TO WS-V-LABEL
           MOVE WS-TOTAL-VARIANCE TO WS-V-AMOUNT
           WRITE BALANCING-REPORT-LINE FROM WS-VAULT-LINE
           WRITE BALANCING-REPORT-LINE FROM WS-BLANK-LINE.

      *----------------------------------------------------------------
      * 3900-REWRITE-VAULT-BALANCE - today's opening and closing
      * cash, stamped with the business date.
      *----------------------------------------------------------------
       3900-REWRITE-VAULT-BALANCE.
           OPEN OUTPUT VAULT-BALANCE-FILE
           MOVE WS-RUN-DATE      TO VAULT-BUSINESS-DATE
           MOVE WS-VAULT-OPENING TO VAULT-OPENING-CASH
           MOVE WS-VAULT-CLOSING TO VAULT-CLOSING-CASH
           WRITE VAULT-BALANCE-RECORD
           CLOSE VAULT-BALANCE-FILE.

      *----------------------------------------------------------------
      * 4000-TERMINATE
      *----------------------------------------------------------------
       4000-TERMINATE.
           MOVE WS-TRAN-COUNT           TO WS-F-TRANS
           MOVE WS-DRAWER-COUNT         TO WS-F-DRAWERS
           MOVE WS-OUT-OF-BALANCE-COUNT TO WS-F-OUT-OF-BAL
           MOVE WS-EXCEPTION-COUNT      TO WS-F-EXCEPTIONS
           WRITE BALANCING-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE BALANCING-REPORT-FILE
           CLOSE EXCEPTION-REPORT-FILE
           DISPLAY "DRAWERS BALANCED: " WS-DRAWER-COUNT
           DISPLAY "DRAWERS OUT OF BALANCE: " WS-OUT-OF-BALANCE-COUNT.
