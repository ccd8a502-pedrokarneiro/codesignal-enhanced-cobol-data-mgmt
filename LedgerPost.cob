       IDENTIFICATION DIVISION.
       PROGRAM-ID. LedgerPost.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - THE GENERAL LEDGER.  GLEXTR
      *                  BATCHES AND THE MONTH-END GLMONTH FILE WERE
      *                  ONLY EVER PASSED ALONG AS JOURNAL LINES AND
      *                  NOTHING KEPT A RUNNING BALANCE.  THIS PROGRAM
      *                  APPLIES EACH GLEXTR BATCH TO THE NEW GLMAST
      *                  LEDGER MASTER, KEYED BY THE COAMAP ACCOUNT
      *                  CODES, AFTER PROVING IT AGAINST ITS 'T'
      *                  TRAILER: DETAIL COUNT AND TOTAL MUST AGREE,
      *                  THE BATCH MUST BALANCE TO ZERO, AND EVERY
      *                  ACCOUNT MUST BE ON THE MASTER, OR THE WHOLE
      *                  BATCH IS REJECTED TO EXCPRPT UNPOSTED.  THE
      *                  GLBATLOG POSTED-BATCH LOG STOPS A BATCH
      *                  POSTING TWICE, AND A BATCH DATED PAST THE
      *                  LEDGER'S OPEN PERIOD IS HELD UNTIL THE CLOSE.
      *                  EVERY RUN PRINTS A TRIAL BALANCE THAT MUST
      *                  NET TO ZERO (RC 8 IF NOT); A MONTH-END RUN
      *                  (SYSIN 'C') ALSO PRINTS THE BALANCE SHEET AND
      *                  INCOME STATEMENT AND ROLLS THE LEDGER INTO THE
      *                  NEXT PERIOD.
      * 2026-10-15  DLH  THE POSTED-BATCH LOG NOW KEYS ON THE NEW
      *                  GLEXTR HEADER SOURCE AS WELL, SINCE THE
      *                  DEPOSIT-SIDE FEEDERS (INTEREST, SERVICE
      *                  CHARGES, CD PENALTIES, ESCHEATMENT) CAN EACH
      *                  WRITE A SMALL BATCH ON THE SAME DATE, AND THE
      *                  SOURCE PRINTS ON THE BATCH LOG.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXTR-STATUS.

           SELECT GL-MASTER-FILE ASSIGN TO "GLMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAST-STATUS.

           SELECT GL-BATCH-LOG-FILE ASSIGN TO "GLBATLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLBATLOG-STATUS.

           SELECT LEDGER-REPORT-FILE ASSIGN TO "GLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-EXTRACT-FILE.
       COPY GLEXTR.

       FD  GL-MASTER-FILE.
       COPY GLMAST.

       FD  GL-BATCH-LOG-FILE.
       COPY GLBATLOG.

       FD  LEDGER-REPORT-FILE.
       01  LEDGER-REPORT-LINE           PIC X(90).

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-GLEXTR-STATUS          PIC X(2).
       01  WS-GLMAST-STATUS          PIC X(2).
       01  WS-GLBATLOG-STATUS        PIC X(2).
       01  WS-EXCP-STATUS            PIC X(2).

       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.

      *----------------------------------------------------------------
      * WS-CLOSE-REQUEST - second SYSIN line.  'C' closes the open
      * period once tonight's batches are posted; anything else
      * posts and prints the trial balance only.
      *----------------------------------------------------------------
       01  WS-CLOSE-REQUEST          PIC X VALUE SPACE.
           88  WS-MONTH-END-CLOSE    VALUE 'C'.

       01  WS-LEDGER-ERROR-SWITCH    PIC X VALUE 'N'.
           88  WS-LEDGER-ERROR       VALUE 'Y'.

      *----------------------------------------------------------------
      * WS-LEDGER-TABLE - the whole GL master, loaded at startup,
      * posted to in place and rewritten in one pass at the end.
      * Every account must sit in the same open period.
      *----------------------------------------------------------------
       01  WS-OPEN-PERIOD            PIC 9(6) VALUE 0.
       01  WS-NEXT-PERIOD            PIC 9(6) VALUE 0.
       01  WS-NEXT-PERIOD-PARTS REDEFINES WS-NEXT-PERIOD.
           05  WS-NP-YEAR            PIC 9(4).
           05  WS-NP-MONTH           PIC 9(2).
       01  WS-LEDGER-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-LEDGER-FOUND-SWITCH    PIC X VALUE 'N'.
           88  WS-LEDGER-FOUND       VALUE 'Y'.
       01  WS-LEDGER-FOUND-IDX       PIC 9(4) COMP VALUE 0.
       01  WS-LEDGER-IDX             PIC 9(4) COMP VALUE 0.
       01  WS-SEARCH-CODE            PIC X(10).
       01  WS-LEDGER-TABLE.
           05  WS-L-ENTRY OCCURS 500 TIMES.
               10  WS-L-ACCOUNT-CODE  PIC X(10).
               10  WS-L-ACCOUNT-NAME  PIC X(30).
               10  WS-L-ACCOUNT-TYPE  PIC X.
               10  WS-L-OPENING       PIC S9(9)V99.
               10  WS-L-ACTIVITY      PIC S9(9)V99.
               10  WS-L-LAST-POSTED   PIC 9(8).

      *----------------------------------------------------------------
      * WS-BATCH-TABLE - the detail lines of the batch in hand, held
      * until its trailer proves it complete.  WS-B-LEDGER-IDX is the
      * line's account on WS-LEDGER-TABLE, resolved at verification.
      *----------------------------------------------------------------
       01  WS-IN-BATCH-SWITCH        PIC X VALUE 'N'.
           88  WS-IN-BATCH           VALUE 'Y'.
       01  WS-BATCH-RUN-DATE         PIC 9(8) VALUE 0.
       01  WS-BATCH-SOURCE           PIC X(8) VALUE SPACES.
       01  WS-BATCH-LINE-COUNT       PIC 9(10) VALUE 0.
       01  WS-BATCH-TOTAL            PIC S9(9)V99 VALUE 0.
       01  WS-BATCH-DEBITS           PIC 9(9)V99 VALUE 0.
       01  WS-BATCH-CREDITS          PIC 9(9)V99 VALUE 0.
       01  WS-BATCH-REASON           PIC X(40) VALUE SPACES.
       01  WS-BATCH-DISPOSITION      PIC X(29) VALUE SPACES.
       01  WS-BATCH-IDX              PIC 9(4) COMP VALUE 0.
       01  WS-BATCH-TABLE.
           05  WS-B-ENTRY OCCURS 500 TIMES.
               10  WS-B-ACCOUNT-CODE  PIC X(10).
               10  WS-B-AMOUNT        PIC S9(7)V99.
               10  WS-B-LEDGER-IDX    PIC 9(4) COMP.

      *----------------------------------------------------------------
      * WS-POSTED-TABLE - every batch already on GLBATLOG, plus the
      * ones this run posts (WS-P-NEW 'Y'), which are appended to the
      * log only after the master itself has been rewritten.
      *----------------------------------------------------------------
       01  WS-POSTED-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-POSTED-FOUND-SWITCH    PIC X VALUE 'N'.
           88  WS-ALREADY-POSTED     VALUE 'Y'.
       01  WS-POSTED-IDX             PIC 9(4) COMP VALUE 0.
       01  WS-POSTED-TABLE.
           05  WS-P-ENTRY OCCURS 3000 TIMES.
               10  WS-P-RUN-DATE      PIC 9(8).
               10  WS-P-SOURCE        PIC X(8).
               10  WS-P-RECORD-COUNT  PIC 9(10).
               10  WS-P-DEBIT-TOTAL   PIC 9(9)V99.
               10  WS-P-NEW           PIC X.

       01  WS-RECORDS-READ           PIC 9(7) COMP VALUE 0.
       01  WS-LINES-POSTED           PIC 9(7) COMP VALUE 0.
       01  WS-BATCHES-POSTED         PIC 9(4) COMP VALUE 0.
       01  WS-BATCHES-REJECTED       PIC 9(4) COMP VALUE 0.
       01  WS-BATCHES-SKIPPED        PIC 9(4) COMP VALUE 0.
       01  WS-BATCHES-HELD           PIC 9(4) COMP VALUE 0.
       01  WS-STRAY-RECORDS          PIC 9(4) COMP VALUE 0.

      *----------------------------------------------------------------
      * Trial balance and statement work fields.  WS-BALANCE is one
      * account's closing balance, debit-positive; the statements
      * print credit-normal accounts with the sign turned round.
      *----------------------------------------------------------------
       01  WS-BALANCE                PIC S9(9)V99 VALUE 0.
       01  WS-TB-DEBITS              PIC S9(11)V99 VALUE 0.
       01  WS-TB-CREDITS             PIC S9(11)V99 VALUE 0.
       01  WS-TB-NET                 PIC S9(11)V99 VALUE 0.
       01  WS-SECTION-TYPE           PIC X.
       01  WS-SECTION-TOTAL          PIC S9(11)V99 VALUE 0.
       01  WS-SECTION-PERIOD-TOTAL   PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-ASSETS           PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-LIABILITIES      PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-EQUITY           PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-INCOME           PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-EXPENSE          PIC S9(11)V99 VALUE 0.
       01  WS-PERIOD-INCOME          PIC S9(11)V99 VALUE 0.
       01  WS-PERIOD-EXPENSE         PIC S9(11)V99 VALUE 0.
       01  WS-NET-INCOME             PIC S9(11)V99 VALUE 0.
       01  WS-PERIOD-NET-INCOME      PIC S9(11)V99 VALUE 0.
       01  WS-LIAB-AND-EQUITY        PIC S9(11)V99 VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(22) VALUE "GENERAL LEDGER POSTING".
           05  FILLER PIC X(14) VALUE "  OPEN PERIOD ".
           05  WS-H-PERIOD      PIC 9(6).
           05  FILLER PIC X(12) VALUE "  RUN DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER           PIC X(28) VALUE SPACES.

       01  WS-SECTION-HEADING.
           05  WS-SH-TEXT         PIC X(60).
           05  FILLER             PIC X(30) VALUE SPACES.

       01  WS-BATCH-COLUMN-HEADING.
           05  FILLER PIC X(10) VALUE "BATCH DATE".
           05  FILLER PIC X(10) VALUE "SOURCE".
           05  FILLER PIC X(7)  VALUE "  LINES".
           05  FILLER PIC X(16) VALUE "          DEBITS".
           05  FILLER PIC X(16) VALUE "         CREDITS".
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(29) VALUE "DISPOSITION".

       01  WS-BATCH-LINE.
           05  WS-BL-RUN-DATE     PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-BL-SOURCE       PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-BL-LINES        PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-BL-DEBITS       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-BL-CREDITS      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-BL-DISPOSITION  PIC X(29).

       01  WS-BATCH-REASON-LINE.
           05  FILLER             PIC X(12) VALUE SPACES.
           05  WS-BR-REASON       PIC X(40).
           05  FILLER             PIC X(38) VALUE SPACES.

       01  WS-TB-COLUMN-HEADING.
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(32) VALUE "NAME".
           05  FILLER PIC X(9)  VALUE "TYPE".
           05  FILLER PIC X(14) VALUE "         DEBIT".
           05  FILLER PIC X(16) VALUE "          CREDIT".
           05  FILLER PIC X(7)  VALUE SPACES.

       01  WS-TB-LINE.
           05  WS-TB-CODE         PIC X(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-TB-NAME         PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-TB-TYPE         PIC X(9).
           05  WS-TB-DEBIT        PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-TB-CREDIT       PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER             PIC X(7) VALUE SPACES.

       01  WS-TB-TOTAL-LINE.
           05  FILLER             PIC X(44) VALUE SPACES.
           05  FILLER             PIC X(7)  VALUE "TOTALS".
           05  WS-TT-DEBIT        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-TT-CREDIT       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(7) VALUE SPACES.

       01  WS-RESULT-LINE.
           05  WS-RS-TEXT         PIC X(51).
           05  WS-RS-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(22) VALUE SPACES.

       01  WS-STMT-COLUMN-HEADING.
           05  FILLER PIC X(44) VALUE "ACCOUNT     NAME".
           05  WS-SC-PERIOD-CAPTION PIC X(15).
           05  FILLER PIC X(2)  VALUE SPACES.
           05  WS-SC-BALANCE-CAPTION PIC X(15).
           05  FILLER PIC X(14) VALUE SPACES.

       01  WS-STMT-LINE.
           05  WS-ST-CODE         PIC X(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-ST-NAME         PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-ST-PERIOD       PIC ZZZ,ZZZ,ZZ9.99- BLANK WHEN ZERO.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-ST-BALANCE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(14) VALUE SPACES.

       01  WS-STMT-TOTAL-LINE.
           05  FILLER             PIC X(12) VALUE SPACES.
           05  WS-STT-CAPTION     PIC X(32).
           05  WS-STT-PERIOD      PIC ZZZ,ZZZ,ZZ9.99- BLANK WHEN ZERO.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-STT-BALANCE     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(14) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(16) VALUE "BATCHES POSTED: ".
           05  WS-F-POSTED        PIC ZZZ9.
           05  FILLER PIC X(12) VALUE "  REJECTED: ".
           05  WS-F-REJECTED      PIC ZZZ9.
           05  FILLER PIC X(11) VALUE "  SKIPPED: ".
           05  WS-F-SKIPPED       PIC ZZZ9.
           05  FILLER PIC X(8)  VALUE "  HELD: ".
           05  WS-F-HELD          PIC ZZZ9.
           05  FILLER PIC X(15) VALUE "  LINES POSTED:".
           05  WS-F-LINES         PIC ZZZ,ZZ9.
           05  FILLER PIC X(5)  VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(90) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "LedgerPost" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           ACCEPT OPRAUTH-OPERATOR-ID FROM SYSIN
           MOVE "LedgerPost" TO OPRAUTH-CALLER-ID
           CALL "SignOnCheck" USING OPERATOR-AUTH-PARMS
           IF OPRAUTH-DENIED
               DISPLAY "*** SIGN-ON REJECTED - UNAUTHORIZED OPERATOR: "
                       OPRAUTH-OPERATOR-ID " ***"
               STOP RUN
           END-IF
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."

           ACCEPT WS-CLOSE-REQUEST FROM SYSIN
           IF WS-MONTH-END-CLOSE
               DISPLAY "Month-end close requested."
           END-IF

           PERFORM 1000-LOAD-LEDGER
           PERFORM 1200-LOAD-BATCH-LOG
           PERFORM 1500-OPEN-FILES

           PERFORM 2000-POST-BATCHES
           PERFORM 3000-PRINT-TRIAL-BALANCE
           IF WS-MONTH-END-CLOSE
               PERFORM 4000-MONTH-END-CLOSE
           END-IF

           PERFORM 5000-TERMINATE
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-RECORDS-READ TO RLOG-RECORDS-READ
           MOVE WS-LINES-POSTED TO RLOG-RECORDS-WRITTEN
           IF WS-LEDGER-ERROR
               MOVE "RC08" TO RLOG-FINAL-STATUS
           ELSE
               MOVE "OK  " TO RLOG-FINAL-STATUS
           END-IF
           CALL "RunLog" USING RUN-LOG-PARMS
           IF WS-LEDGER-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-LOAD-LEDGER - the whole GL master into the table.  No
      * master, a duplicate account code, an unknown account type or
      * accounts in different open periods stops the run RC 8 before
      * anything is posted - the ledger has to be fixed first.
      *----------------------------------------------------------------
       1000-LOAD-LEDGER.
           OPEN INPUT GL-MASTER-FILE
           IF WS-GLMAST-STATUS = "35"
               DISPLAY "*** NO GL MASTER FILE - RUN STOPPED,"
                       " NOTHING POSTED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-LEDGER
           PERFORM UNTIL WS-END-OF-FILE
               MOVE GLMAST-ACCOUNT-CODE TO WS-SEARCH-CODE
               PERFORM 1800-FIND-LEDGER-ACCOUNT
               EVALUATE TRUE
                   WHEN WS-LEDGER-FOUND
                       DISPLAY "*** DUPLICATE GL ACCOUNT "
                               GLMAST-ACCOUNT-CODE
                               " - RUN STOPPED, NOTHING POSTED ***"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   WHEN NOT GLMAST-VALID-TYPE
                       DISPLAY "*** GL ACCOUNT " GLMAST-ACCOUNT-CODE
                               " HAS UNKNOWN TYPE '"
                               GLMAST-ACCOUNT-TYPE
                               "' - RUN STOPPED, NOTHING POSTED ***"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   WHEN WS-LEDGER-COUNT > 0
                    AND GLMAST-PERIOD NOT = WS-OPEN-PERIOD
                       DISPLAY "*** GL ACCOUNT " GLMAST-ACCOUNT-CODE
                               " IS IN PERIOD " GLMAST-PERIOD
                               ", LEDGER IS IN " WS-OPEN-PERIOD
                               " - RUN STOPPED, NOTHING POSTED ***"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   WHEN WS-LEDGER-COUNT >= 500
                       DISPLAY "*** GL MASTER HOLDS MORE THAN 500"
                               " ACCOUNTS - RUN STOPPED ***"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
               ADD 1 TO WS-LEDGER-COUNT
               MOVE GLMAST-PERIOD TO WS-OPEN-PERIOD
               MOVE GLMAST-ACCOUNT-CODE
                   TO WS-L-ACCOUNT-CODE (WS-LEDGER-COUNT)
               MOVE GLMAST-ACCOUNT-NAME
                   TO WS-L-ACCOUNT-NAME (WS-LEDGER-COUNT)
               MOVE GLMAST-ACCOUNT-TYPE
                   TO WS-L-ACCOUNT-TYPE (WS-LEDGER-COUNT)
               MOVE GLMAST-OPENING-BALANCE
                   TO WS-L-OPENING (WS-LEDGER-COUNT)
               MOVE GLMAST-PERIOD-ACTIVITY
                   TO WS-L-ACTIVITY (WS-LEDGER-COUNT)
               MOVE GLMAST-LAST-POSTED-DATE
                   TO WS-L-LAST-POSTED (WS-LEDGER-COUNT)
               PERFORM 1100-READ-LEDGER
           END-PERFORM
           CLOSE GL-MASTER-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           IF WS-LEDGER-COUNT = 0
               DISPLAY "*** GL MASTER FILE IS EMPTY - RUN STOPPED,"
                       " NOTHING POSTED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "GL accounts loaded: " WS-LEDGER-COUNT
                   "  open period: " WS-OPEN-PERIOD.

      *----------------------------------------------------------------
      * 1100-READ-LEDGER
      *----------------------------------------------------------------
       1100-READ-LEDGER.
           READ GL-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1200-LOAD-BATCH-LOG - the batches already posted.  No log yet
      * means nothing has ever been posted.
      *----------------------------------------------------------------
       1200-LOAD-BATCH-LOG.
           OPEN INPUT GL-BATCH-LOG-FILE
           IF WS-GLBATLOG-STATUS NOT = "35"
               PERFORM 1300-READ-BATCH-LOG
               PERFORM UNTIL WS-END-OF-FILE
                   IF WS-POSTED-COUNT < 3000
                       ADD 1 TO WS-POSTED-COUNT
                       MOVE GLBAT-RUN-DATE
                           TO WS-P-RUN-DATE (WS-POSTED-COUNT)
                       MOVE GLBAT-SOURCE
                           TO WS-P-SOURCE (WS-POSTED-COUNT)
                       MOVE GLBAT-RECORD-COUNT
                           TO WS-P-RECORD-COUNT (WS-POSTED-COUNT)
                       MOVE GLBAT-DEBIT-TOTAL
                           TO WS-P-DEBIT-TOTAL (WS-POSTED-COUNT)
                       MOVE 'N' TO WS-P-NEW (WS-POSTED-COUNT)
                   END-IF
                   PERFORM 1300-READ-BATCH-LOG
               END-PERFORM
               CLOSE GL-BATCH-LOG-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

      *----------------------------------------------------------------
      * 1300-READ-BATCH-LOG
      *----------------------------------------------------------------
       1300-READ-BATCH-LOG.
           READ GL-BATCH-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1500-OPEN-FILES
      *----------------------------------------------------------------
       1500-OPEN-FILES.
           OPEN EXTEND EXCEPTION-REPORT-FILE
           IF WS-EXCP-STATUS = "35"
               OPEN OUTPUT EXCEPTION-REPORT-FILE
           END-IF

           OPEN OUTPUT LEDGER-REPORT-FILE
           MOVE WS-OPEN-PERIOD TO WS-H-PERIOD
           MOVE WS-RUN-DATE    TO WS-H-RUN-DATE
           WRITE LEDGER-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE LEDGER-REPORT-LINE FROM WS-BLANK-LINE.

      *----------------------------------------------------------------
      * 1800-FIND-LEDGER-ACCOUNT - WS-SEARCH-CODE on the ledger table.
      *----------------------------------------------------------------
       1800-FIND-LEDGER-ACCOUNT.
           MOVE 'N' TO WS-LEDGER-FOUND-SWITCH
           MOVE 0   TO WS-LEDGER-FOUND-IDX
           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
                   UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
                      OR WS-LEDGER-FOUND
               IF WS-L-ACCOUNT-CODE (WS-LEDGER-IDX) = WS-SEARCH-CODE
                   MOVE 'Y' TO WS-LEDGER-FOUND-SWITCH
                   MOVE WS-LEDGER-IDX TO WS-LEDGER-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2000-POST-BATCHES - one pass of the GLEXTR input, which may be
      * several batches concatenated.  A header opens a batch, its
      * details are held, and its trailer verifies and posts it.  A
      * batch still open at end of file never got its trailer.
      *----------------------------------------------------------------
       2000-POST-BATCHES.
           MOVE "GLEXTR BATCHES" TO WS-SH-TEXT
           WRITE LEDGER-REPORT-LINE FROM WS-SECTION-HEADING
           WRITE LEDGER-REPORT-LINE FROM WS-BATCH-COLUMN-HEADING

           OPEN INPUT GL-EXTRACT-FILE
           IF WS-GLEXTR-STATUS = "35"
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 2100-READ-GL-EXTRACT
           END-IF
           PERFORM 2200-PROCESS-GL-RECORD
               UNTIL WS-END-OF-FILE
           IF WS-IN-BATCH
               MOVE "BATCH HAS NO TRAILER - INCOMPLETE"
                   TO WS-BATCH-REASON
               PERFORM 2700-REJECT-BATCH
           END-IF
           IF WS-GLEXTR-STATUS NOT = "35"
               CLOSE GL-EXTRACT-FILE
           END-IF

           IF WS-STRAY-RECORDS > 0
               DISPLAY "GLEXTR RECORDS OUTSIDE ANY BATCH: "
                       WS-STRAY-RECORDS
           END-IF
           WRITE LEDGER-REPORT-LINE FROM WS-BLANK-LINE.

      *----------------------------------------------------------------
      * 2100-READ-GL-EXTRACT
      *----------------------------------------------------------------
       2100-READ-GL-EXTRACT.
           READ GL-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      *----------------------------------------------------------------
      * 2200-PROCESS-GL-RECORD
      *----------------------------------------------------------------
       2200-PROCESS-GL-RECORD.
           EVALUATE TRUE
               WHEN GL-HEADER-RECORD
                   IF WS-IN-BATCH
                       MOVE "BATCH HAS NO TRAILER - INCOMPLETE"
                           TO WS-BATCH-REASON
                       PERFORM 2700-REJECT-BATCH
                   END-IF
                   MOVE 'Y' TO WS-IN-BATCH-SWITCH
                   MOVE GL-HEADER-RUN-DATE TO WS-BATCH-RUN-DATE
                   MOVE GL-HEADER-SOURCE   TO WS-BATCH-SOURCE
                   MOVE 0 TO WS-BATCH-LINE-COUNT
                   MOVE 0 TO WS-BATCH-TOTAL
                   MOVE 0 TO WS-BATCH-DEBITS
                   MOVE 0 TO WS-BATCH-CREDITS
                   MOVE SPACES TO WS-BATCH-REASON
               WHEN NOT WS-IN-BATCH
                   PERFORM 2800-LOG-STRAY-RECORD
               WHEN GL-DETAIL-RECORD
                   PERFORM 2300-HOLD-DETAIL-LINE
               WHEN GL-TRAILER-RECORD
                   PERFORM 2500-VERIFY-BATCH
                   MOVE 'N' TO WS-IN-BATCH-SWITCH
               WHEN OTHER
                   IF WS-BATCH-REASON = SPACES
                       MOVE "UNKNOWN RECORD TYPE INSIDE BATCH"
                           TO WS-BATCH-REASON
                   END-IF
           END-EVALUATE

           PERFORM 2100-READ-GL-EXTRACT.

      *----------------------------------------------------------------
      * 2300-HOLD-DETAIL-LINE
      *----------------------------------------------------------------
       2300-HOLD-DETAIL-LINE.
           ADD 1 TO WS-BATCH-LINE-COUNT
           ADD GL-AMOUNT TO WS-BATCH-TOTAL
           IF GL-AMOUNT > 0
               ADD GL-AMOUNT TO WS-BATCH-DEBITS
           ELSE
               SUBTRACT GL-AMOUNT FROM WS-BATCH-CREDITS
           END-IF
           IF WS-BATCH-LINE-COUNT > 500
               IF WS-BATCH-REASON = SPACES
                   MOVE "BATCH HAS MORE THAN 500 DETAIL LINES"
                       TO WS-BATCH-REASON
               END-IF
           ELSE
               MOVE GL-ACCOUNT-CODE
                   TO WS-B-ACCOUNT-CODE (WS-BATCH-LINE-COUNT)
               MOVE GL-AMOUNT
                   TO WS-B-AMOUNT (WS-BATCH-LINE-COUNT)
               MOVE 0 TO WS-B-LEDGER-IDX (WS-BATCH-LINE-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 2500-VERIFY-BATCH - the trailer's count and total must agree
      * with what arrived, the batch must balance to zero, and every
      * line's account must be on the ledger, or nothing in it posts.
      * A batch already on the log is skipped quietly; one dated past
      * the open period is held for the next period.  A batch dated
      * in an earlier, closed period posts into the open one.
      *----------------------------------------------------------------
       2500-VERIFY-BATCH.
           IF WS-BATCH-REASON = SPACES
               EVALUATE TRUE
                   WHEN WS-BATCH-LINE-COUNT
                          NOT = GL-TRAILER-RECORD-COUNT
                       MOVE "TRAILER RECORD COUNT DOES NOT MATCH"
                           TO WS-BATCH-REASON
                   WHEN WS-BATCH-TOTAL NOT = GL-TRAILER-TOTAL
                       MOVE "TRAILER TOTAL DOES NOT MATCH DETAILS"
                           TO WS-BATCH-REASON
                   WHEN WS-BATCH-TOTAL NOT = 0
                       MOVE "DEBITS AND CREDITS DO NOT BALANCE"
                           TO WS-BATCH-REASON
                   WHEN OTHER
                       PERFORM 2550-RESOLVE-BATCH-ACCOUNTS
               END-EVALUATE
           END-IF

           IF WS-BATCH-REASON NOT = SPACES
               PERFORM 2700-REJECT-BATCH
           ELSE
               PERFORM 2580-FIND-POSTED-BATCH
               EVALUATE TRUE
                   WHEN WS-ALREADY-POSTED
                       MOVE "ALREADY POSTED - SKIPPED"
                           TO WS-BATCH-DISPOSITION
                       ADD 1 TO WS-BATCHES-SKIPPED
                       PERFORM 2900-PRINT-BATCH-LINE
                   WHEN WS-BATCH-RUN-DATE (1:6) > WS-OPEN-PERIOD
                       MOVE "DATED PAST OPEN PERIOD - HELD"
                           TO WS-BATCH-DISPOSITION
                       ADD 1 TO WS-BATCHES-HELD
                       PERFORM 2900-PRINT-BATCH-LINE
                   WHEN OTHER
                       PERFORM 2600-POST-BATCH
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * 2550-RESOLVE-BATCH-ACCOUNTS - the first line whose account is
      * not on the ledger rejects the batch.
      *----------------------------------------------------------------
       2550-RESOLVE-BATCH-ACCOUNTS.
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-LINE-COUNT
                      OR WS-BATCH-REASON NOT = SPACES
               MOVE WS-B-ACCOUNT-CODE (WS-BATCH-IDX) TO WS-SEARCH-CODE
               PERFORM 1800-FIND-LEDGER-ACCOUNT
               IF WS-LEDGER-FOUND
                   MOVE WS-LEDGER-FOUND-IDX
                       TO WS-B-LEDGER-IDX (WS-BATCH-IDX)
               ELSE
                   STRING "ACCOUNT NOT ON GL MASTER: "
                          WS-SEARCH-CODE
                          DELIMITED BY SIZE
                          INTO WS-BATCH-REASON
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2580-FIND-POSTED-BATCH
      *----------------------------------------------------------------
       2580-FIND-POSTED-BATCH.
           MOVE 'N' TO WS-POSTED-FOUND-SWITCH
           PERFORM VARYING WS-POSTED-IDX FROM 1 BY 1
                   UNTIL WS-POSTED-IDX > WS-POSTED-COUNT
                      OR WS-ALREADY-POSTED
               IF WS-P-RUN-DATE (WS-POSTED-IDX) = WS-BATCH-RUN-DATE
                  AND WS-P-SOURCE (WS-POSTED-IDX) = WS-BATCH-SOURCE
                  AND WS-P-RECORD-COUNT (WS-POSTED-IDX)
                      = WS-BATCH-LINE-COUNT
                  AND WS-P-DEBIT-TOTAL (WS-POSTED-IDX)
                      = WS-BATCH-DEBITS
                   MOVE 'Y' TO WS-POSTED-FOUND-SWITCH
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2600-POST-BATCH - every line onto its account's period
      * activity, and the batch onto the posted table for the log.
      *----------------------------------------------------------------
       2600-POST-BATCH.
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-LINE-COUNT
               MOVE WS-B-LEDGER-IDX (WS-BATCH-IDX) TO WS-LEDGER-IDX
               ADD WS-B-AMOUNT (WS-BATCH-IDX)
                   TO WS-L-ACTIVITY (WS-LEDGER-IDX)
               MOVE WS-RUN-DATE TO WS-L-LAST-POSTED (WS-LEDGER-IDX)
               ADD 1 TO WS-LINES-POSTED
           END-PERFORM

           IF WS-POSTED-COUNT < 3000
               ADD 1 TO WS-POSTED-COUNT
               MOVE WS-BATCH-RUN-DATE
                   TO WS-P-RUN-DATE (WS-POSTED-COUNT)
               MOVE WS-BATCH-SOURCE
                   TO WS-P-SOURCE (WS-POSTED-COUNT)
               MOVE WS-BATCH-LINE-COUNT
                   TO WS-P-RECORD-COUNT (WS-POSTED-COUNT)
               MOVE WS-BATCH-DEBITS
                   TO WS-P-DEBIT-TOTAL (WS-POSTED-COUNT)
               MOVE 'Y' TO WS-P-NEW (WS-POSTED-COUNT)
           END-IF

           ADD 1 TO WS-BATCHES-POSTED
           MOVE "POSTED" TO WS-BATCH-DISPOSITION
           PERFORM 2900-PRINT-BATCH-LINE.

      *----------------------------------------------------------------
      * 2700-REJECT-BATCH - WS-BATCH-REASON is set.  Nothing in the
      * batch posts; it goes to the exception file keyed by its
      * header run date.
      *----------------------------------------------------------------
       2700-REJECT-BATCH.
           ADD 1 TO WS-BATCHES-REJECTED
           MOVE "*** REJECTED - NOT POSTED ***"
               TO WS-BATCH-DISPOSITION
           PERFORM 2900-PRINT-BATCH-LINE
           MOVE WS-BATCH-REASON TO WS-BR-REASON
           WRITE LEDGER-REPORT-LINE FROM WS-BATCH-REASON-LINE

           MOVE "LedgerPost"        TO EXCP-PROGRAM-ID
           MOVE WS-BATCH-RUN-DATE   TO EXCP-KEY-VALUE
           MOVE "GL-TRAILER-RECORD" TO EXCP-FIELD-NAME
           MOVE WS-BATCH-REASON     TO EXCP-REASON
           MOVE WS-RUN-DATE         TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD
           MOVE 'N' TO WS-IN-BATCH-SWITCH.

      *----------------------------------------------------------------
      * 2800-LOG-STRAY-RECORD - a detail or trailer with no header
      * in front of it belongs to no batch and cannot be proved.
      *----------------------------------------------------------------
       2800-LOG-STRAY-RECORD.
           ADD 1 TO WS-STRAY-RECORDS
           MOVE "LedgerPost"        TO EXCP-PROGRAM-ID
           MOVE GL-ACCOUNT-CODE     TO EXCP-KEY-VALUE
           MOVE "GL-RECORD-TYPE"    TO EXCP-FIELD-NAME
           MOVE "GLEXTR RECORD OUTSIDE ANY BATCH"
               TO EXCP-REASON
           MOVE WS-RUN-DATE         TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD.

      *----------------------------------------------------------------
      * 2900-PRINT-BATCH-LINE
      *----------------------------------------------------------------
       2900-PRINT-BATCH-LINE.
           MOVE WS-BATCH-RUN-DATE    TO WS-BL-RUN-DATE
           MOVE WS-BATCH-SOURCE      TO WS-BL-SOURCE
           MOVE WS-BATCH-LINE-COUNT  TO WS-BL-LINES
           MOVE WS-BATCH-DEBITS      TO WS-BL-DEBITS
           MOVE WS-BATCH-CREDITS     TO WS-BL-CREDITS
           MOVE WS-BATCH-DISPOSITION TO WS-BL-DISPOSITION
           WRITE LEDGER-REPORT-LINE FROM WS-BATCH-LINE.

      *----------------------------------------------------------------
      * 3000-PRINT-TRIAL-BALANCE - every account's balance in the
      * debit or credit column.  The two columns must agree; if they
      * do not, the ledger is out of balance and the run ends RC 8.
      *----------------------------------------------------------------
       3000-PRINT-TRIAL-BALANCE.
           MOVE "TRIAL BALANCE" TO WS-SH-TEXT
           WRITE LEDGER-REPORT-LINE FROM WS-SECTION-HEADING
           WRITE LEDGER-REPORT-LINE FROM WS-TB-COLUMN-HEADING
           PERFORM 3100-PRINT-TB-LINE
               VARYING WS-LEDGER-IDX FROM 1 BY 1
               UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT

           MOVE WS-TB-DEBITS  TO WS-TT-DEBIT
           MOVE WS-TB-CREDITS TO WS-TT-CREDIT
           WRITE LEDGER-REPORT-LINE FROM WS-TB-TOTAL-LINE

           COMPUTE WS-TB-NET = WS-TB-DEBITS - WS-TB-CREDITS
           IF WS-TB-NET = 0
               MOVE "TRIAL BALANCE NETS TO ZERO" TO WS-RS-TEXT
               MOVE 0 TO WS-RS-AMOUNT
               DISPLAY "TRIAL BALANCE NETS TO ZERO."
           ELSE
               MOVE 'Y' TO WS-LEDGER-ERROR-SWITCH
               MOVE "*** TRIAL BALANCE OUT OF BALANCE BY ***"
                   TO WS-RS-TEXT
               MOVE WS-TB-NET TO WS-RS-AMOUNT
               DISPLAY "*** TRIAL BALANCE OUT OF BALANCE BY "
                       WS-RS-AMOUNT " ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE LEDGER-REPORT-LINE FROM WS-RESULT-LINE
           WRITE LEDGER-REPORT-LINE FROM WS-BLANK-LINE.

      *----------------------------------------------------------------
      * 3100-PRINT-TB-LINE
      *----------------------------------------------------------------
       3100-PRINT-TB-LINE.
           COMPUTE WS-BALANCE = WS-L-OPENING (WS-LEDGER-IDX)
                              + WS-L-ACTIVITY (WS-LEDGER-IDX)
           MOVE WS-L-ACCOUNT-CODE (WS-LEDGER-IDX) TO WS-TB-CODE
           MOVE WS-L-ACCOUNT-NAME (WS-LEDGER-IDX) TO WS-TB-NAME
           EVALUATE WS-L-ACCOUNT-TYPE (WS-LEDGER-IDX)
               WHEN 'A'
                   MOVE "ASSET"     TO WS-TB-TYPE
               WHEN 'L'
                   MOVE "LIABILITY" TO WS-TB-TYPE
               WHEN 'Q'
                   MOVE "EQUITY"    TO WS-TB-TYPE
               WHEN 'I'
                   MOVE "INCOME"    TO WS-TB-TYPE
               WHEN OTHER
                   MOVE "EXPENSE"   TO WS-TB-TYPE
           END-EVALUATE
           IF WS-BALANCE < 0
               MOVE 0 TO WS-TB-DEBIT
               COMPUTE WS-TB-CREDIT = 0 - WS-BALANCE
               SUBTRACT WS-BALANCE FROM WS-TB-CREDITS
           ELSE
               MOVE WS-BALANCE TO WS-TB-DEBIT
               MOVE 0 TO WS-TB-CREDIT
               ADD WS-BALANCE TO WS-TB-DEBITS
           END-IF
           WRITE LEDGER-REPORT-LINE FROM WS-TB-LINE.

      *----------------------------------------------------------------
      * 4000-MONTH-END-CLOSE - the statements for the open period and
      * the roll into the next.  A ledger that does not balance is
      * not closed; the statements would not foot either.
      *----------------------------------------------------------------
       4000-MONTH-END-CLOSE.
           IF WS-LEDGER-ERROR
               MOVE "*** CLOSE REFUSED - LEDGER OUT OF BALANCE ***"
                   TO WS-SH-TEXT
               WRITE LEDGER-REPORT-LINE FROM WS-SECTION-HEADING
               DISPLAY "*** MONTH-END CLOSE REFUSED - TRIAL BALANCE"
                       " DOES NOT NET TO ZERO ***"
           ELSE
               PERFORM 4100-PRINT-BALANCE-SHEET
               PERFORM 4200-PRINT-INCOME-STATEMENT
               PERFORM 4300-ROLL-PERIOD
           END-IF.

      *----------------------------------------------------------------
      * 4100-PRINT-BALANCE-SHEET - assets against liabilities and
      * equity, with the income and expense accounts' net carried in
      * as earnings to date so the two sides foot.
      *----------------------------------------------------------------
       4100-PRINT-BALANCE-SHEET.
           MOVE "BALANCE SHEET AT CLOSE OF PERIOD" TO WS-SH-TEXT
           MOVE WS-OPEN-PERIOD TO WS-SH-TEXT (34:6)
           WRITE LEDGER-REPORT-LINE FROM WS-SECTION-HEADING
           MOVE SPACES    TO WS-SC-PERIOD-CAPTION
           MOVE "       BALANCE" TO WS-SC-BALANCE-CAPTION
           WRITE LEDGER-REPORT-LINE FROM WS-STMT-COLUMN-HEADING

           MOVE 'A' TO WS-SECTION-TYPE
           PERFORM 4500-PRINT-STATEMENT-SECTION
           MOVE WS-SECTION-TOTAL TO WS-TOTAL-ASSETS
           MOVE "TOTAL ASSETS" TO WS-STT-CAPTION
           MOVE 0 TO WS-STT-PERIOD
           MOVE WS-TOTAL-ASSETS TO WS-STT-BALANCE
           WRITE LEDGER-REPORT-LINE FROM WS-STMT-TOTAL-LINE
           WRITE LEDGER-REPORT-LINE FROM WS-BLANK-LINE

           MOVE 'L' TO WS-SECTION-TYPE
           PERFORM 4500-PRINT-STATEMENT-SECTION
           MOVE WS-SECTION-TOTAL TO WS-TOTAL-LIABILITIES
           MOVE "TOTAL LIABILITIES" TO WS-STT-CAPTION
           MOVE WS-TOTAL-LIABILITIES TO WS-STT-BALANCE
           WRITE LEDGER-REPORT-LINE FROM WS-STMT-TOTAL-LINE

           MOVE 'Q' TO WS-SECTION-TYPE
           PERFORM 4500-PRINT-STATEMENT-SECTION
           MOVE WS-SECTION-TOTAL TO WS-TOTAL-EQUITY
           MOVE 'I' TO WS-SECTION-TYPE
           PERFORM 4600-TOTAL-ACCOUNT-TYPE
           MOVE WS-SECTION-TOTAL TO WS-TOTAL-INCOME
           MOVE 'E' TO WS-SECTION-TYPE
           PERFORM 4600-TOTAL-ACCOUNT-TYPE
           MOVE WS-SECTION-TOTAL TO WS-TOTAL-EXPENSE
           COMPUTE WS-NET-INCOME = WS-TOTAL-INCOME - WS-TOTAL-EXPENSE
           MOVE "EARNINGS TO DATE" TO WS-STT-CAPTION
           MOVE WS-NET-INCOME TO WS-STT-BALANCE
           WRITE LEDGER-REPORT-LINE FROM WS-STMT-TOTAL-LINE
           COMPUTE WS-TOTAL-EQUITY = WS-TOTAL-EQUITY + WS-NET-INCOME
           MOVE "TOTAL EQUITY" TO WS-STT-CAPTION
           MOVE WS-TOTAL-EQUITY TO WS-STT-BALANCE
           WRITE LEDGER-REPORT-LINE FROM WS-STMT-TOTAL-LINE

           COMPUTE WS-LIAB-AND-EQUITY = WS-TOTAL-LIABILITIES
                                      + WS-TOTAL-EQUITY
           MOVE "TOTAL LIABILITIES AND EQUITY" TO WS-STT-CAPTION
           MOVE WS-LIAB-AND-EQUITY TO WS-STT-BALANCE
           WRITE LEDGER-REPORT-LINE FROM WS-STMT-TOTAL-LINE
           WRITE LEDGER-REPORT-LINE FROM WS-BLANK-LINE.

      *----------------------------------------------------------------
      * 4200-PRINT-INCOME-STATEMENT - income less expense for the
      * period being closed, beside the running figure to date.
      *----------------------------------------------------------------
       4200-PRINT-INCOME-STATEMENT.
           MOVE "INCOME STATEMENT FOR PERIOD" TO WS-SH-TEXT
           MOVE WS-OPEN-PERIOD TO WS-SH-TEXT (29:6)
           WRITE LEDGER-REPORT-LINE FROM WS-SECTION-HEADING
           MOVE "   THIS PERIOD" TO WS-SC-PERIOD-CAPTION
           MOVE "       TO DATE" TO WS-SC-BALANCE-CAPTION
           WRITE LEDGER-REPORT-LINE FROM WS-STMT-COLUMN-HEADING

           MOVE 'I' TO WS-SECTION-TYPE
           PERFORM 4500-PRINT-STATEMENT-SECTION
           MOVE WS-SECTION-PERIOD-TOTAL TO WS-PERIOD-INCOME
           MOVE "TOTAL INCOME" TO WS-STT-CAPTION
           MOVE WS-PERIOD-INCOME TO WS-STT-PERIOD
           MOVE WS-TOTAL-INCOME  TO WS-STT-BALANCE
           WRITE LEDGER-REPORT-LINE FROM WS-STMT-TOTAL-LINE
           WRITE LEDGER-REPORT-LINE FROM WS-BLANK-LINE

           MOVE 'E' TO WS-SECTION-TYPE
           PERFORM 4500-PRINT-STATEMENT-SECTION
           MOVE WS-SECTION-PERIOD-TOTAL TO WS-PERIOD-EXPENSE
           MOVE "TOTAL EXPENSES" TO WS-STT-CAPTION
           MOVE WS-PERIOD-EXPENSE TO WS-STT-PERIOD
           MOVE WS-TOTAL-EXPENSE  TO WS-STT-BALANCE
           WRITE LEDGER-REPORT-LINE FROM WS-STMT-TOTAL-LINE
           WRITE LEDGER-REPORT-LINE FROM WS-BLANK-LINE

           COMPUTE WS-PERIOD-NET-INCOME = WS-PERIOD-INCOME
                                        - WS-PERIOD-EXPENSE
           MOVE "NET INCOME" TO WS-STT-CAPTION
           MOVE WS-PERIOD-NET-INCOME TO WS-STT-PERIOD
           MOVE WS-NET-INCOME        TO WS-STT-BALANCE
           WRITE LEDGER-REPORT-LINE FROM WS-STMT-TOTAL-LINE
           WRITE LEDGER-REPORT-LINE FROM WS-BLANK-LINE.

      *----------------------------------------------------------------
      * 4300-ROLL-PERIOD - each account's activity into its opening
      * balance, and the ledger into the next month.
      *----------------------------------------------------------------
       4300-ROLL-PERIOD.
           MOVE WS-OPEN-PERIOD TO WS-NEXT-PERIOD
           IF WS-NP-MONTH = 12
               ADD 1 TO WS-NP-YEAR
               MOVE 1 TO WS-NP-MONTH
           ELSE
               ADD 1 TO WS-NP-MONTH
           END-IF
           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
                   UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
               ADD WS-L-ACTIVITY (WS-LEDGER-IDX)
                   TO WS-L-OPENING (WS-LEDGER-IDX)
               MOVE 0 TO WS-L-ACTIVITY (WS-LEDGER-IDX)
           END-PERFORM
           DISPLAY "PERIOD " WS-OPEN-PERIOD " CLOSED - LEDGER NOW IN "
                   WS-NEXT-PERIOD
           MOVE "PERIOD CLOSED - LEDGER ROLLED TO" TO WS-SH-TEXT
           MOVE WS-NEXT-PERIOD TO WS-SH-TEXT (34:6)
           WRITE LEDGER-REPORT-LINE FROM WS-SECTION-HEADING
           MOVE WS-NEXT-PERIOD TO WS-OPEN-PERIOD.

      *----------------------------------------------------------------
      * 4500-PRINT-STATEMENT-SECTION - every account of type
      * WS-SECTION-TYPE, credit-normal types with the sign turned so
      * they read positive.  Leaves the section's balance and period
      * totals in WS-SECTION-TOTAL and WS-SECTION-PERIOD-TOTAL.
      *----------------------------------------------------------------
       4500-PRINT-STATEMENT-SECTION.
           MOVE 0 TO WS-SECTION-TOTAL
           MOVE 0 TO WS-SECTION-PERIOD-TOTAL
           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
                   UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
               IF WS-L-ACCOUNT-TYPE (WS-LEDGER-IDX) = WS-SECTION-TYPE
                   COMPUTE WS-BALANCE = WS-L-OPENING (WS-LEDGER-IDX)
                                      + WS-L-ACTIVITY (WS-LEDGER-IDX)
                   MOVE WS-L-ACTIVITY (WS-LEDGER-IDX) TO WS-ST-PERIOD
                   IF WS-SECTION-TYPE = 'L' OR 'Q' OR 'I'
                       COMPUTE WS-BALANCE = 0 - WS-BALANCE
                       COMPUTE WS-ST-PERIOD =
                           0 - WS-L-ACTIVITY (WS-LEDGER-IDX)
                       SUBTRACT WS-L-ACTIVITY (WS-LEDGER-IDX)
                           FROM WS-SECTION-PERIOD-TOTAL
                   ELSE
                       ADD WS-L-ACTIVITY (WS-LEDGER-IDX)
                           TO WS-SECTION-PERIOD-TOTAL
                   END-IF
                   ADD WS-BALANCE TO WS-SECTION-TOTAL
                   IF WS-SECTION-TYPE = 'A' OR 'L' OR 'Q'
                       MOVE 0 TO WS-ST-PERIOD
                   END-IF
                   MOVE WS-L-ACCOUNT-CODE (WS-LEDGER-IDX) TO WS-ST-CODE
                   MOVE WS-L-ACCOUNT-NAME (WS-LEDGER-IDX) TO WS-ST-NAME
                   MOVE WS-BALANCE TO WS-ST-BALANCE
                   WRITE LEDGER-REPORT-LINE FROM WS-STMT-LINE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 4600-TOTAL-ACCOUNT-TYPE - the same totals as 4500 without
      * printing anything.
      *----------------------------------------------------------------
       4600-TOTAL-ACCOUNT-TYPE.
           MOVE 0 TO WS-SECTION-TOTAL
           MOVE 0 TO WS-SECTION-PERIOD-TOTAL
           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
                   UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
               IF WS-L-ACCOUNT-TYPE (WS-LEDGER-IDX) = WS-SECTION-TYPE
                   COMPUTE WS-BALANCE = WS-L-OPENING (WS-LEDGER-IDX)
                                      + WS-L-ACTIVITY (WS-LEDGER-IDX)
                   IF WS-SECTION-TYPE = 'I'
                       SUBTRACT WS-BALANCE FROM WS-SECTION-TOTAL
                   ELSE
                       ADD WS-BALANCE TO WS-SECTION-TOTAL
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 5000-TERMINATE - the master is rewritten first and only then
      * are this run's batches appended to the posted log, so a run
      * that dies in between reposts rather than silently losing a
      * batch.
      *----------------------------------------------------------------
       5000-TERMINATE.
           OPEN OUTPUT GL-MASTER-FILE
           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
                   UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
               MOVE WS-L-ACCOUNT-CODE (WS-LEDGER-IDX)
                   TO GLMAST-ACCOUNT-CODE
               MOVE WS-L-ACCOUNT-NAME (WS-LEDGER-IDX)
                   TO GLMAST-ACCOUNT-NAME
               MOVE WS-L-ACCOUNT-TYPE (WS-LEDGER-IDX)
                   TO GLMAST-ACCOUNT-TYPE
               MOVE WS-OPEN-PERIOD TO GLMAST-PERIOD
               MOVE WS-L-OPENING (WS-LEDGER-IDX)
                   TO GLMAST-OPENING-BALANCE
               MOVE WS-L-ACTIVITY (WS-LEDGER-IDX)
                   TO GLMAST-PERIOD-ACTIVITY
               MOVE WS-L-LAST-POSTED (WS-LEDGER-IDX)
                   TO GLMAST-LAST-POSTED-DATE
               WRITE GL-MASTER-RECORD
           END-PERFORM
           CLOSE GL-MASTER-FILE

           OPEN EXTEND GL-BATCH-LOG-FILE
           IF WS-GLBATLOG-STATUS = "35"
               OPEN OUTPUT GL-BATCH-LOG-FILE
           END-IF
           PERFORM VARYING WS-POSTED-IDX FROM 1 BY 1
                   UNTIL WS-POSTED-IDX > WS-POSTED-COUNT
               IF WS-P-NEW (WS-POSTED-IDX) = 'Y'
                   MOVE WS-P-RUN-DATE (WS-POSTED-IDX)
                       TO GLBAT-RUN-DATE
                   MOVE WS-P-SOURCE (WS-POSTED-IDX)
                       TO GLBAT-SOURCE
                   MOVE WS-P-RECORD-COUNT (WS-POSTED-IDX)
                       TO GLBAT-RECORD-COUNT
                   MOVE WS-P-DEBIT-TOTAL (WS-POSTED-IDX)
                       TO GLBAT-DEBIT-TOTAL
                   MOVE WS-RUN-DATE TO GLBAT-POSTED-DATE
                   MOVE WS-H-PERIOD TO GLBAT-PERIOD
                   WRITE GL-BATCH-LOG-RECORD
               END-IF
           END-PERFORM
           CLOSE GL-BATCH-LOG-FILE

           MOVE WS-BATCHES-POSTED   TO WS-F-POSTED
           MOVE WS-BATCHES-REJECTED TO WS-F-REJECTED
           MOVE WS-BATCHES-SKIPPED  TO WS-F-SKIPPED
           MOVE WS-BATCHES-HELD     TO WS-F-HELD
           MOVE WS-LINES-POSTED     TO WS-F-LINES
           WRITE LEDGER-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE LEDGER-REPORT-FILE
           CLOSE EXCEPTION-REPORT-FILE
           DISPLAY "GL BATCHES POSTED: " WS-BATCHES-POSTED
                   "  REJECTED: " WS-BATCHES-REJECTED
                   "  SKIPPED: " WS-BATCHES-SKIPPED
                   "  HELD: " WS-BATCHES-HELD.
