      *                  AccountMaint MAINTAINS, SO THE ESCHEATMENT
      *                  REVIEW CAN ACT ON A LINE WITHOUT A SEPARATE
      *                  LOOKUP OF WHOSE ACCOUNT IT IS.
      * 2026-10-15  DLH  THE STREAK NOW COMES FROM THE NIGHTLY BALSNAP
      *                  BALANCE SNAPSHOT INSTEAD OF A PASS OF THE
      *                  WHOLE OF BALHIST - EACH ACCTMAST ACCOUNT'S
      *                  ENTRY FOR THE LAST NIGHT BUILT, READ BY KEY,
      *                  CARRIES ITS RUN OF CONSECUTIVE NIGHTS WHOSE
      *                  CLOSING BALANCE DID NOT MOVE AND THE LAST
      *                  NIGHT IT DID.  AN UNMOVED RUN IS NOW A NIGHT
      *                  OF THE SUITE RATHER THAN A SINGLE POSTING.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCTM-ACCOUNT-NUMBER.

           SELECT BALANCE-SNAPSHOT-FILE ASSIGN TO "BALSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALSNAP-KEY
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT DORMANT-REPORT-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMAST.

       FD  BALANCE-SNAPSHOT-FILE.
       COPY BALSNAP.

       FD  DORMANT-REPORT-FILE.
       01  DORMANT-REPORT-LINE           PIC X(100).
       01  WS-STREAK-THRESHOLD       PIC 9(3) VALUE 0.
       01  WS-DORMANT-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-SNAP-STATUS            PIC X(2).
       01  WS-SNAPSHOT-DATE          PIC 9(8) VALUE 0.

       01  WS-ACCOUNT-COUNT          PIC 9(3) COMP VALUE 0.

       01  WS-CUSTA-STATUS           PIC X(2).
       01  WS-ADDR-EOF-SWITCH        PIC X VALUE 'N'.
               10  WS-N-CUSTOMER-NAME   PIC X(30).

      *----------------------------------------------------------------
      * WS-ACCOUNT-TABLE - one entry per account on the snapshot,
      * carrying its run of consecutive unmoved nights, the last
      * night its balance moved and its closing balance.
      *----------------------------------------------------------------
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-ACCT-IDX.
               10  WS-T-ACCOUNT-NUMBER  PIC 9(10).
               10  WS-T-UNMOVED-RUNS    PIC 9(5) COMP.
           05  FILLER PIC X(20) VALUE "MINIMUM UNMOVED RUNS".
           05  FILLER PIC X(2)  VALUE ": ".
           05  WS-H-THRESHOLD   PIC ZZ9.
           05  FILLER PIC X(12) VALUE "  SNAPSHOT: ".
           05  WS-H-SNAPSHOT-DATE PIC 9(8).

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(32) VALUE "CUSTOMER NAME".
           05  FILLER PIC X(14) VALUE "UNMOVED RUNS".
           05  FILLER PIC X(12) VALUE "LAST MOVED".
           05  FILLER PIC X(14) VALUE "LAST BALANCE".

       01  WS-REPORT-FOOTER.

           PERFORM 1000-LOAD-ADDRESS-TABLE

           PERFORM 2000-LOAD-SNAPSHOT

           PERFORM 3000-PRINT-REPORT
           STOP RUN.
           END-READ.

      *----------------------------------------------------------------
      * 2000-LOAD-SNAPSHOT - the snapshot's control record names the
      * last night built; every ACCTMAST account's entry for that
      * night goes into the table.  No snapshot file yet leaves the
      * table empty and nothing is flagged.
      *----------------------------------------------------------------
       2000-LOAD-SNAPSHOT.
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
               PERFORM 2100-READ-ACCOUNT
               PERFORM 2200-TAKE-ACCOUNT
                   UNTIL WS-END-OF-FILE
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE BALANCE-SNAPSHOT-FILE
           END-IF.

      *----------------------------------------------------------------
      * 2100-READ-ACCOUNT
      *----------------------------------------------------------------
       2100-READ-ACCOUNT.
           READ ACCOUNT-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2200-TAKE-ACCOUNT - an account opened since the last night
      * built has no entry yet and is left out.
      *----------------------------------------------------------------
       2200-TAKE-ACCOUNT.
           MOVE ACCTM-ACCOUNT-NUMBER TO BALSNAP-ACCOUNT-NUMBER
           MOVE WS-SNAPSHOT-DATE     TO BALSNAP-SNAPSHOT-DATE
           READ BALANCE-SNAPSHOT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-ACCOUNT-COUNT >= 500
                       DISPLAY "*** ACCOUNT TABLE FULL - RAISE THE"
                               " TABLE SIZE - NO REPORT ***"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE BALSNAP-ACCOUNT-NUMBER
                       TO WS-T-ACCOUNT-NUMBER (WS-ACCOUNT-COUNT)
                   MOVE BALSNAP-UNMOVED-RUNS
                       TO WS-T-UNMOVED-RUNS (WS-ACCOUNT-COUNT)
                   MOVE BALSNAP-LAST-ACTIVITY-DATE
                       TO WS-T-LAST-RUN-DATE (WS-ACCOUNT-COUNT)
                   MOVE BALSNAP-END-OF-DAY-BALANCE
                       TO WS-T-LAST-BALANCE (WS-ACCOUNT-COUNT)
           END-READ

           PERFORM 2100-READ-ACCOUNT.

      *----------------------------------------------------------------
      * 3000-PRINT-REPORT - one line per account whose trailing streak
       3000-PRINT-REPORT.
           OPEN OUTPUT DORMANT-REPORT-FILE
           MOVE WS-STREAK-THRESHOLD TO WS-H-THRESHOLD
           MOVE WS-SNAPSHOT-DATE TO WS-H-SNAPSHOT-DATE
           WRITE DORMANT-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE DORMANT-REPORT-LINE FROM WS-REPORT-HEADING-2

