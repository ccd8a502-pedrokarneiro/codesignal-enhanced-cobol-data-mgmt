      *                  NONZERO, SINCE AN ACCOUNT JUMPING STRAIGHT
      *                  OFF ZERO IS EXACTLY THE KIND OF MOVE THE
      *                  REVIEW IS FOR.
      * 2026-10-15  DLH  READS THE NIGHTLY BALSNAP BALANCE SNAPSHOT
      *                  INSTEAD OF THE WHOLE OF BALHIST - FOR EACH
      *                  ACCTMAST ACCOUNT, THE NIGHTLY-RUN ENTRIES OF
      *                  THE MONTH OF THE LAST NIGHT BUILT, EACH
      *                  NIGHT'S CLOSING BALANCE MEASURED AGAINST THE
      *                  NIGHT BEFORE'S.  CARRIED DAYS THE SUITE DID
      *                  NOT RUN NEVER MOVE AND ARE SKIPPED.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BALSNAP-KEY
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT SWING-REPORT-FILE ASSIGN TO "SWNGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMAST.

       FD  BALANCE-SNAPSHOT-FILE.
       COPY BALSNAP.

       FD  SWING-REPORT-FILE.
       01  SWING-REPORT-LINE             PIC X(90).
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-SNAP-STATUS            PIC X(2).
       01  WS-SNAPSHOT-DATE          PIC 9(8) VALUE 0.
       01  WS-MONTH-START-DATE       PIC 9(8) VALUE 0.
       01  WS-DAY-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-END-OF-ACCOUNT-DAYS VALUE 'Y'.
       01  WS-PERCENT-THRESHOLD      PIC 9(3) VALUE 0.
       01  WS-FLAGGED-COUNT          PIC 9(5) COMP VALUE 0.

           05  FILLER PIC X(29) VALUE "UNUSUAL BALANCE SWING REVIEW".
           05  FILLER PIC X(19) VALUE "PERCENT THRESHOLD: ".
           05  WS-H-THRESHOLD   PIC ZZ9.
           05  FILLER PIC X(12) VALUE "  SNAPSHOT: ".
           05  WS-H-SNAPSHOT-DATE PIC 9(8).

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(10) VALUE "RUN DATE".
           05  FILLER PIC X(16) VALUE "PRIOR CLOSE".
           05  FILLER PIC X(16) VALUE "CLOSING BALANCE".
           05  FILLER PIC X(12) VALUE "CHANGE PCT".

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(18) VALUE "NIGHTS FLAGGED:   ".
           05  WS-F-FLAGGED-COUNT PIC ZZZZ9.

       01  WS-NO-ENTRIES-LINE        PIC X(90)
           END-IF
           DISPLAY "Percent threshold to flag: " WS-PERCENT-THRESHOLD

           OPEN INPUT BALANCE-SNAPSHOT-FILE
           IF WS-SNAP-STATUS NOT = "35"
               PERFORM 1000-READ-CONTROL
           END-IF

           OPEN OUTPUT SWING-REPORT-FILE
           MOVE WS-PERCENT-THRESHOLD TO WS-H-THRESHOLD
           MOVE WS-SNAPSHOT-DATE TO WS-H-SNAPSHOT-DATE
           WRITE SWING-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE SWING-REPORT-LINE FROM WS-REPORT-HEADING-2

           IF WS-SNAPSHOT-DATE > 0
               OPEN INPUT ACCOUNT-MASTER-FILE
               PERFORM 1100-READ-ACCOUNT
               PERFORM 1200-SCAN-ACCOUNT-MONTH
                   UNTIL WS-END-OF-FILE
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           IF WS-SNAP-STATUS NOT = "35"
               CLOSE BALANCE-SNAPSHOT-FILE
           END-IF

           IF WS-FLAGGED-COUNT = 0
               WRITE SWING-REPORT-LINE FROM WS-NO-ENTRIES-LINE
           MOVE WS-FLAGGED-COUNT TO WS-F-FLAGGED-COUNT
           WRITE SWING-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE SWING-REPORT-FILE
           DISPLAY "NIGHTS FLAGGED: " WS-FLAGGED-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-READ-CONTROL - the snapshot's control record names the
      * last night built; the review covers that night's month.
      *----------------------------------------------------------------
       1000-READ-CONTROL.
           MOVE 0 TO BALSNAP-ACCOUNT-NUMBER
           MOVE 0 TO BALSNAP-SNAPSHOT-DATE
           READ BALANCE-SNAPSHOT-FILE
               INVALID KEY
                   MOVE 0 TO WS-SNAPSHOT-DATE
               NOT INVALID KEY
                   MOVE BALSNAP-LAST-DATE TO WS-SNAPSHOT-DATE
           END-READ
           MOVE WS-SNAPSHOT-DATE TO WS-MONTH-START-DATE
           MOVE "01" TO WS-MONTH-START-DATE (7:2)
           DISPLAY "Snapshot of " WS-SNAPSHOT-DATE.

      *----------------------------------------------------------------
      * 1100-READ-ACCOUNT
      *----------------------------------------------------------------
       1100-READ-ACCOUNT.
           READ ACCOUNT-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1200-SCAN-ACCOUNT-MONTH - position on this account's first
      * entry of the month and read its days forward through the
      * last night built.
      *----------------------------------------------------------------
       1200-SCAN-ACCOUNT-MONTH.
           MOVE 'N' TO WS-DAY-EOF-SWITCH
           MOVE ACCTM-ACCOUNT-NUMBER TO BALSNAP-ACCOUNT-NUMBER
           MOVE WS-MONTH-START-DATE  TO BALSNAP-SNAPSHOT-DATE
           START BALANCE-SNAPSHOT-FILE
               KEY IS NOT LESS THAN BALSNAP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DAY-EOF-SWITCH
           END-START

           IF NOT WS-END-OF-ACCOUNT-DAYS
               PERFORM 2100-READ-SNAPSHOT
           END-IF
           PERFORM 2000-CHECK-POSTING
               UNTIL WS-END-OF-ACCOUNT-DAYS

           PERFORM 1100-READ-ACCOUNT.

      *----------------------------------------------------------------
      * 2000-CHECK-POSTING - measure this night's closing balance
      * against the night before's and flag it when the percentage
      * clears the threshold, in either direction.
      *----------------------------------------------------------------
       2000-CHECK-POSTING.
           IF BALSNAP-NIGHTLY-RUN
               PERFORM 2050-MEASURE-NIGHT
           END-IF

           PERFORM 2100-READ-SNAPSHOT.

      *----------------------------------------------------------------
      * 2050-MEASURE-NIGHT - a carried day the suite did not run
      * never moves and is not measured.
      *----------------------------------------------------------------
       2050-MEASURE-NIGHT.
           MOVE 'N' TO WS-ZERO-PRIOR-SWITCH
           COMPUTE WS-CHANGE-AMOUNT
               = BALSNAP-END-OF-DAY-BALANCE
               - BALSNAP-PRIOR-DAY-BALANCE
           IF WS-CHANGE-AMOUNT < 0
               COMPUTE WS-CHANGE-AMOUNT = WS-CHANGE-AMOUNT * -1
           END-IF

           IF BALSNAP-PRIOR-DAY-BALANCE = 0
               MOVE 'Y' TO WS-ZERO-PRIOR-SWITCH
               MOVE 0 TO WS-CHANGE-PERCENT
               IF WS-CHANGE-AMOUNT > 0
           ELSE
               COMPUTE WS-CHANGE-PERCENT ROUNDED
                   = (WS-CHANGE-AMOUNT * 100)
                   / BALSNAP-PRIOR-DAY-BALANCE
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-CHANGE-PERCENT
               END-COMPUTE
               IF WS-CHANGE-PERCENT > WS-PERCENT-THRESHOLD
                   PERFORM 2300-FLAG-POSTING
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2100-READ-SNAPSHOT - the account's days end at the next
      * account's key or past the last night built.
      *----------------------------------------------------------------
       2100-READ-SNAPSHOT.
           READ BALANCE-SNAPSHOT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DAY-EOF-SWITCH
           END-READ
           IF NOT WS-END-OF-ACCOUNT-DAYS
               IF BALSNAP-ACCOUNT-NUMBER NOT = ACCTM-ACCOUNT-NUMBER
                  OR BALSNAP-SNAPSHOT-DATE > WS-SNAPSHOT-DATE
                   MOVE 'Y' TO WS-DAY-EOF-SWITCH
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2300-FLAG-POSTING
      *----------------------------------------------------------------
       2300-FLAG-POSTING.
           MOVE BALSNAP-ACCOUNT-NUMBER     TO WS-D-ACCOUNT
           MOVE BALSNAP-SNAPSHOT-DATE      TO WS-D-RUN-DATE
           MOVE BALSNAP-PRIOR-DAY-BALANCE  TO WS-D-PRIOR-BAL
           MOVE BALSNAP-END-OF-DAY-BALANCE TO WS-D-NEW-BAL
           MOVE WS-CHANGE-PERCENT      TO WS-D-PERCENT
           IF WS-ZERO-PRIOR
               MOVE " FROM ZERO" TO WS-D-PERCENT-NOTE
