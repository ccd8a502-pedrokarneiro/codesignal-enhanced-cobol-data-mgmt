      *                  THE SERVICE CAN VERIFY THE FILE ARRIVED
      *                  COMPLETE.  CUSTOMER NAMES COME FROM THE
      *                  CUSTADDR MASTER.
      * 2026-10-15  DLH  AN ACCOUNT WHOSE CUSTADDR ADDRESS ReturnedMail
      *                  HAS FLAGGED UNDELIVERABLE STILL GOES ON THE
      *                  EXTRACT - THE FILING OBLIGATION STANDS - BUT
      *                  ITS CUSTOMER COPY IS HELD: THE SUMMARY LINE IS
      *                  MARKED AND THE FORM IS LISTED ON THE SHARED
      *                  HELDMAIL FILE FOR THE MAIL ROOM.
      * 2026-10-15  DLH  REPORTS FEDERAL BACKUP WITHHOLDING IN BOX 4 -
      *                  THE INTYTD-BACKUP-WITHHELD FinanceCalculator
      *                  TAKES FROM AN UNCERTIFIED CUSTOMER'S INTEREST
      *                  IS TOTALED PER ACCOUNT, PRINTED BESIDE THE
      *                  INTEREST AND CARRIED ON THE EXTRACT WITH THE
      *                  CUSTOMER'S CUSTADDR TIN, THE TRAILER GAINING
      *                  A WITHHELD TOTAL.  AN ACCOUNT WITH ANY
      *                  WITHHOLDING IS REPORTED EVEN UNDER THE
      *                  REPORTING MINIMUM.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TAX-EXTRACT-FILE ASSIGN TO "INT99EXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HELD-MAIL-FILE ASSIGN TO "HELDMAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTEREST-YTD-FILE.
       COPY CUSTADDR.

       FD  TAX-REPORT-FILE.
       01  TAX-REPORT-LINE              PIC X(110).

      *----------------------------------------------------------------
      * TAX-EXTRACT-RECORD - one detail line per reportable account,
      * wrapped in a header carrying the tax year and run date and a
      * trailer carrying the detail count and the interest and
      * backup withholding totals, the same record-type convention
      * the GLEXTR interface uses.
      *----------------------------------------------------------------
       FD  TAX-EXTRACT-FILE.
       01  TAX-EXTRACT-RECORD.
               10  T99-ACCOUNT-NUMBER   PIC 9(10).
               10  T99-CUSTOMER-NAME    PIC X(30).
               10  T99-INTEREST-AMOUNT  PIC S9(7)V99.
               10  T99-TAXPAYER-ID      PIC X(9).
               10  T99-BACKUP-WITHHELD  PIC S9(7)V99.
           05  T99-HEADER-DATA REDEFINES T99-DETAIL-DATA.
               10  T99-HEADER-TAX-YEAR  PIC 9(4).
               10  T99-HEADER-RUN-DATE  PIC 9(8).
               10  FILLER               PIC X(55).
           05  T99-TRAILER-DATA REDEFINES T99-DETAIL-DATA.
               10  T99-TRAILER-COUNT    PIC 9(10).
               10  T99-TRAILER-TOTAL    PIC S9(9)V99.
               10  T99-TRAILER-WITHHELD PIC S9(9)V99.
               10  FILLER               PIC X(35).

       FD  HELD-MAIL-FILE.
       COPY HELDMAIL.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-ADDR-END-OF-FILE   VALUE 'Y'.

       01  WS-CUSTA-STATUS           PIC X(2).
       01  WS-HELDM-STATUS           PIC X(2).
       01  WS-HELD-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-TAX-YEAR               PIC 9(4) VALUE 0.
       01  WS-ENTRY-YEAR             PIC 9(4).
       01  WS-REPORTED-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-DROPPED-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-REPORTED-TOTAL         PIC S9(9)V99 VALUE 0.
       01  WS-REPORTED-WITHHELD      PIC S9(9)V99 VALUE 0.

       01  WS-YTD-COUNT              PIC 9(5) COMP VALUE 0.
       01  WS-FOUND-SWITCH           PIC X VALUE 'N'.
                          INDEXED BY WS-YTD-IDX.
               10  WS-Y-ACCOUNT-NUMBER    PIC 9(10).
               10  WS-Y-TOTAL-INTEREST    PIC S9(7)V99.
               10  WS-Y-TOTAL-WITHHELD    PIC S9(7)V99.

       01  WS-ADDRESS-TABLE.
           05  WS-ADDR-ENTRY OCCURS 1 TO 500 TIMES
                   INDEXED BY WS-ADDR-IDX.
               10  WS-N-ACCOUNT-NUMBER      PIC 9(10).
               10  WS-N-CUSTOMER-NAME       PIC X(30).
               10  WS-N-MAIL-STATUS         PIC X.
                   88  WS-N-MAIL-RETURNED   VALUE 'R'.
               10  WS-N-RETURNED-DATE       PIC 9(8).
               10  WS-N-TAXPAYER-ID         PIC X(9).

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(34)
           05  WS-H-TAX-YEAR    PIC 9(4).
           05  FILLER PIC X(11) VALUE "  MINIMUM: ".
           05  WS-H-MINIMUM     PIC ZZ9.99.
           05  FILLER           PIC X(45) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(32) VALUE "CUSTOMER NAME".
           05  FILLER PIC X(13) VALUE "INTEREST (1)".
           05  FILLER PIC X(13) VALUE "WITHHELD (4)".
           05  FILLER PIC X(40) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(20) VALUE "ACCOUNTS REPORTED: ".
           05  WS-F-DROPPED     PIC ZZZZ9.
           05  FILLER PIC X(9)  VALUE "  TOTAL: ".
           05  WS-F-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(8)  VALUE "  HELD: ".
           05  WS-F-HELD        PIC ZZZZ9.
           05  FILLER PIC X(12) VALUE "  WITHHELD: ".
           05  WS-F-WITHHELD    PIC ZZZ,ZZ9.99.
           05  FILLER           PIC X(4) VALUE SPACES.

       01  WS-NO-ENTRIES-LINE        PIC X(110)
           VALUE "*** NO REPORTABLE INTEREST FOR TAX YEAR ***".

       01  WS-DETAIL-LINE.
           05  WS-D-NAME          PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-INTEREST      PIC ZZZ,ZZZ.99-.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-WITHHELD      PIC ZZZ,ZZZ.99-.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-MAIL-FLAG     PIC X(33).
           05  FILLER             PIC X(7) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
                       TO WS-N-ACCOUNT-NUMBER (WS-ADDRESS-COUNT)
                   MOVE CUSTA-CUSTOMER-NAME
                       TO WS-N-CUSTOMER-NAME (WS-ADDRESS-COUNT)
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
                   MOVE CUSTA-TAXPAYER-ID
                       TO WS-N-TAXPAYER-ID (WS-ADDRESS-COUNT)
                   PERFORM 0850-READ-ADDRESS
               END-PERFORM
               CLOSE CUSTOMER-ADDRESS-FILE
      *----------------------------------------------------------------
      * 1000-ACCUMULATE-INTEREST - fold one tax-year INTYTD entry
      * into its account's total, the same roll-up InterestRegister
      * performs, along with any backup withholding it carries.
      *----------------------------------------------------------------
       1000-ACCUMULATE-INTEREST.
           MOVE INTYTD-RUN-DATE(1:4) TO WS-ENTRY-YEAR
                   MOVE INTYTD-ACCOUNT-NUMBER
                       TO WS-Y-ACCOUNT-NUMBER (WS-YTD-COUNT)
                   MOVE 0 TO WS-Y-TOTAL-INTEREST (WS-YTD-COUNT)
                   MOVE 0 TO WS-Y-TOTAL-WITHHELD (WS-YTD-COUNT)
                   MOVE WS-YTD-COUNT TO WS-FOUND-IDX
               END-IF
               ADD INTYTD-INTEREST-EARNED
                   TO WS-Y-TOTAL-INTEREST (WS-FOUND-IDX)
               IF INTYTD-BACKUP-WITHHELD NUMERIC
                   ADD INTYTD-BACKUP-WITHHELD
                       TO WS-Y-TOTAL-WITHHELD (WS-FOUND-IDX)
               END-IF
           END-IF

           PERFORM 1100-READ-INTEREST-YTD.
           MOVE 'H' TO T99-RECORD-TYPE
           MOVE WS-TAX-YEAR TO T99-HEADER-TAX-YEAR
           MOVE WS-RUN-DATE TO T99-HEADER-RUN-DATE
           WRITE TAX-EXTRACT-RECORD

           OPEN EXTEND HELD-MAIL-FILE
           IF WS-HELDM-STATUS = "35"
               OPEN OUTPUT HELD-MAIL-FILE
           END-IF.

      *----------------------------------------------------------------
      * 2000-REPORT-ACCOUNT - an account at or above the reporting
      * minimum, or with any backup withheld, goes on both the
      * summary and the extract; any other is dropped and only
      * counted.  The customer copy for an undeliverable address is
      * held on HELDMAIL.
      *----------------------------------------------------------------
       2000-REPORT-ACCOUNT.
           IF WS-Y-TOTAL-INTEREST (WS-YTD-IDX) < WS-REPORTING-MINIMUM
              AND WS-Y-TOTAL-WITHHELD (WS-YTD-IDX) = 0
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               PERFORM 2200-FIND-CUSTOMER-NAME
               MOVE WS-Y-ACCOUNT-NUMBER (WS-YTD-IDX) TO WS-D-ACCOUNT
               MOVE WS-Y-TOTAL-INTEREST (WS-YTD-IDX) TO WS-D-INTEREST
               MOVE WS-Y-TOTAL-WITHHELD (WS-YTD-IDX) TO WS-D-WITHHELD
               IF WS-ADDRESS-FOUND
                  AND WS-N-MAIL-RETURNED (WS-ADDR-FOUND-IDX)
                   MOVE "*** HELD - ADDRESS UNDELIVERABLE"
                       TO WS-D-MAIL-FLAG
                   PERFORM 2400-HOLD-TAX-FORM
               ELSE
                   MOVE SPACES TO WS-D-MAIL-FLAG
               END-IF
               WRITE TAX-REPORT-LINE FROM WS-DETAIL-LINE

               MOVE 'D' TO T99-RECORD-TYPE
               MOVE WS-D-NAME TO T99-CUSTOMER-NAME
               MOVE WS-Y-TOTAL-INTEREST (WS-YTD-IDX)
                   TO T99-INTEREST-AMOUNT
               IF WS-ADDRESS-FOUND
                   MOVE WS-N-TAXPAYER-ID (WS-ADDR-FOUND-IDX)
                       TO T99-TAXPAYER-ID
               ELSE
                   MOVE SPACES TO T99-TAXPAYER-ID
               END-IF
               MOVE WS-Y-TOTAL-WITHHELD (WS-YTD-IDX)
                   TO T99-BACKUP-WITHHELD
               WRITE TAX-EXTRACT-RECORD

               ADD 1 TO WS-REPORTED-COUNT
               ADD WS-Y-TOTAL-INTEREST (WS-YTD-IDX)
                   TO WS-REPORTED-TOTAL
               ADD WS-Y-TOTAL-WITHHELD (WS-YTD-IDX)
                   TO WS-REPORTED-WITHHELD
           END-IF.

      *----------------------------------------------------------------
               MOVE "*** NAME NOT ON FILE ***" TO WS-D-NAME
           END-IF.

      *----------------------------------------------------------------
      * 2400-HOLD-TAX-FORM - list the account's 1099-INT on HELDMAIL
      * for the mail room instead of mailing it.
      *----------------------------------------------------------------
       2400-HOLD-TAX-FORM.
           MOVE "Interest1099" TO HELDM-PROGRAM-ID
           MOVE WS-Y-ACCOUNT-NUMBER (WS-YTD-IDX)
               TO HELDM-ACCOUNT-NUMBER
           MOVE WS-D-NAME TO HELDM-CUSTOMER-NAME
           MOVE "1099-INT TAX SUMMARY" TO HELDM-ITEM
           MOVE WS-N-RETURNED-DATE (WS-ADDR-FOUND-IDX)
               TO HELDM-RETURNED-DATE
           MOVE WS-RUN-DATE TO HELDM-RUN-DATE
           WRITE HELD-MAIL-RECORD
           ADD 1 TO WS-HELD-COUNT.

      *----------------------------------------------------------------
      * 3000-TERMINATE - report footer and the extract's trailer
      * controls.
           MOVE WS-REPORTED-COUNT TO WS-F-REPORTED
           MOVE WS-DROPPED-COUNT  TO WS-F-DROPPED
           MOVE WS-REPORTED-TOTAL TO WS-F-TOTAL
           MOVE WS-HELD-COUNT     TO WS-F-HELD
           MOVE WS-REPORTED-WITHHELD TO WS-F-WITHHELD
           WRITE TAX-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE TAX-REPORT-FILE

           MOVE 'T' TO T99-RECORD-TYPE
           MOVE WS-REPORTED-COUNT TO T99-TRAILER-COUNT
           MOVE WS-REPORTED-TOTAL TO T99-TRAILER-TOTAL
           MOVE WS-REPORTED-WITHHELD TO T99-TRAILER-WITHHELD
           WRITE TAX-EXTRACT-RECORD
           CLOSE TAX-EXTRACT-FILE
           CLOSE HELD-MAIL-FILE

           DISPLAY "ACCOUNTS REPORTED: " WS-REPORTED-COUNT
                   "  UNDER MINIMUM: " WS-DROPPED-COUNT
                   "  HELD: " WS-HELD-COUNT.
