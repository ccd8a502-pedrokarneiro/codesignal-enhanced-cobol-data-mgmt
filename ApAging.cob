       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApAging.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - AGED ACCOUNTS PAYABLE.
      *                  EVERY INVOICE STILL OPEN ON APINVC IS AGED BY
      *                  DAYS PAST ITS DUE DATE AS OF THE BUSINESS
      *                  DATE - NOT YET DUE, 1-30, 31-60, 61-90 AND
      *                  OVER 90 - AND TOTALLED BY VENDOR, WITH THE
      *                  VENDOR NAME FROM VENDMAST AND A GRAND TOTAL
      *                  LINE.  AN INVOICE WITH A DUE DATE THAT IS NOT
      *                  NUMERIC CANNOT BE AGED AND IS ONLY COUNTED.
      *                  READ-ONLY.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT AP-INVOICE-FILE ASSIGN TO "APINVC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO "APAGE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-MASTER-FILE.
       COPY VENDMAST.

       FD  AP-INVOICE-FILE.
       COPY APINVC.

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  WS-VENDOR-EOF-SWITCH      PIC X VALUE 'N'.
           88  WS-VENDOR-END-OF-FILE VALUE 'Y'.
       01  WS-INVOICE-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-INVOICE-END-OF-FILE VALUE 'Y'.

       01  WS-VENDOR-STATUS          PIC X(2).
       01  WS-INVOICE-STATUS         PIC X(2).

       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  WS-VENDOR-READ            PIC 9(5) COMP VALUE 0.
       01  WS-INVOICE-READ           PIC 9(5) COMP VALUE 0.
       01  WS-OPEN-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-UNAGED-COUNT           PIC 9(5) COMP VALUE 0.

      *----------------------------------------------------------------
      * Day-number work fields - the same running day count CdLadder
      * uses, so days past due is a plain subtraction.
      *----------------------------------------------------------------
       01  WS-DN-DATE.
           05  WS-DN-YEAR            PIC 9(4).
           05  WS-DN-MONTH           PIC 9(2).
           05  WS-DN-DAY             PIC 9(2).
       01  WS-DN-DATE-NUM REDEFINES WS-DN-DATE PIC 9(8).
       01  WS-DN-ADJ-YEAR            PIC 9(4) COMP VALUE 0.
       01  WS-DN-ADJ-MONTH           PIC 9(2) COMP VALUE 0.
       01  WS-DN-QUARTER-DAYS        PIC 9(6) COMP VALUE 0.
       01  WS-DN-CENTURIES           PIC 9(6) COMP VALUE 0.
       01  WS-DN-QUAD-CENTURIES      PIC 9(6) COMP VALUE 0.
       01  WS-DN-MONTH-DAYS          PIC 9(6) COMP VALUE 0.
       01  WS-DAY-NUMBER             PIC 9(8) COMP VALUE 0.
       01  WS-RUN-DAY-NUMBER         PIC 9(8) COMP VALUE 0.
       01  WS-DAYS-PAST-DUE          PIC S9(8) COMP VALUE 0.
       01  WS-BUCKET                 PIC 9(1) COMP VALUE 0.
       01  WS-B-IDX                  PIC 9(1) COMP VALUE 0.

      *----------------------------------------------------------------
      * WS-VENDOR-TABLE - vendor names from the master.
      *----------------------------------------------------------------
       01  WS-VENDOR-COUNT           PIC 9(3) COMP VALUE 0.
       01  WS-VENDOR-TABLE.
           05  WS-V-ENTRY OCCURS 200 TIMES INDEXED BY WS-V-IDX.
               10  WS-V-VENDOR-ID     PIC X(6).
               10  WS-V-VENDOR-NAME   PIC X(30).

      *----------------------------------------------------------------
      * WS-AGE-TABLE - one entry per vendor with open invoices, in the
      * order the vendor first appears on APINVC; buckets 1 to 5 are
      * not yet due, 1-30, 31-60, 61-90 and over 90 days past due.
      *----------------------------------------------------------------
       01  WS-AGE-COUNT              PIC 9(3) COMP VALUE 0.
       01  WS-AGE-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-AGE-FOUND          VALUE 'Y'.
       01  WS-AGE-FOUND-IDX          PIC 9(3) COMP VALUE 0.
       01  WS-AGE-TABLE.
           05  WS-A-ENTRY OCCURS 200 TIMES INDEXED BY WS-A-IDX.
               10  WS-A-VENDOR-ID     PIC X(6).
               10  WS-A-INVOICES      PIC 9(4) COMP.
               10  WS-A-BUCKET        PIC S9(9)V99 OCCURS 5 TIMES.
               10  WS-A-TOTAL         PIC S9(9)V99.

       01  WS-GRAND-FIGURES.
           05  WS-G-INVOICES          PIC 9(5) COMP.
           05  WS-G-BUCKET            PIC S9(9)V99 OCCURS 5 TIMES.
           05  WS-G-TOTAL             PIC S9(9)V99.

       01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(30) VALUE "AGED ACCOUNTS PAYABLE".
           05  FILLER PIC X(7)  VALUE "AS OF: ".
           05  WS-H-RUN-DATE      PIC 9(8).
           05  FILLER             PIC X(87) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(10) VALUE "  VENDOR".
           05  FILLER PIC X(24) VALUE "NAME".
           05  FILLER PIC X(8)  VALUE "INVOICES".
           05  FILLER PIC X(14) VALUE "  NOT YET DUE".
           05  FILLER PIC X(14) VALUE "         1-30".
           05  FILLER PIC X(14) VALUE "        31-60".
           05  FILLER PIC X(14) VALUE "        61-90".
           05  FILLER PIC X(14) VALUE "      OVER 90".
           05  FILLER PIC X(14) VALUE "        TOTAL".
           05  FILLER             PIC X(6) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-VENDOR-ID     PIC X(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-VENDOR-NAME   PIC X(24).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-INVOICES      PIC ZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-BUCKET-GROUP.
               10  WS-D-BUCKET    PIC ZZ,ZZZ,ZZ9.99- OCCURS 5 TIMES.
           05  WS-D-TOTAL         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(6) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "ApAging" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           MOVE WS-RUN-DATE TO WS-DN-DATE-NUM
           PERFORM 2500-COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER
           INITIALIZE WS-AGE-TABLE
           INITIALIZE WS-GRAND-FIGURES

           PERFORM 1000-LOAD-VENDOR-TABLE
           PERFORM 1300-AGE-INVOICES
           PERFORM 3000-PRINT-REPORT

           DISPLAY "OPEN INVOICES AGED: " WS-OPEN-COUNT
                   "  NOT AGED (BAD DUE DATE): " WS-UNAGED-COUNT
           MOVE 'E' TO RLOG-ACTION
           COMPUTE RLOG-RECORDS-READ = WS-VENDOR-READ
                                     + WS-INVOICE-READ
           MOVE WS-AGE-COUNT TO RLOG-RECORDS-WRITTEN
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-LOAD-VENDOR-TABLE
      *----------------------------------------------------------------
       1000-LOAD-VENDOR-TABLE.
           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-VENDOR-STATUS = "35"
               DISPLAY "VENDMAST NOT FOUND - VENDOR NAMES NOT SHOWN"
           ELSE
               PERFORM 1050-READ-VENDOR
               PERFORM UNTIL WS-VENDOR-END-OF-FILE
                       OR WS-VENDOR-COUNT >= 200
                   ADD 1 TO WS-VENDOR-COUNT
                   MOVE VEND-VENDOR-ID
                       TO WS-V-VENDOR-ID (WS-VENDOR-COUNT)
                   MOVE VEND-VENDOR-NAME
                       TO WS-V-VENDOR-NAME (WS-VENDOR-COUNT)
                   PERFORM 1050-READ-VENDOR
               END-PERFORM
               CLOSE VENDOR-MASTER-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1050-READ-VENDOR
      *----------------------------------------------------------------
       1050-READ-VENDOR.
           READ VENDOR-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-VENDOR-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-VENDOR-READ
           END-READ.

      *----------------------------------------------------------------
      * 1300-AGE-INVOICES - every open invoice into its vendor's
      * bucket.
      *----------------------------------------------------------------
       1300-AGE-INVOICES.
           OPEN INPUT AP-INVOICE-FILE
           IF WS-INVOICE-STATUS = "35"
               DISPLAY "APINVC NOT FOUND - NOTHING TO AGE"
           ELSE
               PERFORM 1350-READ-INVOICE
               PERFORM UNTIL WS-INVOICE-END-OF-FILE
                   IF NOT APIN-PAID
                       PERFORM 1400-AGE-INVOICE
                   END-IF
                   PERFORM 1350-READ-INVOICE
               END-PERFORM
               CLOSE AP-INVOICE-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1350-READ-INVOICE
      *----------------------------------------------------------------
       1350-READ-INVOICE.
           READ AP-INVOICE-FILE
               AT END
                   MOVE 'Y' TO WS-INVOICE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-INVOICE-READ
           END-READ.

      *----------------------------------------------------------------
      * 1400-AGE-INVOICE - days past due sets the bucket; a vendor's
      * first open invoice adds its entry.
      *----------------------------------------------------------------
       1400-AGE-INVOICE.
           IF APIN-DUE-DATE NOT NUMERIC
              OR APIN-AMOUNT NOT NUMERIC
               ADD 1 TO WS-UNAGED-COUNT
           ELSE
               ADD 1 TO WS-OPEN-COUNT
               MOVE APIN-DUE-DATE TO WS-DN-DATE-NUM
               PERFORM 2500-COMPUTE-DAY-NUMBER
               COMPUTE WS-DAYS-PAST-DUE =
                   WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
               EVALUATE TRUE
                   WHEN WS-DAYS-PAST-DUE < 1
                       MOVE 1 TO WS-BUCKET
                   WHEN WS-DAYS-PAST-DUE < 31
                       MOVE 2 TO WS-BUCKET
                   WHEN WS-DAYS-PAST-DUE < 61
                       MOVE 3 TO WS-BUCKET
                   WHEN WS-DAYS-PAST-DUE < 91
                       MOVE 4 TO WS-BUCKET
                   WHEN OTHER
                       MOVE 5 TO WS-BUCKET
               END-EVALUATE

               MOVE 'N' TO WS-AGE-FOUND-SWITCH
               MOVE 0   TO WS-AGE-FOUND-IDX
               PERFORM VARYING WS-A-IDX FROM 1 BY 1
                       UNTIL WS-A-IDX > WS-AGE-COUNT
                          OR WS-AGE-FOUND
                   IF WS-A-VENDOR-ID (WS-A-IDX) = APIN-VENDOR-ID
                       MOVE 'Y' TO WS-AGE-FOUND-SWITCH
                       SET WS-AGE-FOUND-IDX TO WS-A-IDX
                   END-IF
               END-PERFORM
               IF NOT WS-AGE-FOUND
                  AND WS-AGE-COUNT < 200
                   ADD 1 TO WS-AGE-COUNT
                   MOVE WS-AGE-COUNT TO WS-AGE-FOUND-IDX
                   MOVE APIN-VENDOR-ID
                       TO WS-A-VENDOR-ID (WS-AGE-FOUND-IDX)
                   MOVE 'Y' TO WS-AGE-FOUND-SWITCH
               END-IF

               IF WS-AGE-FOUND
                   ADD 1 TO WS-A-INVOICES (WS-AGE-FOUND-IDX)
                   ADD APIN-AMOUNT
                       TO WS-A-BUCKET (WS-AGE-FOUND-IDX, WS-BUCKET)
                   ADD APIN-AMOUNT TO WS-A-TOTAL (WS-AGE-FOUND-IDX)
               END-IF
               ADD 1 TO WS-G-INVOICES
               ADD APIN-AMOUNT TO WS-G-BUCKET (WS-BUCKET)
               ADD APIN-AMOUNT TO WS-G-TOTAL
           END-IF.

      *----------------------------------------------------------------
      * 2500-COMPUTE-DAY-NUMBER - WS-DN-DATE as a running day count.
      * January and February count as months 13 and 14 of the year
      * before, so the leap day is the last day of its year and each
      * earlier month's length follows from 153 days per 5 months.
      *----------------------------------------------------------------
       2500-COMPUTE-DAY-NUMBER.
           IF WS-DN-MONTH < 3
               COMPUTE WS-DN-ADJ-YEAR  = WS-DN-YEAR - 1
               COMPUTE WS-DN-ADJ-MONTH = WS-DN-MONTH + 9
           ELSE
               MOVE WS-DN-YEAR TO WS-DN-ADJ-YEAR
               COMPUTE WS-DN-ADJ-MONTH = WS-DN-MONTH - 3
           END-IF
           DIVIDE WS-DN-ADJ-YEAR BY 4   GIVING WS-DN-QUARTER-DAYS
           DIVIDE WS-DN-ADJ-YEAR BY 100 GIVING WS-DN-CENTURIES
           DIVIDE WS-DN-ADJ-YEAR BY 400 GIVING WS-DN-QUAD-CENTURIES
           COMPUTE WS-DN-MONTH-DAYS = 153 * WS-DN-ADJ-MONTH + 2
           DIVIDE WS-DN-MONTH-DAYS BY 5 GIVING WS-DN-MONTH-DAYS
           COMPUTE WS-DAY-NUMBER = 365 * WS-DN-ADJ-YEAR
                                 + WS-DN-QUARTER-DAYS
                                 - WS-DN-CENTURIES
                                 + WS-DN-QUAD-CENTURIES
                                 + WS-DN-MONTH-DAYS
                                 + WS-DN-DAY.

      *----------------------------------------------------------------
      * 3000-PRINT-REPORT - one line per vendor, then the grand total.
      *----------------------------------------------------------------
       3000-PRINT-REPORT.
           OPEN OUTPUT AGING-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           WRITE AGING-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE AGING-REPORT-LINE FROM WS-BLANK-LINE
           WRITE AGING-REPORT-LINE FROM WS-REPORT-HEADING-2
           WRITE AGING-REPORT-LINE FROM WS-BLANK-LINE

           PERFORM VARYING WS-A-IDX FROM 1 BY 1
                   UNTIL WS-A-IDX > WS-AGE-COUNT
               MOVE WS-A-VENDOR-ID (WS-A-IDX) TO WS-D-VENDOR-ID
               MOVE "*** NOT ON VENDMAST ***" TO WS-D-VENDOR-NAME
               PERFORM VARYING WS-V-IDX FROM 1 BY 1
                       UNTIL WS-V-IDX > WS-VENDOR-COUNT
                   IF WS-V-VENDOR-ID (WS-V-IDX)
                          = WS-A-VENDOR-ID (WS-A-IDX)
                       MOVE WS-V-VENDOR-NAME (WS-V-IDX)
                           TO WS-D-VENDOR-NAME
                   END-IF
               END-PERFORM
               MOVE WS-A-INVOICES (WS-A-IDX) TO WS-D-INVOICES
               PERFORM VARYING WS-B-IDX FROM 1 BY 1
                       UNTIL WS-B-IDX > 5
                   MOVE WS-A-BUCKET (WS-A-IDX, WS-B-IDX)
                       TO WS-D-BUCKET (WS-B-IDX)
               END-PERFORM
               MOVE WS-A-TOTAL (WS-A-IDX) TO WS-D-TOTAL
               WRITE AGING-REPORT-LINE FROM WS-DETAIL-LINE
           END-PERFORM

           WRITE AGING-REPORT-LINE FROM WS-BLANK-LINE
           MOVE SPACES TO WS-D-VENDOR-ID
           MOVE "TOTAL OPEN PAYABLES" TO WS-D-VENDOR-NAME
           MOVE WS-G-INVOICES TO WS-D-INVOICES
           PERFORM VARYING WS-B-IDX FROM 1 BY 1
                   UNTIL WS-B-IDX > 5
               MOVE WS-G-BUCKET (WS-B-IDX) TO WS-D-BUCKET (WS-B-IDX)
           END-PERFORM
           MOVE WS-G-TOTAL TO WS-D-TOTAL
           WRITE AGING-REPORT-LINE FROM WS-DETAIL-LINE
           CLOSE AGING-REPORT-FILE.
