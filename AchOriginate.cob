       IDENTIFICATION DIVISION.
       PROGRAM-ID. AchOriginate.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - CUSTOMER PAYMENTS TO
      *                  ACCOUNTS AT OTHER BANKS.  GroupCalcDemo DEBITS
      *                  THE CUSTOMER FOR EVERY GCTRAN 'X' EXTERNAL
      *                  PAYMENT AND QUEUES IT ON ACHOUT; THIS PROGRAM
      *                  DRAINS THE QUEUE INTO A NACHA-FORMAT
      *                  ORIGINATION FILE - FILE HEADER, ONE PPD
      *                  CREDIT BATCH OF ENTRY DETAIL RECORDS, BATCH
      *                  CONTROL AND FILE CONTROL RECORDS CARRYING THE
      *                  ENTRY COUNT, ENTRY HASH AND DOLLAR TOTALS, AND
      *                  THE FILE PADDED OUT TO WHOLE BLOCKS OF TEN.
      *                  EVERY ENTRY IS APPENDED TO THE ACHSENT
      *                  REGISTER UNDER ITS TRACE NUMBER SO AchReturns
      *                  CAN MATCH A RETURN BACK TO THE CUSTOMER, AND
      *                  A REGISTER OF THE FILE IS PRINTED.  THE QUEUE
      *                  IS EMPTIED AT THE END SO NOTHING IS SENT TWICE.
      * 2026-10-15  DLH  THE PRINTED REGISTER NO LONGER SHOWS THE
      *                  PAYEE'S ROUTING AND ACCOUNT NUMBER IN CLEAR -
      *                  BOTH ARE MASKED BY THE SHARED MaskData FOR
      *                  ACHORPT'S DISTCLS DISTRIBUTION CLASS.  THE
      *                  ORIGINATION FILE AND ACHSENT KEEP THE FULL
      *                  NUMBERS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-OUTBOUND-FILE ASSIGN TO "ACHOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHOUT-STATUS.

           SELECT ACH-SENT-FILE ASSIGN TO "ACHSENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHSENT-STATUS.

           SELECT NACHA-FILE ASSIGN TO "ACHFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORIGINATION-REPORT-FILE ASSIGN TO "ACHORPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-OUTBOUND-FILE.
       COPY ACHOUT.

       FD  ACH-SENT-FILE.
       COPY ACHSENT.

       FD  NACHA-FILE.
       01  NACHA-RECORD                 PIC X(94).

       FD  ORIGINATION-REPORT-FILE.
       01  ORIGINATION-REPORT-LINE      PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-ACHOUT-STATUS          PIC X(2).
       01  WS-ACHSENT-STATUS         PIC X(2).

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RD-CENTURY         PIC 9(2).
           05  WS-RD-YYMMDD          PIC 9(6).
       01  WS-CLOCK-TIME             PIC 9(8).
       01  WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIME.
           05  WS-CLOCK-HHMM         PIC 9(4).
           05  FILLER                PIC 9(4).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.

       01  MASK-DATA-PARMS.
           COPY MASKPARM.

       01  BANK-IDENTITY.
           COPY BANKID.

      *----------------------------------------------------------------
      * File totals - the entry hash is the sum of the receiving
      * banks' eight-digit identifiers; only its low ten digits go on
      * the control records.  Record and block counts cover every
      * record on the file, headers and controls included.
      *----------------------------------------------------------------
       01  WS-ENTRY-COUNT            PIC 9(6) COMP VALUE 0.
       01  WS-ENTRY-HASH             PIC 9(12) VALUE 0.
       01  WS-TOTAL-CREDIT           PIC 9(10)V99 VALUE 0.
       01  WS-RECORD-COUNT           PIC 9(6) COMP VALUE 0.
       01  WS-BLOCK-COUNT            PIC 9(6) COMP VALUE 0.
       01  WS-BLOCK-REMAINDER        PIC 9(2) COMP VALUE 0.
       01  WS-PAD-COUNT              PIC 9(2) COMP VALUE 0.
       01  WS-PAD-IDX                PIC 9(2) COMP VALUE 0.

      *----------------------------------------------------------------
      * Trace numbers - our eight-digit originating-bank identifier
      * followed by a seven-digit sequence that carries on from the
      * highest already on the ACHSENT register, so a trace number
      * is never reused.
      *----------------------------------------------------------------
       01  WS-TRACE-SEQUENCE         PIC 9(7) VALUE 0.
       01  WS-TRACE-WORK             PIC 9(15) VALUE 0.
       01  WS-TRACE-PARTS REDEFINES WS-TRACE-WORK.
           05  WS-TRACE-ODFI         PIC 9(8).
           05  WS-TRACE-SEQ          PIC 9(7).

       01  WS-RECEIVER-WORK          PIC 9(9) VALUE 0.
       01  WS-RECEIVER-PARTS REDEFINES WS-RECEIVER-WORK.
           05  WS-RECEIVER-DFI-ID    PIC 9(8).
           05  WS-RECEIVER-CHECK     PIC 9.

      *----------------------------------------------------------------
      * NACHA record layouts, 94 characters each.
      *----------------------------------------------------------------
       01  WS-FILE-HEADER.
           05  FILLER                PIC X VALUE '1'.
           05  FILLER                PIC X(2) VALUE '01'.
           05  FILLER                PIC X VALUE SPACE.
           05  WS-FH-DESTINATION     PIC 9(9).
           05  FILLER                PIC X VALUE SPACE.
           05  WS-FH-ORIGIN          PIC 9(9).
           05  WS-FH-CREATION-DATE   PIC 9(6).
           05  WS-FH-CREATION-TIME   PIC 9(4).
           05  FILLER                PIC X VALUE 'A'.
           05  FILLER                PIC X(3) VALUE '094'.
           05  FILLER                PIC X(2) VALUE '10'.
           05  FILLER                PIC X VALUE '1'.
           05  WS-FH-DESTINATION-NAME PIC X(23).
           05  WS-FH-ORIGIN-NAME     PIC X(23).
           05  FILLER                PIC X(8) VALUE SPACES.

       01  WS-BATCH-HEADER.
           05  FILLER                PIC X VALUE '5'.
           05  FILLER                PIC X(3) VALUE '220'.
           05  WS-BH-COMPANY-NAME    PIC X(16).
           05  FILLER                PIC X(20) VALUE SPACES.
           05  WS-BH-COMPANY-ID      PIC X(10).
           05  FILLER                PIC X(3) VALUE 'PPD'.
           05  FILLER                PIC X(10) VALUE 'PAYMENT'.
           05  WS-BH-DESCRIPTIVE-DATE PIC 9(6).
           05  WS-BH-EFFECTIVE-DATE  PIC 9(6).
           05  FILLER                PIC X(3) VALUE SPACES.
           05  FILLER                PIC X VALUE '1'.
           05  WS-BH-ODFI-ID         PIC 9(8).
           05  WS-BH-BATCH-NUMBER    PIC 9(7).

       01  WS-ENTRY-DETAIL.
           05  FILLER                PIC X VALUE '6'.
           05  FILLER                PIC X(2) VALUE '22'.
           05  WS-ED-RECEIVER-ID     PIC 9(8).
           05  WS-ED-CHECK-DIGIT     PIC 9.
           05  WS-ED-DFI-ACCOUNT     PIC X(17).
           05  WS-ED-AMOUNT          PIC 9(8)V99.
           05  WS-ED-INDIVIDUAL-ID   PIC X(15).
           05  WS-ED-INDIVIDUAL-NAME PIC X(22).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  FILLER                PIC X VALUE '0'.
           05  WS-ED-TRACE-NUMBER    PIC 9(15).

       01  WS-BATCH-CONTROL.
           05  FILLER                PIC X VALUE '8'.
           05  FILLER                PIC X(3) VALUE '220'.
           05  WS-BC-ENTRY-COUNT     PIC 9(6).
           05  WS-BC-ENTRY-HASH      PIC 9(10).
           05  WS-BC-TOTAL-DEBIT     PIC 9(10)V99.
           05  WS-BC-TOTAL-CREDIT    PIC 9(10)V99.
           05  WS-BC-COMPANY-ID      PIC X(10).
           05  FILLER                PIC X(19) VALUE SPACES.
           05  FILLER                PIC X(6) VALUE SPACES.
           05  WS-BC-ODFI-ID         PIC 9(8).
           05  WS-BC-BATCH-NUMBER    PIC 9(7).

       01  WS-FILE-CONTROL.
           05  FILLER                PIC X VALUE '9'.
           05  WS-FC-BATCH-COUNT     PIC 9(6).
           05  WS-FC-BLOCK-COUNT     PIC 9(6).
           05  WS-FC-ENTRY-COUNT     PIC 9(8).
           05  WS-FC-ENTRY-HASH      PIC 9(10).
           05  WS-FC-TOTAL-DEBIT     PIC 9(10)V99.
           05  WS-FC-TOTAL-CREDIT    PIC 9(10)V99.
           05  FILLER                PIC X(39) VALUE SPACES.

       01  WS-PAD-RECORD             PIC X(94) VALUE ALL '9'.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(26) VALUE "ACH ORIGINATION REGISTER".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER           PIC X(46) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(11) VALUE "ROUTING".
           05  FILLER PIC X(19) VALUE "PAYEE ACCOUNT".
           05  FILLER PIC X(15) VALUE "AMOUNT".
           05  FILLER PIC X(33) VALUE "TRACE NUMBER".

       01  WS-DETAIL-LINE.
           05  WS-D-ACCOUNT       PIC 9(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-ROUTING       PIC X(9).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-EXT-ACCOUNT   PIC X(17).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-TRACE         PIC 9(15).
           05  FILLER             PIC X(18) VALUE SPACES.

       01  WS-NO-ENTRIES-LINE.
           05  FILLER PIC X(40)
               VALUE "NO PAYMENTS QUEUED - NO FILE BUILT".
           05  FILLER PIC X(50) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(9)  VALUE "ENTRIES: ".
           05  WS-F-ENTRIES     PIC ZZZZZ9.
           05  FILLER PIC X(17) VALUE "  TOTAL CREDITS: ".
           05  WS-F-TOTAL       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(14) VALUE "  ENTRY HASH: ".
           05  WS-F-HASH        PIC 9(10).
           05  FILLER PIC X(17) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "AchOriginate" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           ACCEPT OPRAUTH-OPERATOR-ID FROM SYSIN
           MOVE "AchOriginate" TO OPRAUTH-CALLER-ID
           CALL "SignOnCheck" USING OPERATOR-AUTH-PARMS
           IF OPRAUTH-DENIED
               DISPLAY "*** SIGN-ON REJECTED - UNAUTHORIZED OPERATOR: "
                       OPRAUTH-OPERATOR-ID " ***"
               STOP RUN
           END-IF
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."

           PERFORM 1000-FIND-LAST-TRACE
           PERFORM 1500-OPEN-FILES

           PERFORM 2100-READ-QUEUE
           IF WS-END-OF-FILE
               WRITE ORIGINATION-REPORT-LINE FROM WS-NO-ENTRIES-LINE
           ELSE
               PERFORM 2000-WRITE-HEADERS
               PERFORM 3000-ORIGINATE-ENTRY
                   UNTIL WS-END-OF-FILE
               PERFORM 4000-WRITE-CONTROLS
           END-IF

           PERFORM 5000-TERMINATE
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-ENTRY-COUNT TO RLOG-RECORDS-READ
           MOVE WS-ENTRY-COUNT TO RLOG-RECORDS-WRITTEN
           MOVE "OK  " TO RLOG-FINAL-STATUS
           CALL "RunLog" USING RUN-LOG-PARMS
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-FIND-LAST-TRACE - the highest trace sequence already on
      * the register.  A status of "35" means nothing has ever been
      * originated, and numbering starts at one.
      *----------------------------------------------------------------
       1000-FIND-LAST-TRACE.
           OPEN INPUT ACH-SENT-FILE
           IF WS-ACHSENT-STATUS NOT = "35"
               PERFORM 1100-READ-SENT
               PERFORM UNTIL WS-ACHSENT-STATUS NOT = "00"
                   MOVE ACHSENT-TRACE-NUMBER TO WS-TRACE-WORK
                   IF WS-TRACE-SEQ > WS-TRACE-SEQUENCE
                       MOVE WS-TRACE-SEQ TO WS-TRACE-SEQUENCE
                   END-IF
                   PERFORM 1100-READ-SENT
               END-PERFORM
               CLOSE ACH-SENT-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1100-READ-SENT
      *----------------------------------------------------------------
       1100-READ-SENT.
           READ ACH-SENT-FILE
               AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------
      * 1500-OPEN-FILES - no queue file yet means no payment has ever
      * posted; it reads as an empty queue.  The register is appended
      * to, and the first run ever creates it.
      *----------------------------------------------------------------
       1500-OPEN-FILES.
           OPEN INPUT ACH-OUTBOUND-FILE
           IF WS-ACHOUT-STATUS = "35"
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           OPEN EXTEND ACH-SENT-FILE
           IF WS-ACHSENT-STATUS = "35"
               OPEN OUTPUT ACH-SENT-FILE
           END-IF

           OPEN OUTPUT NACHA-FILE

           OPEN OUTPUT ORIGINATION-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           WRITE ORIGINATION-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE ORIGINATION-REPORT-LINE FROM WS-REPORT-HEADING-2.

      *----------------------------------------------------------------
      * 2000-WRITE-HEADERS - the file header, addressed from us to
      * the ACH operator, and the header of the one credit batch
      * every queued payment goes out in, effective the run date.
      *----------------------------------------------------------------
       2000-WRITE-HEADERS.
           ACCEPT WS-CLOCK-TIME FROM TIME

           MOVE BANKID-OPERATOR-ROUTING TO WS-FH-DESTINATION
           MOVE BANKID-ROUTING-NUMBER   TO WS-FH-ORIGIN
           MOVE WS-RD-YYMMDD            TO WS-FH-CREATION-DATE
           MOVE WS-CLOCK-HHMM           TO WS-FH-CREATION-TIME
           MOVE BANKID-OPERATOR-NAME    TO WS-FH-DESTINATION-NAME
           MOVE BANKID-BANK-NAME        TO WS-FH-ORIGIN-NAME
           WRITE NACHA-RECORD FROM WS-FILE-HEADER
           ADD 1 TO WS-RECORD-COUNT

           MOVE BANKID-COMPANY-NAME     TO WS-BH-COMPANY-NAME
           MOVE BANKID-COMPANY-ID       TO WS-BH-COMPANY-ID
           MOVE WS-RD-YYMMDD            TO WS-BH-DESCRIPTIVE-DATE
           MOVE WS-RD-YYMMDD            TO WS-BH-EFFECTIVE-DATE
           MOVE BANKID-ODFI-ID          TO WS-BH-ODFI-ID
           MOVE 1                       TO WS-BH-BATCH-NUMBER
           WRITE NACHA-RECORD FROM WS-BATCH-HEADER
           ADD 1 TO WS-RECORD-COUNT.

      *----------------------------------------------------------------
      * 2100-READ-QUEUE
      *----------------------------------------------------------------
       2100-READ-QUEUE.
           READ ACH-OUTBOUND-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 3000-ORIGINATE-ENTRY - one credit entry detail per queued
      * payment, under the next trace number, registered on ACHSENT
      * and listed on the report.  The customer's own account number
      * goes in the individual identification field, so the
      * receiving bank's return quotes it back.
      *----------------------------------------------------------------
       3000-ORIGINATE-ENTRY.
           ADD 1 TO WS-TRACE-SEQUENCE
           MOVE BANKID-ODFI-ID    TO WS-TRACE-ODFI
           MOVE WS-TRACE-SEQUENCE TO WS-TRACE-SEQ

           MOVE ACHOUT-ROUTING-NUMBER TO WS-RECEIVER-WORK
           MOVE WS-RECEIVER-DFI-ID    TO WS-ED-RECEIVER-ID
           MOVE WS-RECEIVER-CHECK     TO WS-ED-CHECK-DIGIT
           MOVE ACHOUT-EXT-ACCOUNT    TO WS-ED-DFI-ACCOUNT
           MOVE ACHOUT-AMOUNT         TO WS-ED-AMOUNT
           MOVE ACHOUT-ACCOUNT-NUMBER TO WS-ED-INDIVIDUAL-ID
           MOVE SPACES                TO WS-ED-INDIVIDUAL-NAME
           MOVE WS-TRACE-WORK         TO WS-ED-TRACE-NUMBER
           WRITE NACHA-RECORD FROM WS-ENTRY-DETAIL
           ADD 1 TO WS-RECORD-COUNT

           ADD 1 TO WS-ENTRY-COUNT
           ADD WS-RECEIVER-DFI-ID TO WS-ENTRY-HASH
           ADD ACHOUT-AMOUNT      TO WS-TOTAL-CREDIT

           MOVE WS-TRACE-WORK         TO ACHSENT-TRACE-NUMBER
           MOVE ACHOUT-ACCOUNT-NUMBER TO ACHSENT-ACCOUNT-NUMBER
           MOVE ACHOUT-ROUTING-NUMBER TO ACHSENT-ROUTING-NUMBER
           MOVE ACHOUT-EXT-ACCOUNT    TO ACHSENT-EXT-ACCOUNT
           MOVE ACHOUT-AMOUNT         TO ACHSENT-AMOUNT
           MOVE WS-RUN-DATE           TO ACHSENT-SENT-DATE
           MOVE 'S'                   TO ACHSENT-STATUS
           MOVE 0                     TO ACHSENT-RETURN-DATE
           WRITE ACH-SENT-RECORD

           MOVE ACHOUT-ACCOUNT-NUMBER TO WS-D-ACCOUNT
           MOVE "ACHORPT"             TO MASK-REPORT-ID
           MOVE 'A'                   TO MASK-FIELD-TYPE
           MOVE 9                     TO MASK-FIELD-LENGTH
           MOVE ACHOUT-ROUTING-NUMBER TO MASK-FIELD-VALUE
           CALL "MaskData" USING MASK-DATA-PARMS
           MOVE MASK-FIELD-VALUE      TO WS-D-ROUTING
           MOVE 17                    TO MASK-FIELD-LENGTH
           MOVE ACHOUT-EXT-ACCOUNT    TO MASK-FIELD-VALUE
           CALL "MaskData" USING MASK-DATA-PARMS
           MOVE MASK-FIELD-VALUE      TO WS-D-EXT-ACCOUNT
           MOVE ACHOUT-AMOUNT         TO WS-D-AMOUNT
           MOVE WS-TRACE-WORK         TO WS-D-TRACE
           WRITE ORIGINATION-REPORT-LINE FROM WS-DETAIL-LINE

           PERFORM 2100-READ-QUEUE.

      *----------------------------------------------------------------
      * 4000-WRITE-CONTROLS - batch control and file control carry
      * the same entry count, entry hash and credit total (a credit-
      * only batch has no debits); the file is then padded with
      * all-nines records to a whole number of ten-record blocks.
      *----------------------------------------------------------------
       4000-WRITE-CONTROLS.
           MOVE WS-ENTRY-COUNT    TO WS-BC-ENTRY-COUNT
           MOVE WS-ENTRY-HASH     TO WS-BC-ENTRY-HASH
           MOVE 0                 TO WS-BC-TOTAL-DEBIT
           MOVE WS-TOTAL-CREDIT   TO WS-BC-TOTAL-CREDIT
           MOVE BANKID-COMPANY-ID TO WS-BC-COMPANY-ID
           MOVE BANKID-ODFI-ID    TO WS-BC-ODFI-ID
           MOVE 1                 TO WS-BC-BATCH-NUMBER
           WRITE NACHA-RECORD FROM WS-BATCH-CONTROL
           ADD 1 TO WS-RECORD-COUNT

           ADD 1 TO WS-RECORD-COUNT
           DIVIDE WS-RECORD-COUNT BY 10
               GIVING WS-BLOCK-COUNT
               REMAINDER WS-BLOCK-REMAINDER
           IF WS-BLOCK-REMAINDER > 0
               ADD 1 TO WS-BLOCK-COUNT
               COMPUTE WS-PAD-COUNT = 10 - WS-BLOCK-REMAINDER
           ELSE
               MOVE 0 TO WS-PAD-COUNT
           END-IF

           MOVE 1                 TO WS-FC-BATCH-COUNT
           MOVE WS-BLOCK-COUNT    TO WS-FC-BLOCK-COUNT
           MOVE WS-ENTRY-COUNT    TO WS-FC-ENTRY-COUNT
           MOVE WS-ENTRY-HASH     TO WS-FC-ENTRY-HASH
           MOVE 0                 TO WS-FC-TOTAL-DEBIT
           MOVE WS-TOTAL-CREDIT   TO WS-FC-TOTAL-CREDIT
           WRITE NACHA-RECORD FROM WS-FILE-CONTROL

           PERFORM VARYING WS-PAD-IDX FROM 1 BY 1
                   UNTIL WS-PAD-IDX > WS-PAD-COUNT
               WRITE NACHA-RECORD FROM WS-PAD-RECORD
           END-PERFORM.

      *----------------------------------------------------------------
      * 5000-TERMINATE - everything queued is now on the file and the
      * register, so the queue is emptied for the next posting run.
      *----------------------------------------------------------------
       5000-TERMINATE.
           MOVE WS-ENTRY-COUNT  TO WS-F-ENTRIES
           MOVE WS-TOTAL-CREDIT TO WS-F-TOTAL
           MOVE WS-ENTRY-HASH   TO WS-F-HASH
           WRITE ORIGINATION-REPORT-LINE FROM WS-REPORT-FOOTER

           IF WS-ACHOUT-STATUS NOT = "35"
               CLOSE ACH-OUTBOUND-FILE
           END-IF
           OPEN OUTPUT ACH-OUTBOUND-FILE
           CLOSE ACH-OUTBOUND-FILE

           CLOSE ACH-SENT-FILE
           CLOSE NACHA-FILE
           CLOSE ORIGINATION-REPORT-FILE
           DISPLAY "ACH ENTRIES ORIGINATED: " WS-ENTRY-COUNT
                   "  TOTAL: " WS-F-TOTAL.
