       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterCompare.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - FIELD-LEVEL COMPARE OF TWO
      *                  GENERATIONS OF A MASTER FILE.  SYSIN NAMES
      *                  THE MASTER (ACCTMAST, EMPMAST, LIBBOOK,
      *                  PATFINE OR CLASSROS); PRIORGEN IS ITS PRIOR
      *                  BACKUP GENERATION AND CURRGEN THE FILE AS IT
      *                  STANDS.  RECORDS ARE MATCHED BY KEY AND
      *                  CMPRPT LISTS EVERY ADD, DELETE AND CHANGED
      *                  FIELD WITH ITS OLD AND NEW VALUE, THEN
      *                  CONTROL TOTALS PER FIELD - TIMES CHANGED AND,
      *                  FOR AMOUNTS, THE PRIOR, CURRENT AND NET
      *                  TOTALS - FLAGGING ANY FIELD CHANGED ON MORE
      *                  THAN HALF THE RECORDS.  THE CURRENT FILE IS
      *                  COPIED TO NEXTGEN AS THE NEXT RUN'S PRIOR
      *                  GENERATION.
      * 2026-10-15  DLH  THE EMPMAST BANK ROUTING AND ACCOUNT NUMBERS
      *                  NO LONGER PRINT IN CLEAR - THEIR OLD AND NEW
      *                  VALUES ARE MASKED BY THE SHARED MaskData FOR
      *                  CMPRPT'S DISTCLS DISTRIBUTION CLASS.  THEY ARE
      *                  STILL COMPARED IN FULL.
      * 2026-10-15  DLH  ACCTMAST IS READ AS THE KSDS IT IS, IN KEY
      *                  ORDER THROUGH ITS OWN ACCTMAST DD, IN PLACE OF
      *                  CURRGEN.  THE OTHER MASTERS ARE UNCHANGED.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-GEN-FILE ASSIGN TO "PRIORGEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.

           SELECT CURRENT-GEN-FILE ASSIGN TO "CURRGEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENT-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCTM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT NEXT-GEN-FILE ASSIGN TO "NEXTGEN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMPARE-REPORT-FILE ASSIGN TO "CMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * Any of the five masters - each is read as a whole record image
      * and its fields picked out by the definitions below.
      *----------------------------------------------------------------
       FD  PRIOR-GEN-FILE.
       01  PRIOR-GEN-RECORD             PIC X(150).

       FD  CURRENT-GEN-FILE.
       01  CURRENT-GEN-RECORD           PIC X(150).

      *----------------------------------------------------------------
      * The account master is a KSDS, not a flat file - it is read in
      * key order through its own DD rather than through CURRGEN.
      *----------------------------------------------------------------
       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMAST.

       FD  NEXT-GEN-FILE.
       01  NEXT-GEN-RECORD              PIC X(150).

       FD  COMPARE-REPORT-FILE.
       01  COMPARE-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRIOR-STATUS           PIC X(2).
       01  WS-CURRENT-STATUS         PIC X(2).
       01  WS-ACCTMAST-STATUS        PIC X(2).

       01  WS-KSDS-SWITCH            PIC X VALUE 'N'.
           88  WS-CURRENT-IS-KSDS    VALUE 'Y'.

      * The current record as read, from either file
       01  WS-CURRENT-IMAGE          PIC X(150).

       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-MASTER-ID              PIC X(8) VALUE SPACES.

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  MASK-DATA-PARMS.
           COPY MASKPARM.

      *----------------------------------------------------------------
      * Field definitions, one table per master, laid out as in its
      * copybook: data name, start position, length, type and decimal
      * places.  Type A is an amount carried into the control totals;
      * type X is compared as it stands; type M is a bank number,
      * compared as it stands but printed masked.  Key fields are not
      * listed - they are set up in 1000-SELECT-MASTER.
      *----------------------------------------------------------------
       01  WS-ACCTMAST-FIELDS.
           05  FILLER PIC X(33) VALUE
               "ACCTM-ACCOUNT-BALANCE    011007A2".
           05  FILLER PIC X(33) VALUE
               "ACCTM-INTEREST-RATE      018005A2".
           05  FILLER PIC X(33) VALUE
               "ACCTM-MONTHLY-SPENDINGS  023007A2".
           05  FILLER PIC X(33) VALUE
               "ACCTM-STATUS             030001X0".
           05  FILLER PIC X(33) VALUE
               "ACCTM-PRODUCT-TYPE       031001X0".
           05  FILLER PIC X(33) VALUE
               "ACCTM-MATURITY-DATE      032008X0".
           05  FILLER PIC X(33) VALUE
               "ACCTM-ACCRUED-INTEREST   040007A2".
           05  FILLER PIC X(33) VALUE
               "ACCTM-BRANCH-CODE        047003X0".
           05  FILLER PIC X(33) VALUE
               "ACCTM-OPENED-DATE        050008X0".
           05  FILLER PIC X(33) VALUE
               "ACCTM-CLOSED-DATE        058008X0".

       01  WS-EMPMAST-FIELDS.
           05  FILLER PIC X(33) VALUE
               "EMP-EMPLOYEE-NAME        007020X0".
           05  FILLER PIC X(33) VALUE
               "EMP-DEPARTMENT-CODE      027004X0".
           05  FILLER PIC X(33) VALUE
               "EMP-EMPLOYMENT-STATUS    031001X0".
           05  FILLER PIC X(33) VALUE
               "EMP-CURRENT-SALARY       032009A2".
           05  FILLER PIC X(33) VALUE
               "EMP-BONUS                041007A2".
           05  FILLER PIC X(33) VALUE
               "EMP-TAX-AMOUNT           048007A2".
           05  FILLER PIC X(33) VALUE
               "EMP-DEDUCTION-AMOUNT     055007A2".
           05  FILLER PIC X(33) VALUE
               "EMP-GARNISHMENT-AMOUNT   062007A2".
           05  FILLER PIC X(33) VALUE
               "EMP-EMPLOYER-BENEFIT     069007A2".
           05  FILLER PIC X(33) VALUE
               "EMP-BANK-ROUTING-NUMBER  076009M0".
           05  FILLER PIC X(33) VALUE
               "EMP-BANK-ACCOUNT-NUMBER  085017M0".
           05  FILLER PIC X(33) VALUE
               "EMP-PAY-FREQUENCY        102001X0".
           05  FILLER PIC X(33) VALUE
               "EMP-PAY-TYPE             103001X0".
           05  FILLER PIC X(33) VALUE
               "EMP-BENEFIT-PLAN-CODE    104003X0".
           05  FILLER PIC X(33) VALUE
               "EMP-HIRE-DATE            107008X0".
           05  FILLER PIC X(33) VALUE
               "EMP-401K-DEFERRAL-PERCENT115004A2".

       01  WS-LIBBOOK-FIELDS.
           05  FILLER PIC X(33) VALUE
               "LIBBOOK-AUTHOR           031020X0".
           05  FILLER PIC X(33) VALUE
               "LIBBOOK-STATUS           051001X0".
           05  FILLER PIC X(33) VALUE
               "LIBBOOK-DUE-DATE         052008X0".
           05  FILLER PIC X(33) VALUE
               "LIBBOOK-BORROWER-ID      062010X0".
           05  FILLER PIC X(33) VALUE
               "LIBBOOK-WAITING-PATRON   072010X0".
           05  FILLER PIC X(33) VALUE
               "LIBBOOK-HOME-BRANCH      082030X0".
           05  FILLER PIC X(33) VALUE
               "LIBBOOK-LOCATION         112030X0".
           05  FILLER PIC X(33) VALUE
               "LIBBOOK-RENEWAL-COUNT    142002A0".

       01  WS-PATFINE-FIELDS.
           05  FILLER PIC X(33) VALUE
               "PATFINE-BALANCE          011007A2".

       01  WS-CLASSROS-FIELDS.
           05  FILLER PIC X(33) VALUE
               "CLASSROS-TEACHER-NAME    001020X0".
           05  FILLER PIC X(33) VALUE
               "CLASSROS-TEACHER-STATUS  027001X0".
           05  FILLER PIC X(33) VALUE
               "CLASSROS-STUDENT-NAME    028020X0".
           05  FILLER PIC X(33) VALUE
               "CLASSROS-GRADE           048002A0".
           05  FILLER PIC X(33) VALUE
               "CLASSROS-STUDENT-STATUS  050001X0".
      *----------------------------------------------------------------
      * The selected master's definition.
      *----------------------------------------------------------------
       01  WS-KEY1-START             PIC 9(3) COMP VALUE 0.
       01  WS-KEY1-LEN               PIC 9(2) COMP VALUE 0.
       01  WS-KEY2-START             PIC 9(3) COMP VALUE 0.
       01  WS-KEY2-LEN               PIC 9(2) COMP VALUE 0.
       01  WS-FIELD-COUNT            PIC 9(2) COMP VALUE 0.
       01  WS-FIELD-LIST.
           05  WS-FIELD-DEF OCCURS 16 TIMES.
               10  WS-FD-NAME         PIC X(25).
               10  WS-FD-START        PIC 9(3).
               10  WS-FD-LEN          PIC 9(3).
               10  WS-FD-TYPE         PIC X.
                   88  WS-FD-IS-AMOUNT VALUE 'A'.
                   88  WS-FD-IS-MASKED VALUE 'M'.
               10  WS-FD-SCALE        PIC 9.

       01  WS-FIELD-TOTALS.
           05  WS-FIELD-TOTAL OCCURS 16 TIMES.
               10  WS-FT-CHANGED      PIC 9(5) COMP.
               10  WS-FT-PRIOR-TOTAL  PIC S9(14)V9(4).
               10  WS-FT-CURR-TOTAL   PIC S9(14)V9(4).

       01  WS-F                      PIC 9(2) COMP VALUE 0.

      *----------------------------------------------------------------
      * WS-PRIOR-TABLE - the prior generation, matched off as the
      * current file is read; what is left unmatched was deleted.
      *----------------------------------------------------------------
       01  WS-PRIOR-MAX              PIC 9(4) COMP VALUE 2000.
       01  WS-PRIOR-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-PRIOR-OVERFLOW         PIC 9(5) COMP VALUE 0.
       01  WS-P                      PIC 9(4) COMP VALUE 0.
       01  WS-MATCH-IDX              PIC 9(4) COMP VALUE 0.
       01  WS-PRIOR-TABLE.
           05  WS-PR-ENTRY OCCURS 2000 TIMES.
               10  WS-PR-MATCHED      PIC X.
               10  WS-PR-KEY          PIC X(40).
               10  WS-PR-IMAGE        PIC X(150).

       01  WS-KEY-IMAGE              PIC X(150).
       01  WS-BUILT-KEY              PIC X(40).
       01  WS-CURRENT-KEY            PIC X(40).

       01  WS-CHANGED-SWITCH         PIC X VALUE 'N'.
           88  WS-RECORD-CHANGED     VALUE 'Y'.

      *----------------------------------------------------------------
      * Amount decoding - the field's digits right-justified into an
      * 18-digit signed number, then scaled by its decimal places.
      *----------------------------------------------------------------
       01  WS-RAW-VALUE              PIC X(30).
       01  WS-NUM-WORK               PIC X(18).
       01  WS-NUM-VALUE REDEFINES WS-NUM-WORK PIC S9(18).
       01  WS-NUM-START              PIC 9(2) COMP VALUE 0.
       01  WS-AMOUNT                 PIC S9(14)V9(4).
       01  WS-AMOUNT-SWITCH          PIC X VALUE 'N'.
           88  WS-AMOUNT-VALID       VALUE 'Y'.
       01  WS-VALUE-TEXT             PIC X(30).
       01  WS-TOTAL-TEXT             PIC X(22).
       01  WS-ED-VALUE-0             PIC -,---,---,--9.
       01  WS-ED-VALUE-2             PIC -,---,---,--9.99.
       01  WS-ED-TOTAL-0             PIC ---,---,---,---,--9.
       01  WS-ED-TOTAL-2             PIC ---,---,---,---,--9.99.

       01  WS-ADDED-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-DELETED-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-CHANGED-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-UNCHANGED-COUNT        PIC 9(5) COMP VALUE 0.
       01  WS-CURRENT-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-MATCHED-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(32) VALUE "MASTER FILE GENERATION COMPARE".
           05  FILLER PIC X(8)  VALUE "MASTER: ".
           05  WS-H-MASTER-ID   PIC X(8).
           05  FILLER PIC X(12) VALUE "  RUN DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER           PIC X(64) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(8)  VALUE "ACTION".
           05  FILLER PIC X(36) VALUE "KEY".
           05  FILLER PIC X(27) VALUE "FIELD".
           05  FILLER PIC X(31) VALUE "OLD VALUE".
           05  FILLER PIC X(30) VALUE "NEW VALUE".

       01  WS-DETAIL-LINE.
           05  WS-D-ACTION        PIC X(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-KEY           PIC X(34).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-FIELD         PIC X(25).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-OLD-VALUE     PIC X(30).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-D-NEW-VALUE     PIC X(30).

       01  WS-NO-CHANGES-LINE.
           05  FILLER PIC X(40)
               VALUE "NO DIFFERENCES BETWEEN THE GENERATIONS".
           05  FILLER PIC X(92) VALUE SPACES.

       01  WS-REPORT-FOOTER-1.
           05  FILLER PIC X(26) VALUE "PRIOR GENERATION RECORDS: ".
           05  WS-F-PRIOR         PIC ZZ,ZZ9.
           05  FILLER PIC X(19) VALUE "  CURRENT RECORDS: ".
           05  WS-F-CURRENT       PIC ZZ,ZZ9.
           05  FILLER             PIC X(75) VALUE SPACES.

       01  WS-REPORT-FOOTER-2.
           05  FILLER PIC X(7)  VALUE "ADDED: ".
           05  WS-F-ADDED         PIC ZZ,ZZ9.
           05  FILLER PIC X(11) VALUE "  DELETED: ".
           05  WS-F-DELETED       PIC ZZ,ZZ9.
           05  FILLER PIC X(11) VALUE "  CHANGED: ".
           05  WS-F-CHANGED       PIC ZZ,ZZ9.
           05  FILLER PIC X(13) VALUE "  UNCHANGED: ".
           05  WS-F-UNCHANGED     PIC ZZ,ZZ9.
           05  FILLER             PIC X(66) VALUE SPACES.

       01  WS-TOTALS-HEADING.
           05  FILLER PIC X(26) VALUE "FIELD CONTROL TOTALS".
           05  FILLER PIC X(7)  VALUE "CHANGED".
           05  FILLER PIC X(29)
               VALUE "                  PRIOR TOTAL".
           05  FILLER PIC X(24) VALUE "           CURRENT TOTAL".
           05  FILLER PIC X(24) VALUE "              NET CHANGE".
           05  FILLER PIC X(22) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  WS-T-FIELD         PIC X(25).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-T-CHANGED       PIC ZZ,ZZ9.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-T-FLAG          PIC X(4).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-T-PRIOR         PIC X(22).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-T-CURRENT       PIC X(22).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-T-NET           PIC X(22).
           05  FILLER             PIC X(22) VALUE SPACES.

       01  WS-FLAG-NOTE-LINE.
           05  FILLER PIC X(50)
               VALUE "*** CHANGED ON OVER HALF THE MATCHED RECORDS".
           05  FILLER PIC X(82) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           ACCEPT WS-MASTER-ID FROM SYSIN
           PERFORM 1000-SELECT-MASTER
           IF WS-FIELD-COUNT = 0
               DISPLAY "*** " WS-MASTER-ID
                       " IS NOT A MASTER THIS COMPARE KNOWS ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Comparing generations of " WS-MASTER-ID

           PERFORM 1500-LOAD-PRIOR-GENERATION
           IF WS-PRIOR-OVERFLOW > 0
               DISPLAY "*** PRIOR GENERATION OVER " WS-PRIOR-MAX
                       " RECORDS - NOT COMPARED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-CURRENT-IS-KSDS
               OPEN INPUT ACCOUNT-MASTER-FILE
               MOVE WS-ACCTMAST-STATUS TO WS-CURRENT-STATUS
           ELSE
               OPEN INPUT CURRENT-GEN-FILE
           END-IF
           IF WS-CURRENT-STATUS = "35"
               DISPLAY "*** CURRENT " WS-MASTER-ID
                       " NOT FOUND - NOT COMPARED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT NEXT-GEN-FILE
           OPEN OUTPUT COMPARE-REPORT-FILE
           MOVE WS-MASTER-ID TO WS-H-MASTER-ID
           MOVE WS-RUN-DATE  TO WS-H-RUN-DATE
           WRITE COMPARE-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE COMPARE-REPORT-LINE FROM WS-BLANK-LINE
           WRITE COMPARE-REPORT-LINE FROM WS-REPORT-HEADING-2

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2100-READ-CURRENT
           PERFORM 2000-COMPARE-RECORD
               UNTIL WS-END-OF-FILE
           IF WS-CURRENT-IS-KSDS
               CLOSE ACCOUNT-MASTER-FILE
           ELSE
               CLOSE CURRENT-GEN-FILE
           END-IF
           CLOSE NEXT-GEN-FILE

           PERFORM 3000-LIST-DELETES
           PERFORM 4000-PRINT-CONTROL-TOTALS
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-SELECT-MASTER - key and field definitions for the master
      * SYSIN named.  WS-FIELD-COUNT stays zero for any other name.
      *----------------------------------------------------------------
       1000-SELECT-MASTER.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE 'N' TO WS-KSDS-SWITCH
           MOVE 0 TO WS-KEY2-START WS-KEY2-LEN
           EVALUATE WS-MASTER-ID
               WHEN "ACCTMAST"
                   MOVE 'Y' TO WS-KSDS-SWITCH
                   MOVE 1  TO WS-KEY1-START
                   MOVE 10 TO WS-KEY1-LEN
                   MOVE WS-ACCTMAST-FIELDS TO WS-FIELD-LIST
                   MOVE 10 TO WS-FIELD-COUNT
               WHEN "EMPMAST"
                   MOVE 1  TO WS-KEY1-START
                   MOVE 6  TO WS-KEY1-LEN
                   MOVE WS-EMPMAST-FIELDS TO WS-FIELD-LIST
                   MOVE 16 TO WS-FIELD-COUNT
               WHEN "LIBBOOK"
      *            ONE RECORD PER COPY - TITLE AND COPY NUMBER
                   MOVE 1  TO WS-KEY1-START
                   MOVE 30 TO WS-KEY1-LEN
                   MOVE 60 TO WS-KEY2-START
                   MOVE 2  TO WS-KEY2-LEN
                   MOVE WS-LIBBOOK-FIELDS TO WS-FIELD-LIST
                   MOVE 8  TO WS-FIELD-COUNT
               WHEN "PATFINE"
                   MOVE 1  TO WS-KEY1-START
                   MOVE 10 TO WS-KEY1-LEN
                   MOVE WS-PATFINE-FIELDS TO WS-FIELD-LIST
                   MOVE 1  TO WS-FIELD-COUNT
               WHEN "CLASSROS"
      *            ONE RECORD PER TEACHER AND STUDENT
                   MOVE 21 TO WS-KEY1-START
                   MOVE 6  TO WS-KEY1-LEN
                   MOVE 51 TO WS-KEY2-START
                   MOVE 6  TO WS-KEY2-LEN
                   MOVE WS-CLASSROS-FIELDS TO WS-FIELD-LIST
                   MOVE 5  TO WS-FIELD-COUNT
           END-EVALUATE
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 16
               MOVE 0 TO WS-FT-CHANGED (WS-F)
               MOVE 0 TO WS-FT-PRIOR-TOTAL (WS-F)
               MOVE 0 TO WS-FT-CURR-TOTAL (WS-F)
           END-PERFORM.

      *----------------------------------------------------------------
      * 1500-LOAD-PRIOR-GENERATION - a missing prior generation (the
      * first run) just means every current record is an add.
      *----------------------------------------------------------------
       1500-LOAD-PRIOR-GENERATION.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PRIOR-GEN-FILE
           IF WS-PRIOR-STATUS NOT = "35"
               PERFORM UNTIL WS-END-OF-FILE
                   READ PRIOR-GEN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 1550-KEEP-PRIOR-RECORD
                   END-READ
               END-PERFORM
               CLOSE PRIOR-GEN-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1550-KEEP-PRIOR-RECORD - amounts go into the prior totals as
      * the record is kept, so deleted records count too.
      *----------------------------------------------------------------
       1550-KEEP-PRIOR-RECORD.
           IF WS-PRIOR-COUNT < WS-PRIOR-MAX
               ADD 1 TO WS-PRIOR-COUNT
               MOVE 'N' TO WS-PR-MATCHED (WS-PRIOR-COUNT)
               MOVE PRIOR-GEN-RECORD TO WS-PR-IMAGE (WS-PRIOR-COUNT)
               MOVE PRIOR-GEN-RECORD TO WS-KEY-IMAGE
               PERFORM 5000-BUILD-KEY
               MOVE WS-BUILT-KEY TO WS-PR-KEY (WS-PRIOR-COUNT)
               PERFORM VARYING WS-F FROM 1 BY 1
                       UNTIL WS-F > WS-FIELD-COUNT
                   IF WS-FD-IS-AMOUNT (WS-F)
                       MOVE PRIOR-GEN-RECORD
                           (WS-FD-START (WS-F):WS-FD-LEN (WS-F))
                           TO WS-RAW-VALUE
                       PERFORM 6000-DECODE-AMOUNT
                       IF WS-AMOUNT-VALID
                           ADD WS-AMOUNT TO WS-FT-PRIOR-TOTAL (WS-F)
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
               ADD 1 TO WS-PRIOR-OVERFLOW
           END-IF.

      *----------------------------------------------------------------
      * 2000-COMPARE-RECORD - match one current record to the first
      * unmatched prior record with its key.
      *----------------------------------------------------------------
       2000-COMPARE-RECORD.
           ADD 1 TO WS-CURRENT-COUNT
           WRITE NEXT-GEN-RECORD FROM WS-CURRENT-IMAGE
           MOVE WS-CURRENT-IMAGE TO WS-KEY-IMAGE
           PERFORM 5000-BUILD-KEY
           MOVE WS-BUILT-KEY TO WS-CURRENT-KEY

           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FIELD-COUNT
               IF WS-FD-IS-AMOUNT (WS-F)
                   MOVE WS-CURRENT-IMAGE
                       (WS-FD-START (WS-F):WS-FD-LEN (WS-F))
                       TO WS-RAW-VALUE
                   PERFORM 6000-DECODE-AMOUNT
                   IF WS-AMOUNT-VALID
                       ADD WS-AMOUNT TO WS-FT-CURR-TOTAL (WS-F)
                   END-IF
               END-IF
           END-PERFORM

           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PRIOR-COUNT
                      OR WS-MATCH-IDX > 0
               IF WS-PR-MATCHED (WS-P) = 'N'
                  AND WS-PR-KEY (WS-P) = WS-CURRENT-KEY
                   MOVE WS-P TO WS-MATCH-IDX
               END-IF
           END-PERFORM

           IF WS-MATCH-IDX = 0
               ADD 1 TO WS-ADDED-COUNT
               MOVE "ADD"          TO WS-D-ACTION
               MOVE WS-CURRENT-KEY TO WS-D-KEY
               MOVE SPACES TO WS-D-FIELD WS-D-OLD-VALUE WS-D-NEW-VALUE
               WRITE COMPARE-REPORT-LINE FROM WS-DETAIL-LINE
           ELSE
               MOVE 'Y' TO WS-PR-MATCHED (WS-MATCH-IDX)
               ADD 1 TO WS-MATCHED-COUNT
               PERFORM 2200-COMPARE-FIELDS
           END-IF

           PERFORM 2100-READ-CURRENT.

      *----------------------------------------------------------------
      * 2100-READ-CURRENT
      *----------------------------------------------------------------
       2100-READ-CURRENT.
           IF WS-CURRENT-IS-KSDS
               READ ACCOUNT-MASTER-FILE INTO WS-CURRENT-IMAGE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-READ
           ELSE
               READ CURRENT-GEN-FILE INTO WS-CURRENT-IMAGE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * 2200-COMPARE-FIELDS - one line per changed field; the action
      * and key print on the record's first line only.
      *----------------------------------------------------------------
       2200-COMPARE-FIELDS.
           MOVE 'N' TO WS-CHANGED-SWITCH
           MOVE "CHANGE"       TO WS-D-ACTION
           MOVE WS-CURRENT-KEY TO WS-D-KEY
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FIELD-COUNT
               IF WS-CURRENT-IMAGE
                      (WS-FD-START (WS-F):WS-FD-LEN (WS-F))
                  NOT = WS-PR-IMAGE (WS-MATCH-IDX)
                      (WS-FD-START (WS-F):WS-FD-LEN (WS-F))
                   MOVE 'Y' TO WS-CHANGED-SWITCH
                   ADD 1 TO WS-FT-CHANGED (WS-F)
                   MOVE WS-FD-NAME (WS-F) TO WS-D-FIELD
                   MOVE WS-PR-IMAGE (WS-MATCH-IDX)
                       (WS-FD-START (WS-F):WS-FD-LEN (WS-F))
                       TO WS-RAW-VALUE
                   PERFORM 6100-FORMAT-VALUE
                   MOVE WS-VALUE-TEXT TO WS-D-OLD-VALUE
                   MOVE WS-CURRENT-IMAGE
                       (WS-FD-START (WS-F):WS-FD-LEN (WS-F))
                       TO WS-RAW-VALUE
                   PERFORM 6100-FORMAT-VALUE
                   MOVE WS-VALUE-TEXT TO WS-D-NEW-VALUE
                   WRITE COMPARE-REPORT-LINE FROM WS-DETAIL-LINE
                   MOVE SPACES TO WS-D-ACTION WS-D-KEY
               END-IF
           END-PERFORM
           IF WS-RECORD-CHANGED
               ADD 1 TO WS-CHANGED-COUNT
           ELSE
               ADD 1 TO WS-UNCHANGED-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 3000-LIST-DELETES - prior records no current record matched.
      *----------------------------------------------------------------
       3000-LIST-DELETES.
           MOVE SPACES TO WS-D-FIELD WS-D-OLD-VALUE WS-D-NEW-VALUE
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PRIOR-COUNT
               IF WS-PR-MATCHED (WS-P) = 'N'
                   ADD 1 TO WS-DELETED-COUNT
                   MOVE "DELETE"        TO WS-D-ACTION
                   MOVE WS-PR-KEY (WS-P) TO WS-D-KEY
                   WRITE COMPARE-REPORT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 4000-PRINT-CONTROL-TOTALS
      *----------------------------------------------------------------
       4000-PRINT-CONTROL-TOTALS.
           IF WS-ADDED-COUNT = 0 AND WS-DELETED-COUNT = 0
              AND WS-CHANGED-COUNT = 0
               WRITE COMPARE-REPORT-LINE FROM WS-NO-CHANGES-LINE
           END-IF
           WRITE COMPARE-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-PRIOR-COUNT     TO WS-F-PRIOR
           MOVE WS-CURRENT-COUNT   TO WS-F-CURRENT
           WRITE COMPARE-REPORT-LINE FROM WS-REPORT-FOOTER-1
           MOVE WS-ADDED-COUNT     TO WS-F-ADDED
           MOVE WS-DELETED-COUNT   TO WS-F-DELETED
           MOVE WS-CHANGED-COUNT   TO WS-F-CHANGED
           MOVE WS-UNCHANGED-COUNT TO WS-F-UNCHANGED
           WRITE COMPARE-REPORT-LINE FROM WS-REPORT-FOOTER-2

           WRITE COMPARE-REPORT-LINE FROM WS-BLANK-LINE
           WRITE COMPARE-REPORT-LINE FROM WS-TOTALS-HEADING
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FIELD-COUNT
               MOVE WS-FD-NAME (WS-F)    TO WS-T-FIELD
               MOVE WS-FT-CHANGED (WS-F) TO WS-T-CHANGED
               MOVE SPACES TO WS-T-FLAG
               IF WS-MATCHED-COUNT > 0
                  AND WS-FT-CHANGED (WS-F) * 2 > WS-MATCHED-COUNT
                   MOVE "***" TO WS-T-FLAG
               END-IF
               MOVE SPACES TO WS-T-PRIOR WS-T-CURRENT WS-T-NET
               IF WS-FD-IS-AMOUNT (WS-F)
                   MOVE WS-FT-PRIOR-TOTAL (WS-F) TO WS-AMOUNT
                   PERFORM 6200-FORMAT-TOTAL
                   MOVE WS-TOTAL-TEXT TO WS-T-PRIOR
                   MOVE WS-FT-CURR-TOTAL (WS-F) TO WS-AMOUNT
                   PERFORM 6200-FORMAT-TOTAL
                   MOVE WS-TOTAL-TEXT TO WS-T-CURRENT
                   COMPUTE WS-AMOUNT = WS-FT-CURR-TOTAL (WS-F)
                                     - WS-FT-PRIOR-TOTAL (WS-F)
                   PERFORM 6200-FORMAT-TOTAL
                   MOVE WS-TOTAL-TEXT TO WS-T-NET
               END-IF
               WRITE COMPARE-REPORT-LINE FROM WS-TOTALS-LINE
           END-PERFORM
           WRITE COMPARE-REPORT-LINE FROM WS-BLANK-LINE
           WRITE COMPARE-REPORT-LINE FROM WS-FLAG-NOTE-LINE
           CLOSE COMPARE-REPORT-FILE

           DISPLAY "PRIOR RECORDS: " WS-PRIOR-COUNT
                   "  CURRENT RECORDS: " WS-CURRENT-COUNT
           DISPLAY "ADDED: " WS-ADDED-COUNT
                   "  DELETED: " WS-DELETED-COUNT
                   "  CHANGED: " WS-CHANGED-COUNT.

      *----------------------------------------------------------------
      * 5000-BUILD-KEY - WS-KEY-IMAGE's key, a second key part set off
      * by a space.
      *----------------------------------------------------------------
       5000-BUILD-KEY.
           MOVE SPACES TO WS-BUILT-KEY
           MOVE WS-KEY-IMAGE (WS-KEY1-START:WS-KEY1-LEN)
               TO WS-BUILT-KEY (1:WS-KEY1-LEN)
           IF WS-KEY2-LEN > 0
               MOVE WS-KEY-IMAGE (WS-KEY2-START:WS-KEY2-LEN)
                   TO WS-BUILT-KEY (WS-KEY1-LEN + 2:WS-KEY2-LEN)
           END-IF.

      *----------------------------------------------------------------
      * 6000-DECODE-AMOUNT - WS-RAW-VALUE holds field WS-F's digits,
      * sign carried in the last digit as the file writes it.
      *----------------------------------------------------------------
       6000-DECODE-AMOUNT.
           MOVE 'N' TO WS-AMOUNT-SWITCH
           MOVE 0   TO WS-AMOUNT
           MOVE ALL "0" TO WS-NUM-WORK
           COMPUTE WS-NUM-START = 19 - WS-FD-LEN (WS-F)
           MOVE WS-RAW-VALUE (1:WS-FD-LEN (WS-F))
               TO WS-NUM-WORK (WS-NUM-START:WS-FD-LEN (WS-F))
           IF WS-NUM-VALUE NUMERIC
               MOVE 'Y' TO WS-AMOUNT-SWITCH
               IF WS-FD-SCALE (WS-F) = 2
                   COMPUTE WS-AMOUNT = WS-NUM-VALUE / 100
               ELSE
                   MOVE WS-NUM-VALUE TO WS-AMOUNT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 6100-FORMAT-VALUE - field WS-F's value as it prints.  An
      * amount that will not decode prints as it stands on the file;
      * a bank number prints as CMPRPT's distribution class allows.
      *----------------------------------------------------------------
       6100-FORMAT-VALUE.
           MOVE WS-RAW-VALUE (1:WS-FD-LEN (WS-F)) TO WS-VALUE-TEXT
           IF WS-FD-IS-MASKED (WS-F)
               MOVE "CMPRPT"         TO MASK-REPORT-ID
               MOVE 'A'              TO MASK-FIELD-TYPE
               MOVE WS-FD-LEN (WS-F) TO MASK-FIELD-LENGTH
               MOVE WS-VALUE-TEXT    TO MASK-FIELD-VALUE
               CALL "MaskData" USING MASK-DATA-PARMS
               MOVE MASK-FIELD-VALUE TO WS-VALUE-TEXT
           END-IF
           IF WS-FD-IS-AMOUNT (WS-F)
               PERFORM 6000-DECODE-AMOUNT
               IF WS-AMOUNT-VALID
                   IF WS-FD-SCALE (WS-F) = 2
                       MOVE WS-AMOUNT TO WS-ED-VALUE-2
                       MOVE WS-ED-VALUE-2 TO WS-VALUE-TEXT
                   ELSE
                       MOVE WS-AMOUNT TO WS-ED-VALUE-0
                       MOVE WS-ED-VALUE-0 TO WS-VALUE-TEXT
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 6200-FORMAT-TOTAL - WS-AMOUNT at field WS-F's decimal places.
      *----------------------------------------------------------------
       6200-FORMAT-TOTAL.
           IF WS-FD-SCALE (WS-F) = 2
               MOVE WS-AMOUNT TO WS-ED-TOTAL-2
               MOVE WS-ED-TOTAL-2 TO WS-TOTAL-TEXT
           ELSE
               MOVE WS-AMOUNT TO WS-ED-TOTAL-0
               MOVE WS-ED-TOTAL-0 TO WS-TOTAL-TEXT
           END-IF.
