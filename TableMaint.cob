       IDENTIFICATION DIVISION.
       PROGRAM-ID. TableMaint.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - DUAL-CONTROL MAINTENANCE
      *                  FOR THE RATE AND TAX TABLES: INTRATE,
      *                  CURRTAB, TAXBRKT, BENPLAN AND FEESCHD (WHICH
      *                  NOW CARRIES WHAT SVCPARM USED TO).  TBLMNT
      *                  ADD, CHANGE AND EXPIRE REQUESTS ARE EDITED
      *                  AND HELD ON TBLPEND UNDER A SEQUENCE NUMBER;
      *                  NOTHING TOUCHES A TABLE UNTIL A SECOND
      *                  AUTHORIZED OPERATOR APPROVES THE ITEM ON
      *                  TBLAPPR ON A LATER RUN, THE SAME HOLD AND
      *                  RELEASE ReleaseHold PUTS ON A LARGE GCTRAN
      *                  ITEM.  AN APPROVED CHANGE IS APPLIED AT ONCE
      *                  WITH ITS BEFORE AND AFTER IMAGE ON TBLAUDIT,
      *                  AND TBLCRPT SHOWS EACH RATE THAT MOVED, WHO
      *                  ASKED AND WHO APPROVED, AND WHAT IS STILL
      *                  WAITING.  AN ADD IS REFUSED PAST THE SIZE
      *                  THE LOADING PROGRAMS' TABLES HOLD.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEREST-RATE-FILE ASSIGN TO "INTRATE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CURRENCY-RATE-FILE ASSIGN TO "CURRTAB"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAX-BRACKET-FILE ASSIGN TO "TAXBRKT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BENEFIT-PLAN-FILE ASSIGN TO "BENPLAN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-REQUEST-FILE ASSIGN TO "TBLMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "TBLAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT PENDING-FILE ASSIGN TO "TBLPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT TABLE-AUDIT-FILE ASSIGN TO "TBLAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT CHANGE-REPORT-FILE ASSIGN TO "TBLCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * The tables are held and rewritten as whole entry images; the
      * shared layouts are COPYed into WORKING-STORAGE to edit and
      * print them.
      *----------------------------------------------------------------
       FD  INTEREST-RATE-FILE.
       01  INTEREST-RATE-LINE           PIC X(14).

       FD  CURRENCY-RATE-FILE.
       01  CURRENCY-RATE-LINE           PIC X(18).

       FD  TAX-BRACKET-FILE.
       01  TAX-BRACKET-LINE             PIC X(14).

       FD  BENEFIT-PLAN-FILE.
       01  BENEFIT-PLAN-LINE            PIC X(18).

       FD  FEE-SCHEDULE-FILE.
       01  FEE-SCHEDULE-LINE            PIC X(56).

       FD  MAINT-REQUEST-FILE.
       COPY TBLMNT.

       FD  APPROVAL-FILE.
       COPY TBLAPPR.

       FD  PENDING-FILE.
       COPY TBLPEND.

       FD  TABLE-AUDIT-FILE.
       COPY TBLAUDIT.

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       FD  CHANGE-REPORT-FILE.
       01  CHANGE-REPORT-LINE           PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-REQUEST-STATUS         PIC X(2).
       01  WS-APPROVAL-STATUS        PIC X(2).
       01  WS-PENDING-STATUS         PIC X(2).
       01  WS-AUDIT-STATUS           PIC X(2).
       01  WS-EXCP-STATUS            PIC X(2).

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-CLOCK-TIME             PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.

       01  APPROVER-AUTH-PARMS.
           COPY OPRAUTH REPLACING
               ==OPRAUTH-OPERATOR-ID== BY ==APR-OPRAUTH-OPERATOR-ID==
               ==OPRAUTH-CALLER-ID==   BY ==APR-OPRAUTH-CALLER-ID==
               ==OPRAUTH-STATUS==      BY ==APR-OPRAUTH-STATUS==
               ==OPRAUTH-AUTHORIZED==  BY ==APR-OPRAUTH-AUTHORIZED==
               ==OPRAUTH-DENIED==      BY ==APR-OPRAUTH-DENIED==.

      *----------------------------------------------------------------
      * The table entry being edited or printed, unpacked through the
      * table's own shared layout.
      *----------------------------------------------------------------
       COPY INTRATE.
       COPY CURRTAB.
       COPY TAXBRKT.
       COPY BENPLAN.
       COPY FEESCHD.

       01  WS-CURRENCY-WORK          PIC X(3).
           88  WS-CURRENCY-IS-VALID
                   VALUE "USD" "EUR" "GBP" "CAD" "JPY".

      *----------------------------------------------------------------
      * WS-TABLE-DIRECTORY - the five tables, each held as entry
      * images in file order.  WS-T-KEY-LEN is how much of the front
      * of an entry is its key, and WS-T-GROUP-LEN how much of the
      * key is a code whose entries are kept in order among
      * themselves (zero where the whole file is in key order).
      * WS-T-MAX is the most entries the
      * programs that load the table can hold (INTRTTAB, the
      * SC-TAX-ENTRY and SC-PLAN-ENTRY tables in SalaryCalc) - an
      * add past it is refused rather than left to overflow them.
      *----------------------------------------------------------------
       01  WS-TABLE-COUNT            PIC 9(1) COMP VALUE 5.
       01  WS-TABLE-DIRECTORY.
           05  WS-T-TABLE OCCURS 5 TIMES.
               10  WS-T-TABLE-ID      PIC X(8).
               10  WS-T-KEY-LEN       PIC 9(2) COMP.
               10  WS-T-GROUP-LEN     PIC 9(2) COMP.
               10  WS-T-MAX           PIC 9(3) COMP.
               10  WS-T-ENTRY-COUNT   PIC 9(3) COMP.
               10  WS-T-CHANGED-SWITCH PIC X.
                   88  WS-T-CHANGED   VALUE 'Y'.
               10  WS-T-ENTRY         PIC X(56) OCCURS 200 TIMES.

       01  WS-T                      PIC 9(1) COMP VALUE 0.
       01  WS-E                      PIC 9(3) COMP VALUE 0.
       01  WS-KEY-LEN                PIC 9(2) COMP VALUE 0.
       01  WS-KEY-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-KEY-FOUND          VALUE 'Y'.
       01  WS-KEY-POS                PIC 9(3) COMP VALUE 0.
       01  WS-INSERT-POS             PIC 9(3) COMP VALUE 0.
       01  WS-GROUP-LEN              PIC 9(2) COMP VALUE 0.
       01  WS-GROUP-LAST-POS         PIC 9(3) COMP VALUE 0.

      *----------------------------------------------------------------
      * WS-PEND-TABLE - TBLPEND as this run leaves it.  A decided item
      * is marked 'X' and dropped when the file is rewritten.
      *----------------------------------------------------------------
       01  WS-PEND-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-PEND-IDX               PIC 9(3) COMP VALUE 0.
       01  WS-PEND-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-PEND-FOUND         VALUE 'Y'.
       01  WS-PEND-FOUND-IDX         PIC 9(3) COMP VALUE 0.
       01  WS-PEND-TABLE.
           05  WS-P-ENTRY OCCURS 200 TIMES.
               10  WS-P-SEQUENCE      PIC 9(6).
               10  WS-P-STATUS        PIC X.
               10  WS-P-TABLE-ID      PIC X(8).
               10  WS-P-ACTION        PIC X.
               10  WS-P-ENTRY-IMAGE   PIC X(56).
               10  WS-P-REASON        PIC X(30).
               10  WS-P-REQUESTED-BY  PIC X(8).
               10  WS-P-REQUESTED-DATE PIC 9(8).

       01  WS-LAST-SEQUENCE          PIC 9(6) VALUE 0.

      *----------------------------------------------------------------
      * Work fields for one edit or apply.
      *----------------------------------------------------------------
       01  WS-WORK-TABLE-ID          PIC X(8).
       01  WS-WORK-ACTION            PIC X.
       01  WS-WORK-IMAGE             PIC X(56).
       01  WS-BEFORE-IMAGE           PIC X(56).
       01  WS-AFTER-IMAGE            PIC X(56).
       01  WS-RESULT                 PIC X(40).
       01  WS-FORMAT-IMAGE           PIC X(56).
       01  WS-FORMAT-TEXT            PIC X(70).

       01  WS-ED-LIMIT               PIC Z,ZZZ,ZZ9.99.
       01  WS-ED-RATE                PIC ZZ9.99.
       01  WS-ED-CURR-RATE           PIC ZZ9.9999.
       01  WS-ED-COST                PIC ZZ,ZZ9.99.
       01  WS-ED-SHARE               PIC ZZ,ZZ9.99.
       01  WS-ED-FEE-VALUE           PIC ZZ,ZZ9.9999.

       01  WS-APPLIED-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-DECLINED-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-REFUSED-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-HELD-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-REJECTED-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-STILL-PENDING-COUNT    PIC 9(4) COMP VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(36)
               VALUE "RATE AND TAX TABLE MAINTENANCE".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER PIC X(12) VALUE "  OPERATOR: ".
           05  WS-H-OPERATOR    PIC X(8).
           05  FILLER           PIC X(36) VALUE SPACES.

       01  WS-SECTION-HEADING        PIC X(110).

       01  WS-ITEM-HEADING.
           05  FILLER PIC X(8)  VALUE "SEQ".
           05  FILLER PIC X(10) VALUE "TABLE".
           05  FILLER PIC X(8)  VALUE "ACTION".
           05  FILLER PIC X(10) VALUE "REQ BY".
           05  FILLER PIC X(10) VALUE "APPR BY".
           05  FILLER PIC X(40) VALUE "RESULT".
           05  FILLER PIC X(24) VALUE SPACES.

       01  WS-ITEM-LINE.
           05  WS-D-SEQUENCE      PIC 9(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-TABLE-ID      PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-ACTION        PIC X(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-REQUESTED-BY  PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-APPROVED-BY   PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-RESULT        PIC X(40).
           05  FILLER             PIC X(24) VALUE SPACES.

       01  WS-IMAGE-LINE.
           05  FILLER             PIC X(8) VALUE SPACES.
           05  WS-I-LABEL         PIC X(8).
           05  WS-I-TEXT          PIC X(70).
           05  FILLER             PIC X(24) VALUE SPACES.

       01  WS-PENDING-HEADING.
           05  FILLER PIC X(8)  VALUE "SEQ".
           05  FILLER PIC X(10) VALUE "TABLE".
           05  FILLER PIC X(8)  VALUE "ACTION".
           05  FILLER PIC X(10) VALUE "REQ BY".
           05  FILLER PIC X(10) VALUE "REQ DATE".
           05  FILLER PIC X(30) VALUE "REASON".
           05  FILLER PIC X(34) VALUE SPACES.

       01  WS-PENDING-LINE.
           05  WS-DP-SEQUENCE     PIC 9(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DP-TABLE-ID     PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DP-ACTION       PIC X(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DP-REQUESTED-BY PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DP-REQ-DATE     PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DP-REASON       PIC X(30).
           05  FILLER             PIC X(34) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER             PIC X(8) VALUE SPACES.
           05  WS-N-TEXT          PIC X(40).
           05  FILLER             PIC X(62) VALUE SPACES.

       01  WS-REPORT-FOOTER-1.
           05  FILLER PIC X(10) VALUE "APPLIED: ".
           05  WS-F-APPLIED     PIC ZZZ9.
           05  FILLER PIC X(12) VALUE "  DECLINED: ".
           05  WS-F-DECLINED    PIC ZZZ9.
           05  FILLER PIC X(20) VALUE "  REFUSED ON APPLY: ".
           05  WS-F-REFUSED     PIC ZZZ9.
           05  FILLER           PIC X(56) VALUE SPACES.

       01  WS-REPORT-FOOTER-2.
           05  FILLER PIC X(15) VALUE "NEW REQUESTS: ".
           05  WS-F-HELD        PIC ZZZ9.
           05  FILLER PIC X(23) VALUE "  REJECTED REQUESTS OR ".
           05  FILLER PIC X(11) VALUE "APPROVALS: ".
           05  WS-F-REJECTED    PIC ZZZ9.
           05  FILLER PIC X(17) VALUE "  STILL PENDING: ".
           05  WS-F-STILL-PENDING PIC ZZZ9.
           05  FILLER           PIC X(32) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(110) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE - approvals are worked before new requests, so
      * a change is never approved in the run that asked for it.
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE
           ACCEPT WS-CLOCK-TIME FROM TIME

           ACCEPT OPRAUTH-OPERATOR-ID FROM SYSIN
           MOVE "TableMaint" TO OPRAUTH-CALLER-ID
           CALL "SignOnCheck" USING OPERATOR-AUTH-PARMS
           IF OPRAUTH-DENIED
               DISPLAY "*** SIGN-ON REJECTED - UNAUTHORIZED OPERATOR: "
                       OPRAUTH-OPERATOR-ID " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."

           PERFORM 1000-LOAD-TABLES
           PERFORM 1500-LOAD-PENDING-TABLE
           PERFORM 1700-FIND-LAST-SEQUENCE
           PERFORM 0900-OPEN-FILES

           PERFORM 2000-PROCESS-APPROVALS
           PERFORM 3000-PROCESS-REQUESTS

           PERFORM 4000-REWRITE-TABLES
           PERFORM 4500-PRINT-STILL-PENDING
           PERFORM 4600-REWRITE-PENDING-FILE
           PERFORM 5000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------
      * 0900-OPEN-FILES
      *----------------------------------------------------------------
       0900-OPEN-FILES.
           OPEN EXTEND EXCEPTION-REPORT-FILE
           IF WS-EXCP-STATUS = "35"
               OPEN OUTPUT EXCEPTION-REPORT-FILE
           END-IF

           OPEN EXTEND TABLE-AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT TABLE-AUDIT-FILE
           END-IF

           OPEN OUTPUT CHANGE-REPORT-FILE
           MOVE WS-RUN-DATE         TO WS-H-RUN-DATE
           MOVE OPRAUTH-OPERATOR-ID TO WS-H-OPERATOR
           WRITE CHANGE-REPORT-LINE FROM WS-REPORT-HEADING-1.

      *----------------------------------------------------------------
      * 1000-LOAD-TABLES - all five tables into WS-TABLE-DIRECTORY.
      *----------------------------------------------------------------
       1000-LOAD-TABLES.
           MOVE "INTRATE"  TO WS-T-TABLE-ID (1)
           MOVE 9          TO WS-T-KEY-LEN (1)
           MOVE 0          TO WS-T-GROUP-LEN (1)
           MOVE 3          TO WS-T-MAX (1)
           MOVE "CURRTAB"  TO WS-T-TABLE-ID (2)
           MOVE 11         TO WS-T-KEY-LEN (2)
           MOVE 3          TO WS-T-GROUP-LEN (2)
           MOVE 200        TO WS-T-MAX (2)
           MOVE "TAXBRKT"  TO WS-T-TABLE-ID (3)
           MOVE 9          TO WS-T-KEY-LEN (3)
           MOVE 0          TO WS-T-GROUP-LEN (3)
           MOVE 5          TO WS-T-MAX (3)
           MOVE "BENPLAN"  TO WS-T-TABLE-ID (4)
           MOVE 4          TO WS-T-KEY-LEN (4)
           MOVE 4          TO WS-T-GROUP-LEN (4)
           MOVE 20         TO WS-T-MAX (4)
           MOVE "FEESCHD"  TO WS-T-TABLE-ID (5)
           MOVE 16         TO WS-T-KEY-LEN (5)
           MOVE 8          TO WS-T-GROUP-LEN (5)
           MOVE 200        TO WS-T-MAX (5)
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TABLE-COUNT
               MOVE 0   TO WS-T-ENTRY-COUNT (WS-T)
               MOVE 'N' TO WS-T-CHANGED-SWITCH (WS-T)
           END-PERFORM

           MOVE 1 TO WS-T
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT INTEREST-RATE-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ INTEREST-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE INTEREST-RATE-LINE TO WS-WORK-IMAGE
                       PERFORM 1100-ADD-LOADED-ENTRY
               END-READ
           END-PERFORM
           CLOSE INTEREST-RATE-FILE

           MOVE 2 TO WS-T
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CURRENCY-RATE-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ CURRENCY-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE CURRENCY-RATE-LINE TO WS-WORK-IMAGE
                       PERFORM 1100-ADD-LOADED-ENTRY
               END-READ
           END-PERFORM
           CLOSE CURRENCY-RATE-FILE

           MOVE 3 TO WS-T
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT TAX-BRACKET-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ TAX-BRACKET-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE TAX-BRACKET-LINE TO WS-WORK-IMAGE
                       PERFORM 1100-ADD-LOADED-ENTRY
               END-READ
           END-PERFORM
           CLOSE TAX-BRACKET-FILE

           MOVE 4 TO WS-T
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT BENEFIT-PLAN-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ BENEFIT-PLAN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE BENEFIT-PLAN-LINE TO WS-WORK-IMAGE
                       PERFORM 1100-ADD-LOADED-ENTRY
               END-READ
           END-PERFORM
           CLOSE BENEFIT-PLAN-FILE

           MOVE 5 TO WS-T
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT FEE-SCHEDULE-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ FEE-SCHEDULE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE FEE-SCHEDULE-LINE TO WS-WORK-IMAGE
                       PERFORM 1100-ADD-LOADED-ENTRY
               END-READ
           END-PERFORM
           CLOSE FEE-SCHEDULE-FILE.

      *----------------------------------------------------------------
      * 1100-ADD-LOADED-ENTRY
      *----------------------------------------------------------------
       1100-ADD-LOADED-ENTRY.
           IF WS-T-ENTRY-COUNT (WS-T) < 200
               ADD 1 TO WS-T-ENTRY-COUNT (WS-T)
               MOVE WS-WORK-IMAGE
                   TO WS-T-ENTRY (WS-T, WS-T-ENTRY-COUNT (WS-T))
           END-IF.

      *----------------------------------------------------------------
      * 1500-LOAD-PENDING-TABLE - a missing file just means nothing
      * has ever been held.
      *----------------------------------------------------------------
       1500-LOAD-PENDING-TABLE.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = "35"
               PERFORM 1550-READ-PENDING
               PERFORM UNTIL WS-PENDING-STATUS NOT = "00"
                   ADD 1 TO WS-PEND-COUNT
                   MOVE TPND-SEQUENCE
                       TO WS-P-SEQUENCE (WS-PEND-COUNT)
                   MOVE TPND-STATUS
                       TO WS-P-STATUS (WS-PEND-COUNT)
                   MOVE TPND-TABLE-ID
                       TO WS-P-TABLE-ID (WS-PEND-COUNT)
                   MOVE TPND-ACTION
                       TO WS-P-ACTION (WS-PEND-COUNT)
                   MOVE TPND-ENTRY-IMAGE
                       TO WS-P-ENTRY-IMAGE (WS-PEND-COUNT)
                   MOVE TPND-REASON
                       TO WS-P-REASON (WS-PEND-COUNT)
                   MOVE TPND-REQUESTED-BY
                       TO WS-P-REQUESTED-BY (WS-PEND-COUNT)
                   MOVE TPND-REQUESTED-DATE
                       TO WS-P-REQUESTED-DATE (WS-PEND-COUNT)
                   IF TPND-SEQUENCE > WS-LAST-SEQUENCE
                       MOVE TPND-SEQUENCE TO WS-LAST-SEQUENCE
                   END-IF
                   PERFORM 1550-READ-PENDING
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1550-READ-PENDING
      *----------------------------------------------------------------
       1550-READ-PENDING.
           READ PENDING-FILE
               AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------
      * 1700-FIND-LAST-SEQUENCE - decided items live on only in
      * TBLAUDIT, so the highest number ever issued is the higher of
      * the two files'.
      *----------------------------------------------------------------
       1700-FIND-LAST-SEQUENCE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT TABLE-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "35"
               PERFORM UNTIL WS-END-OF-FILE
                   READ TABLE-AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF TAUD-SEQUENCE > WS-LAST-SEQUENCE
                               MOVE TAUD-SEQUENCE TO WS-LAST-SEQUENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TABLE-AUDIT-FILE
           END-IF.

      *----------------------------------------------------------------
      * 2000-PROCESS-APPROVALS - dual control first, then the apply;
      * an approval that fails either way is printed and logged, and
      * a held item it could not decide stays held.
      *----------------------------------------------------------------
       2000-PROCESS-APPROVALS.
           MOVE "APPROVALS AND DECLINES" TO WS-SECTION-HEADING
           WRITE CHANGE-REPORT-LINE FROM WS-BLANK-LINE
           WRITE CHANGE-REPORT-LINE FROM WS-SECTION-HEADING
           WRITE CHANGE-REPORT-LINE FROM WS-ITEM-HEADING

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS = "35"
               MOVE "NO APPROVALS THIS RUN" TO WS-N-TEXT
               WRITE CHANGE-REPORT-LINE FROM WS-NONE-LINE
           ELSE
               PERFORM 2100-READ-APPROVAL
               PERFORM 2200-APPLY-APPROVAL
                   UNTIL WS-END-OF-FILE
               CLOSE APPROVAL-FILE
           END-IF.

      *----------------------------------------------------------------
      * 2100-READ-APPROVAL
      *----------------------------------------------------------------
       2100-READ-APPROVAL.
           READ APPROVAL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2200-APPLY-APPROVAL
      *----------------------------------------------------------------
       2200-APPLY-APPROVAL.
           MOVE TAPR-SEQUENCE    TO WS-D-SEQUENCE
           MOVE TAPR-OPERATOR-ID TO WS-D-APPROVED-BY
           MOVE SPACES TO WS-D-TABLE-ID WS-D-ACTION WS-D-REQUESTED-BY
           MOVE SPACES TO WS-BEFORE-IMAGE WS-AFTER-IMAGE

           PERFORM 2300-FIND-PENDING-ITEM
           IF NOT WS-PEND-FOUND
               MOVE "*** REJECTED - NO SUCH ITEM PENDING ***"
                   TO WS-RESULT
               PERFORM 2900-LOG-APPROVAL-REJECT
           ELSE
               MOVE WS-P-TABLE-ID (WS-PEND-FOUND-IDX)
                   TO WS-D-TABLE-ID
               MOVE WS-P-ACTION (WS-PEND-FOUND-IDX) TO WS-WORK-ACTION
               PERFORM 6900-SET-ACTION-WORD
               MOVE WS-P-REQUESTED-BY (WS-PEND-FOUND-IDX)
                   TO WS-D-REQUESTED-BY
               EVALUATE TRUE
                   WHEN TAPR-OPERATOR-ID = OPRAUTH-OPERATOR-ID
                       MOVE "*** REJECTED - APPROVER IS RUN OPER ***"
                           TO WS-RESULT
                       PERFORM 2900-LOG-APPROVAL-REJECT
                   WHEN TAPR-OPERATOR-ID
                          = WS-P-REQUESTED-BY (WS-PEND-FOUND-IDX)
                       MOVE "*** REJECTED - APPROVER IS REQUESTER ***"
                           TO WS-RESULT
                       PERFORM 2900-LOG-APPROVAL-REJECT
                   WHEN NOT TAPR-APPROVE AND NOT TAPR-DECLINE
                       MOVE "*** REJECTED - DECISION NOT A OR D ***"
                           TO WS-RESULT
                       PERFORM 2900-LOG-APPROVAL-REJECT
                   WHEN OTHER
                       MOVE TAPR-OPERATOR-ID TO APR-OPRAUTH-OPERATOR-ID
                       MOVE "TableMaint" TO APR-OPRAUTH-CALLER-ID
                       CALL "SignOnCheck" USING APPROVER-AUTH-PARMS
                       IF APR-OPRAUTH-DENIED
                           MOVE "*** REJECTED - APPROVER NOT AUTHORIZED"
                               TO WS-RESULT
                           PERFORM 2900-LOG-APPROVAL-REJECT
                       ELSE
                           PERFORM 2400-DECIDE-ITEM
                       END-IF
               END-EVALUATE
           END-IF

           MOVE WS-RESULT TO WS-D-RESULT
           WRITE CHANGE-REPORT-LINE FROM WS-ITEM-LINE
           IF WS-BEFORE-IMAGE NOT = SPACES
              OR WS-AFTER-IMAGE NOT = SPACES
               PERFORM 2800-PRINT-BEFORE-AFTER
           END-IF
           PERFORM 2100-READ-APPROVAL.

      *----------------------------------------------------------------
      * 2300-FIND-PENDING-ITEM - the held item carrying the approval's
      * sequence number.
      *----------------------------------------------------------------
       2300-FIND-PENDING-ITEM.
           MOVE 'N' TO WS-PEND-FOUND-SWITCH
           MOVE 0   TO WS-PEND-FOUND-IDX
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
                      OR WS-PEND-FOUND
               IF WS-P-SEQUENCE (WS-PEND-IDX) = TAPR-SEQUENCE
                  AND WS-P-STATUS (WS-PEND-IDX) = 'H'
                   MOVE 'Y' TO WS-PEND-FOUND-SWITCH
                   MOVE WS-PEND-IDX TO WS-PEND-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2400-DECIDE-ITEM - a decline just closes the item; an approval
      * applies it to the table now.  Either way the item leaves
      * TBLPEND and its outcome goes to TBLAUDIT.
      *----------------------------------------------------------------
       2400-DECIDE-ITEM.
           MOVE 'X' TO WS-P-STATUS (WS-PEND-FOUND-IDX)
           IF TAPR-DECLINE
               MOVE "DECLINED" TO WS-RESULT
               MOVE 'D' TO TAUD-DECISION
               ADD 1 TO WS-DECLINED-COUNT
           ELSE
               MOVE WS-P-TABLE-ID (WS-PEND-FOUND-IDX)
                   TO WS-WORK-TABLE-ID
               PERFORM 6100-FIND-TABLE
               MOVE WS-P-ENTRY-IMAGE (WS-PEND-FOUND-IDX)
                   TO WS-WORK-IMAGE
               PERFORM 6300-APPLY-CHANGE
               IF WS-RESULT = SPACES
                   MOVE "APPROVED AND APPLIED" TO WS-RESULT
                   MOVE 'A' TO TAUD-DECISION
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   MOVE 'R' TO TAUD-DECISION
                   ADD 1 TO WS-REFUSED-COUNT
                   PERFORM 2950-LOG-APPLY-REFUSAL
               END-IF
           END-IF
           PERFORM 2500-WRITE-AUDIT.

      *----------------------------------------------------------------
      * 2500-WRITE-AUDIT - TAUD-DECISION is already set.
      *----------------------------------------------------------------
       2500-WRITE-AUDIT.
           MOVE WS-P-SEQUENCE (WS-PEND-FOUND-IDX)  TO TAUD-SEQUENCE
           MOVE WS-P-TABLE-ID (WS-PEND-FOUND-IDX)  TO TAUD-TABLE-ID
           MOVE WS-P-ACTION (WS-PEND-FOUND-IDX)    TO TAUD-ACTION
           MOVE WS-BEFORE-IMAGE                    TO TAUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE                     TO TAUD-AFTER-IMAGE
           MOVE WS-P-REQUESTED-BY (WS-PEND-FOUND-IDX)
               TO TAUD-REQUESTED-BY
           MOVE WS-P-REQUESTED-DATE (WS-PEND-FOUND-IDX)
               TO TAUD-REQUESTED-DATE
           MOVE TAPR-OPERATOR-ID                   TO TAUD-APPROVED-BY
           MOVE WS-RUN-DATE                        TO TAUD-DECIDED-DATE
           MOVE WS-CLOCK-TIME (1:6)                TO TAUD-DECIDED-TIME
           MOVE WS-P-REASON (WS-PEND-FOUND-IDX)    TO TAUD-REASON
           WRITE TABLE-AUDIT-RECORD.

      *----------------------------------------------------------------
      * 2800-PRINT-BEFORE-AFTER - the entry as it stood and as it now
      * stands, so the report shows exactly what moved.
      *----------------------------------------------------------------
       2800-PRINT-BEFORE-AFTER.
           MOVE "BEFORE" TO WS-I-LABEL
           MOVE WS-BEFORE-IMAGE TO WS-FORMAT-IMAGE
           PERFORM 7000-FORMAT-ENTRY
           MOVE WS-FORMAT-TEXT TO WS-I-TEXT
           WRITE CHANGE-REPORT-LINE FROM WS-IMAGE-LINE
           MOVE "AFTER" TO WS-I-LABEL
           MOVE WS-AFTER-IMAGE TO WS-FORMAT-IMAGE
           PERFORM 7000-FORMAT-ENTRY
           MOVE WS-FORMAT-TEXT TO WS-I-TEXT
           WRITE CHANGE-REPORT-LINE FROM WS-IMAGE-LINE.

      *----------------------------------------------------------------
      * 2900-LOG-APPROVAL-REJECT
      *----------------------------------------------------------------
       2900-LOG-APPROVAL-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE "TableMaint"           TO EXCP-PROGRAM-ID
           MOVE TAPR-SEQUENCE          TO EXCP-KEY-VALUE
           MOVE "TAPR-OPERATOR-ID"     TO EXCP-FIELD-NAME
           MOVE WS-RESULT              TO EXCP-REASON
           MOVE WS-RUN-DATE            TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD.

      *----------------------------------------------------------------
      * 2950-LOG-APPLY-REFUSAL
      *----------------------------------------------------------------
       2950-LOG-APPLY-REFUSAL.
           MOVE "TableMaint"           TO EXCP-PROGRAM-ID
           MOVE TAPR-SEQUENCE          TO EXCP-KEY-VALUE
           MOVE "TPND-ENTRY-IMAGE"     TO EXCP-FIELD-NAME
           MOVE WS-RESULT              TO EXCP-REASON
           MOVE WS-RUN-DATE            TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD.

      *----------------------------------------------------------------
      * 3000-PROCESS-REQUESTS - each new request is edited against
      * the table as it now stands and, if it passes, held for a
      * second operator.
      *----------------------------------------------------------------
       3000-PROCESS-REQUESTS.
           MOVE "NEW REQUESTS" TO WS-SECTION-HEADING
           WRITE CHANGE-REPORT-LINE FROM WS-BLANK-LINE
           WRITE CHANGE-REPORT-LINE FROM WS-SECTION-HEADING
           WRITE CHANGE-REPORT-LINE FROM WS-ITEM-HEADING

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MAINT-REQUEST-FILE
           IF WS-REQUEST-STATUS = "35"
               MOVE "NO NEW REQUESTS THIS RUN" TO WS-N-TEXT
               WRITE CHANGE-REPORT-LINE FROM WS-NONE-LINE
           ELSE
               PERFORM 3100-READ-REQUEST
               PERFORM 3200-EDIT-REQUEST
                   UNTIL WS-END-OF-FILE
               CLOSE MAINT-REQUEST-FILE
           END-IF.

      *----------------------------------------------------------------
      * 3100-READ-REQUEST
      *----------------------------------------------------------------
       3100-READ-REQUEST.
           READ MAINT-REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 3200-EDIT-REQUEST
      *----------------------------------------------------------------
       3200-EDIT-REQUEST.
           MOVE 0                   TO WS-D-SEQUENCE
           MOVE TMNT-TABLE-ID       TO WS-D-TABLE-ID
           MOVE TMNT-TABLE-ID       TO WS-WORK-TABLE-ID
           MOVE TMNT-ACTION         TO WS-WORK-ACTION
           PERFORM 6900-SET-ACTION-WORD
           MOVE OPRAUTH-OPERATOR-ID TO WS-D-REQUESTED-BY
           MOVE SPACES              TO WS-D-APPROVED-BY
           MOVE SPACES              TO WS-RESULT
           MOVE TMNT-ENTRY-IMAGE    TO WS-WORK-IMAGE

           PERFORM 6100-FIND-TABLE
           EVALUATE TRUE
               WHEN WS-T = 0
                   MOVE "*** REJECTED - NOT A MAINTAINED TABLE"
                       TO WS-RESULT
               WHEN NOT TMNT-ADD AND NOT TMNT-CHANGE
                    AND NOT TMNT-EXPIRE
                   MOVE "*** REJECTED - ACTION NOT A, C OR X ***"
                       TO WS-RESULT
               WHEN OTHER
                   PERFORM 6200-EDIT-ENTRY
           END-EVALUATE

           IF WS-RESULT = SPACES
               PERFORM 6000-FIND-KEY
               EVALUATE TRUE
                   WHEN TMNT-ADD AND WS-KEY-FOUND
                       MOVE "*** REJECTED - ALREADY ON TABLE ***"
                           TO WS-RESULT
                   WHEN NOT TMNT-ADD AND NOT WS-KEY-FOUND
                       MOVE "*** REJECTED - NOT ON TABLE ***"
                           TO WS-RESULT
                   WHEN OTHER
                       PERFORM 3300-CHECK-ALREADY-PENDING
               END-EVALUATE
           END-IF

           IF WS-RESULT = SPACES
               IF WS-PEND-COUNT >= 200
                   MOVE "*** REJECTED - PENDING QUEUE IS FULL ***"
                       TO WS-RESULT
               ELSE
                   PERFORM 3400-HOLD-REQUEST
               END-IF
           END-IF

           IF WS-RESULT (1:3) = "***"
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "TableMaint"      TO EXCP-PROGRAM-ID
               MOVE TMNT-TABLE-ID     TO EXCP-KEY-VALUE
               MOVE TMNT-ENTRY-IMAGE (1:12)
                   TO EXCP-KEY-VALUE (9:12)
               MOVE "TMNT-ENTRY-IMAGE" TO EXCP-FIELD-NAME
               MOVE WS-RESULT         TO EXCP-REASON
               MOVE WS-RUN-DATE       TO EXCP-RUN-DATE
               WRITE EXCEPTION-RECORD
           END-IF

           MOVE WS-RESULT TO WS-D-RESULT
           WRITE CHANGE-REPORT-LINE FROM WS-ITEM-LINE
           MOVE "ENTRY" TO WS-I-LABEL
           MOVE TMNT-ENTRY-IMAGE TO WS-FORMAT-IMAGE
           IF WS-T > 0
               PERFORM 7000-FORMAT-ENTRY
               MOVE WS-FORMAT-TEXT TO WS-I-TEXT
           ELSE
               MOVE TMNT-ENTRY-IMAGE TO WS-I-TEXT
           END-IF
           WRITE CHANGE-REPORT-LINE FROM WS-IMAGE-LINE
           PERFORM 3100-READ-REQUEST.

      *----------------------------------------------------------------
      * 3300-CHECK-ALREADY-PENDING - one held change per table entry
      * at a time, so two approvals can never race on the same key.
      *----------------------------------------------------------------
       3300-CHECK-ALREADY-PENDING.
           MOVE WS-T-KEY-LEN (WS-T) TO WS-KEY-LEN
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
                      OR WS-RESULT NOT = SPACES
               IF WS-P-STATUS (WS-PEND-IDX) = 'H'
                  AND WS-P-TABLE-ID (WS-PEND-IDX) = TMNT-TABLE-ID
                  AND WS-P-ENTRY-IMAGE (WS-PEND-IDX) (1:WS-KEY-LEN)
                      = WS-WORK-IMAGE (1:WS-KEY-LEN)
                   MOVE "*** REJECTED - CHANGE ALREADY HELD ***"
                       TO WS-RESULT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 3400-HOLD-REQUEST
      *----------------------------------------------------------------
       3400-HOLD-REQUEST.
           ADD 1 TO WS-LAST-SEQUENCE
           ADD 1 TO WS-PEND-COUNT
           MOVE WS-LAST-SEQUENCE    TO WS-P-SEQUENCE (WS-PEND-COUNT)
           MOVE 'H'                 TO WS-P-STATUS (WS-PEND-COUNT)
           MOVE TMNT-TABLE-ID       TO WS-P-TABLE-ID (WS-PEND-COUNT)
           MOVE TMNT-ACTION         TO WS-P-ACTION (WS-PEND-COUNT)
           MOVE TMNT-ENTRY-IMAGE    TO WS-P-ENTRY-IMAGE (WS-PEND-COUNT)
           MOVE TMNT-REASON         TO WS-P-REASON (WS-PEND-COUNT)
           MOVE OPRAUTH-OPERATOR-ID
               TO WS-P-REQUESTED-BY (WS-PEND-COUNT)
           MOVE WS-RUN-DATE TO WS-P-REQUESTED-DATE (WS-PEND-COUNT)
           MOVE WS-LAST-SEQUENCE    TO WS-D-SEQUENCE
           MOVE "HELD FOR APPROVAL" TO WS-RESULT
           ADD 1 TO WS-HELD-COUNT.

      *----------------------------------------------------------------
      * 4000-REWRITE-TABLES - only a table that actually changed is
      * written back.
      *----------------------------------------------------------------
       4000-REWRITE-TABLES.
           IF WS-T-CHANGED (1)
               MOVE 1 TO WS-T
               OPEN OUTPUT INTEREST-RATE-FILE
               PERFORM VARYING WS-E FROM 1 BY 1
                       UNTIL WS-E > WS-T-ENTRY-COUNT (WS-T)
                   WRITE INTEREST-RATE-LINE FROM WS-T-ENTRY (WS-T, WS-E)
               END-PERFORM
               CLOSE INTEREST-RATE-FILE
           END-IF

           IF WS-T-CHANGED (2)
               MOVE 2 TO WS-T
               OPEN OUTPUT CURRENCY-RATE-FILE
               PERFORM VARYING WS-E FROM 1 BY 1
                       UNTIL WS-E > WS-T-ENTRY-COUNT (WS-T)
                   WRITE CURRENCY-RATE-LINE FROM WS-T-ENTRY (WS-T, WS-E)
               END-PERFORM
               CLOSE CURRENCY-RATE-FILE
           END-IF

           IF WS-T-CHANGED (3)
               MOVE 3 TO WS-T
               OPEN OUTPUT TAX-BRACKET-FILE
               PERFORM VARYING WS-E FROM 1 BY 1
                       UNTIL WS-E > WS-T-ENTRY-COUNT (WS-T)
                   WRITE TAX-BRACKET-LINE FROM WS-T-ENTRY (WS-T, WS-E)
               END-PERFORM
               CLOSE TAX-BRACKET-FILE
           END-IF

           IF WS-T-CHANGED (4)
               MOVE 4 TO WS-T
               OPEN OUTPUT BENEFIT-PLAN-FILE
               PERFORM VARYING WS-E FROM 1 BY 1
                       UNTIL WS-E > WS-T-ENTRY-COUNT (WS-T)
                   WRITE BENEFIT-PLAN-LINE FROM WS-T-ENTRY (WS-T, WS-E)
               END-PERFORM
               CLOSE BENEFIT-PLAN-FILE
           END-IF

           IF WS-T-CHANGED (5)
               MOVE 5 TO WS-T
               OPEN OUTPUT FEE-SCHEDULE-FILE
               PERFORM VARYING WS-E FROM 1 BY 1
                       UNTIL WS-E > WS-T-ENTRY-COUNT (WS-T)
                   WRITE FEE-SCHEDULE-LINE FROM WS-T-ENTRY (WS-T, WS-E)
               END-PERFORM
               CLOSE FEE-SCHEDULE-FILE
           END-IF.

      *----------------------------------------------------------------
      * 4500-PRINT-STILL-PENDING - the approval queue as this run
      * leaves it, so requests do not sit unnoticed.
      *----------------------------------------------------------------
       4500-PRINT-STILL-PENDING.
           MOVE "STILL AWAITING APPROVAL" TO WS-SECTION-HEADING
           WRITE CHANGE-REPORT-LINE FROM WS-BLANK-LINE
           WRITE CHANGE-REPORT-LINE FROM WS-SECTION-HEADING
           WRITE CHANGE-REPORT-LINE FROM WS-PENDING-HEADING
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF WS-P-STATUS (WS-PEND-IDX) = 'H'
                   ADD 1 TO WS-STILL-PENDING-COUNT
                   MOVE WS-P-SEQUENCE (WS-PEND-IDX) TO WS-DP-SEQUENCE
                   MOVE WS-P-TABLE-ID (WS-PEND-IDX) TO WS-DP-TABLE-ID
                   MOVE WS-P-ACTION (WS-PEND-IDX)   TO WS-WORK-ACTION
                   PERFORM 6900-SET-ACTION-WORD
                   MOVE WS-D-ACTION                 TO WS-DP-ACTION
                   MOVE WS-P-REQUESTED-BY (WS-PEND-IDX)
                       TO WS-DP-REQUESTED-BY
                   MOVE WS-P-REQUESTED-DATE (WS-PEND-IDX)
                       TO WS-DP-REQ-DATE
                   MOVE WS-P-REASON (WS-PEND-IDX)   TO WS-DP-REASON
                   WRITE CHANGE-REPORT-LINE FROM WS-PENDING-LINE
                   MOVE WS-P-TABLE-ID (WS-PEND-IDX) TO WS-WORK-TABLE-ID
                   PERFORM 6100-FIND-TABLE
                   MOVE "ENTRY" TO WS-I-LABEL
                   MOVE WS-P-ENTRY-IMAGE (WS-PEND-IDX)
                       TO WS-FORMAT-IMAGE
                   PERFORM 7000-FORMAT-ENTRY
                   MOVE WS-FORMAT-TEXT TO WS-I-TEXT
                   WRITE CHANGE-REPORT-LINE FROM WS-IMAGE-LINE
               END-IF
           END-PERFORM
           IF WS-STILL-PENDING-COUNT = 0
               MOVE "NOTHING AWAITING APPROVAL" TO WS-N-TEXT
               WRITE CHANGE-REPORT-LINE FROM WS-NONE-LINE
           END-IF.

      *----------------------------------------------------------------
      * 4600-REWRITE-PENDING-FILE - decided items are dropped.
      *----------------------------------------------------------------
       4600-REWRITE-PENDING-FILE.
           OPEN OUTPUT PENDING-FILE
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF WS-P-STATUS (WS-PEND-IDX) = 'H'
                   MOVE WS-P-SEQUENCE (WS-PEND-IDX) TO TPND-SEQUENCE
                   MOVE WS-P-STATUS (WS-PEND-IDX)   TO TPND-STATUS
                   MOVE WS-P-TABLE-ID (WS-PEND-IDX) TO TPND-TABLE-ID
                   MOVE WS-P-ACTION (WS-PEND-IDX)   TO TPND-ACTION
                   MOVE WS-P-ENTRY-IMAGE (WS-PEND-IDX)
                       TO TPND-ENTRY-IMAGE
                   MOVE WS-P-REASON (WS-PEND-IDX)   TO TPND-REASON
                   MOVE WS-P-REQUESTED-BY (WS-PEND-IDX)
                       TO TPND-REQUESTED-BY
                   MOVE WS-P-REQUESTED-DATE (WS-PEND-IDX)
                       TO TPND-REQUESTED-DATE
                   WRITE TABLE-PENDING-RECORD
               END-IF
           END-PERFORM
           CLOSE PENDING-FILE.

      *----------------------------------------------------------------
      * 5000-TERMINATE
      *----------------------------------------------------------------
       5000-TERMINATE.
           WRITE CHANGE-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-APPLIED-COUNT       TO WS-F-APPLIED
           MOVE WS-DECLINED-COUNT      TO WS-F-DECLINED
           MOVE WS-REFUSED-COUNT       TO WS-F-REFUSED
           WRITE CHANGE-REPORT-LINE FROM WS-REPORT-FOOTER-1
           MOVE WS-HELD-COUNT          TO WS-F-HELD
           MOVE WS-REJECTED-COUNT      TO WS-F-REJECTED
           MOVE WS-STILL-PENDING-COUNT TO WS-F-STILL-PENDING
           WRITE CHANGE-REPORT-LINE FROM WS-REPORT-FOOTER-2
           CLOSE CHANGE-REPORT-FILE
           CLOSE TABLE-AUDIT-FILE
           CLOSE EXCEPTION-REPORT-FILE
           DISPLAY "APPLIED: " WS-APPLIED-COUNT
                   "  DECLINED: " WS-DECLINED-COUNT
                   "  REFUSED: " WS-REFUSED-COUNT
           DISPLAY "NEW REQUESTS HELD: " WS-HELD-COUNT
                   "  REJECTED: " WS-REJECTED-COUNT
                   "  STILL PENDING: " WS-STILL-PENDING-COUNT.

      *----------------------------------------------------------------
      * 6000-FIND-KEY - look WS-WORK-IMAGE's key up on table WS-T.
      * WS-INSERT-POS is where an add goes.  On a table in key order
      * (INTRATE, TAXBRKT) that is ahead of the first higher key.
      * Where only each code's own entries are in order (CURRTAB and
      * FEESCHD dates) it is ahead of the code's first later entry,
      * else just after the code's last entry; a new code, or a new
      * BENPLAN plan and frequency, goes on the end.
      *----------------------------------------------------------------
       6000-FIND-KEY.
           MOVE WS-T-KEY-LEN (WS-T)   TO WS-KEY-LEN
           MOVE WS-T-GROUP-LEN (WS-T) TO WS-GROUP-LEN
           MOVE 'N' TO WS-KEY-FOUND-SWITCH
           MOVE 0   TO WS-KEY-POS
           MOVE 0   TO WS-INSERT-POS
           MOVE 0   TO WS-GROUP-LAST-POS
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-T-ENTRY-COUNT (WS-T)
               IF WS-T-ENTRY (WS-T, WS-E) (1:WS-KEY-LEN)
                      = WS-WORK-IMAGE (1:WS-KEY-LEN)
                   MOVE 'Y' TO WS-KEY-FOUND-SWITCH
                   MOVE WS-E TO WS-KEY-POS
               END-IF
               IF WS-GROUP-LEN = 0
                   IF WS-INSERT-POS = 0
                      AND WS-T-ENTRY (WS-T, WS-E) (1:WS-KEY-LEN)
                          > WS-WORK-IMAGE (1:WS-KEY-LEN)
                       MOVE WS-E TO WS-INSERT-POS
                   END-IF
               ELSE
                   IF WS-T-ENTRY (WS-T, WS-E) (1:WS-GROUP-LEN)
                      = WS-WORK-IMAGE (1:WS-GROUP-LEN)
                       MOVE WS-E TO WS-GROUP-LAST-POS
                       IF WS-INSERT-POS = 0
                          AND WS-T-ENTRY (WS-T, WS-E) (1:WS-KEY-LEN)
                              > WS-WORK-IMAGE (1:WS-KEY-LEN)
                           MOVE WS-E TO WS-INSERT-POS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-INSERT-POS = 0
               IF WS-GROUP-LAST-POS > 0
                   COMPUTE WS-INSERT-POS = WS-GROUP-LAST-POS + 1
               ELSE
                   COMPUTE WS-INSERT-POS = WS-T-ENTRY-COUNT (WS-T) + 1
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 6100-FIND-TABLE - WS-WORK-TABLE-ID to its directory slot, zero
      * when it is not one of the maintained tables.
      *----------------------------------------------------------------
       6100-FIND-TABLE.
           MOVE 0 TO WS-T
           EVALUATE WS-WORK-TABLE-ID
               WHEN "INTRATE"
                   MOVE 1 TO WS-T
               WHEN "CURRTAB"
                   MOVE 2 TO WS-T
               WHEN "TAXBRKT"
                   MOVE 3 TO WS-T
               WHEN "BENPLAN"
                   MOVE 4 TO WS-T
               WHEN "FEESCHD"
                   MOVE 5 TO WS-T
           END-EVALUATE.

      *----------------------------------------------------------------
      * 6200-EDIT-ENTRY - the request's entry image checked through
      * the table's own layout.  An expire is checked on its key
      * alone.
      *----------------------------------------------------------------
       6200-EDIT-ENTRY.
           EVALUATE WS-T
               WHEN 1
                   MOVE WS-WORK-IMAGE TO INTRATE-RECORD
                   IF INTRATE-UPPER-LIMIT NOT NUMERIC
                       MOVE "*** REJECTED - UPPER LIMIT NOT VALID"
                           TO WS-RESULT
                   ELSE
                       IF NOT TMNT-EXPIRE
                          AND (INTRATE-RATE NOT NUMERIC
                               OR INTRATE-RATE < 0)
                           MOVE "*** REJECTED - RATE NOT VALID ***"
                               TO WS-RESULT
                       END-IF
                   END-IF
               WHEN 2
                   MOVE WS-WORK-IMAGE TO CURR-TAB-RECORD
                   MOVE CURR-TAB-CODE TO WS-CURRENCY-WORK
                   IF NOT WS-CURRENCY-IS-VALID
                       MOVE "*** REJECTED - CURRENCY CODE NOT VALID"
                           TO WS-RESULT
                   ELSE
                       IF CURR-TAB-EFF-DATE NOT NUMERIC
                          OR CURR-TAB-EFF-DATE = 0
                           MOVE "*** REJECTED - EFFECTIVE DATE BAD ***"
                               TO WS-RESULT
                       ELSE
                           IF NOT TMNT-EXPIRE
                              AND (CURR-TAB-VALUE NOT NUMERIC
                                   OR CURR-TAB-VALUE NOT > 0)
                               MOVE "*** REJECTED - RATE NOT VALID ***"
                                   TO WS-RESULT
                           END-IF
                       END-IF
                   END-IF
               WHEN 3
                   MOVE WS-WORK-IMAGE TO TAXBRKT-RECORD
                   IF TAXBRKT-UPPER-LIMIT NOT NUMERIC
                       MOVE "*** REJECTED - UPPER LIMIT NOT VALID"
                           TO WS-RESULT
                   ELSE
                       IF NOT TMNT-EXPIRE
                          AND (TAXBRKT-RATE NOT NUMERIC
                               OR TAXBRKT-RATE < 0)
                           MOVE "*** REJECTED - RATE NOT VALID ***"
                               TO WS-RESULT
                       END-IF
                   END-IF
               WHEN 4
                   MOVE WS-WORK-IMAGE TO BENEFIT-PLAN-RECORD
                   IF BENPLAN-PLAN-CODE = SPACES
                      OR (BENPLAN-FREQUENCY NOT = 'W'
                          AND BENPLAN-FREQUENCY NOT = 'B'
                          AND BENPLAN-FREQUENCY NOT = 'S'
                          AND BENPLAN-FREQUENCY NOT = 'M')
                       MOVE "*** REJECTED - PLAN CODE OR FREQUENCY"
                           TO WS-RESULT
                   ELSE
                       IF NOT TMNT-EXPIRE
                          AND (BENPLAN-EMPLOYER-COST NOT NUMERIC
                               OR BENPLAN-EMPLOYEE-SHARE NOT NUMERIC)
                           MOVE "*** REJECTED - PLAN AMOUNT BAD ***"
                               TO WS-RESULT
                       END-IF
                   END-IF
               WHEN 5
                   MOVE WS-WORK-IMAGE TO FEE-SCHED-RECORD
                   IF FEESCHD-FEE-CODE = SPACES
                      OR FEESCHD-EFF-DATE NOT NUMERIC
                      OR FEESCHD-EFF-DATE = 0
                       MOVE "*** REJECTED - FEE CODE OR DATE BAD ***"
                           TO WS-RESULT
                   ELSE
                       IF NOT TMNT-EXPIRE
                          AND (FEESCHD-VALUE NOT NUMERIC
                               OR (NOT FEESCHD-IS-AMOUNT
                                   AND NOT FEESCHD-IS-RATE
                                   AND NOT FEESCHD-IS-THRESHOLD))
                           MOVE "*** REJECTED - FEE VALUE OR TYPE"
                               TO WS-RESULT
                       END-IF
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * 6300-APPLY-CHANGE - apply WS-WORK-IMAGE to table WS-T for
      * action WS-WORK-ACTION.  WS-RESULT comes back blank on success
      * with the before and after images set, or carries the reason
      * the change could not be made to the table as it now stands.
      *----------------------------------------------------------------
       6300-APPLY-CHANGE.
           MOVE SPACES TO WS-RESULT
           PERFORM 6000-FIND-KEY
           EVALUATE WS-WORK-ACTION
               WHEN 'A'
                   IF WS-KEY-FOUND
                       MOVE "*** REFUSED - ENTRY ALREADY ON TABLE ***"
                           TO WS-RESULT
                   ELSE
                       IF WS-T-ENTRY-COUNT (WS-T) >= WS-T-MAX (WS-T)
                           MOVE "*** REFUSED - TABLE AT ITS SIZE LIMIT"
                               TO WS-RESULT
                       ELSE
                           PERFORM VARYING WS-E
                                   FROM WS-T-ENTRY-COUNT (WS-T) BY -1
                                   UNTIL WS-E < WS-INSERT-POS
                               MOVE WS-T-ENTRY (WS-T, WS-E)
                                   TO WS-T-ENTRY (WS-T, WS-E + 1)
                           END-PERFORM
                           MOVE WS-WORK-IMAGE
                               TO WS-T-ENTRY (WS-T, WS-INSERT-POS)
                           ADD 1 TO WS-T-ENTRY-COUNT (WS-T)
                           MOVE WS-WORK-IMAGE TO WS-AFTER-IMAGE
                       END-IF
                   END-IF
               WHEN 'C'
                   IF NOT WS-KEY-FOUND
                       MOVE "*** REFUSED - NO LONGER ON TABLE ***"
                           TO WS-RESULT
                   ELSE
                       MOVE WS-T-ENTRY (WS-T, WS-KEY-POS)
                           TO WS-BEFORE-IMAGE
                       MOVE WS-WORK-IMAGE
                           TO WS-T-ENTRY (WS-T, WS-KEY-POS)
                       MOVE WS-WORK-IMAGE TO WS-AFTER-IMAGE
                   END-IF
               WHEN OTHER
                   IF NOT WS-KEY-FOUND
                       MOVE "*** REFUSED - NO LONGER ON TABLE ***"
                           TO WS-RESULT
                   ELSE
                       IF WS-T-ENTRY-COUNT (WS-T) = 1
                           MOVE "*** REFUSED - LAST ENTRY ON TABLE ***"
                               TO WS-RESULT
                       ELSE
                           MOVE WS-T-ENTRY (WS-T, WS-KEY-POS)
                               TO WS-BEFORE-IMAGE
                           PERFORM VARYING WS-E FROM WS-KEY-POS BY 1
                                   UNTIL WS-E
                                       >= WS-T-ENTRY-COUNT (WS-T)
                               MOVE WS-T-ENTRY (WS-T, WS-E + 1)
                                   TO WS-T-ENTRY (WS-T, WS-E)
                           END-PERFORM
                           SUBTRACT 1 FROM WS-T-ENTRY-COUNT (WS-T)
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-RESULT = SPACES
               MOVE 'Y' TO WS-T-CHANGED-SWITCH (WS-T)
           END-IF.

      *----------------------------------------------------------------
      * 6900-SET-ACTION-WORD
      *----------------------------------------------------------------
       6900-SET-ACTION-WORD.
           EVALUATE WS-WORK-ACTION
               WHEN 'A'
                   MOVE "ADD"    TO WS-D-ACTION
               WHEN 'C'
                   MOVE "CHANGE" TO WS-D-ACTION
               WHEN 'X'
                   MOVE "EXPIRE" TO WS-D-ACTION
               WHEN OTHER
                   MOVE WS-WORK-ACTION TO WS-D-ACTION
           END-EVALUATE.

      *----------------------------------------------------------------
      * 7000-FORMAT-ENTRY - WS-FORMAT-IMAGE as readable figures for
      * table WS-T.  No image at all (the before side of an add, the
      * after side of an expire) prints as NONE.
      *----------------------------------------------------------------
       7000-FORMAT-ENTRY.
           MOVE SPACES TO WS-FORMAT-TEXT
           IF WS-FORMAT-IMAGE = SPACES
               MOVE "(NONE)" TO WS-FORMAT-TEXT
           ELSE
               EVALUATE WS-T
                   WHEN 1
                       MOVE WS-FORMAT-IMAGE TO INTRATE-RECORD
                       MOVE INTRATE-UPPER-LIMIT TO WS-ED-LIMIT
                       MOVE INTRATE-RATE        TO WS-ED-RATE
                       STRING "BALANCES UP TO " WS-ED-LIMIT
                              "  RATE " WS-ED-RATE
                           DELIMITED BY SIZE INTO WS-FORMAT-TEXT
                       END-STRING
                   WHEN 2
                       MOVE WS-FORMAT-IMAGE TO CURR-TAB-RECORD
                       MOVE CURR-TAB-VALUE TO WS-ED-CURR-RATE
                       STRING CURR-TAB-CODE " EFFECTIVE "
                              CURR-TAB-EFF-DATE "  RATE "
                              WS-ED-CURR-RATE
                           DELIMITED BY SIZE INTO WS-FORMAT-TEXT
                       END-STRING
                   WHEN 3
                       MOVE WS-FORMAT-IMAGE TO TAXBRKT-RECORD
                       MOVE TAXBRKT-UPPER-LIMIT TO WS-ED-LIMIT
                       MOVE TAXBRKT-RATE        TO WS-ED-RATE
                       STRING "GROSS UP TO " WS-ED-LIMIT
                              "  RATE " WS-ED-RATE
                           DELIMITED BY SIZE INTO WS-FORMAT-TEXT
                       END-STRING
                   WHEN 4
                       MOVE WS-FORMAT-IMAGE TO BENEFIT-PLAN-RECORD
                       MOVE BENPLAN-EMPLOYER-COST  TO WS-ED-COST
                       MOVE BENPLAN-EMPLOYEE-SHARE TO WS-ED-SHARE
                       STRING "PLAN " BENPLAN-PLAN-CODE
                              " FREQ " BENPLAN-FREQUENCY
                              "  EMPLOYER " WS-ED-COST
                              "  EMPLOYEE " WS-ED-SHARE
                           DELIMITED BY SIZE INTO WS-FORMAT-TEXT
                       END-STRING
                   WHEN 5
                       MOVE WS-FORMAT-IMAGE TO FEE-SCHED-RECORD
                       MOVE FEESCHD-VALUE TO WS-ED-FEE-VALUE
                       STRING FEESCHD-FEE-CODE " EFF "
                              FEESCHD-EFF-DATE " "
                              WS-ED-FEE-VALUE " "
                              FEESCHD-VALUE-TYPE " "
                              FEESCHD-DESCRIPTION
                           DELIMITED BY SIZE INTO WS-FORMAT-TEXT
                       END-STRING
                   WHEN OTHER
                       MOVE WS-FORMAT-IMAGE TO WS-FORMAT-TEXT
               END-EVALUATE
           END-IF.
