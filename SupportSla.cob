       IDENTIFICATION DIVISION.
       PROGRAM-ID. SupportSla.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - DAILY SLA AGING OF THE
      *                  SUPTKT TICKET MASTER.  EVERY TICKET STILL
      *                  OPEN IS AGED IN CALENDAR DAYS FROM ITS
      *                  OPENED DATE AND HELD AGAINST THE SLAPARM
      *                  TARGET FOR ITS PRIORITY.  A TICKET PAST ITS
      *                  TARGET IS ESCALATED TO THE SUPERVISOR QUEUE
      *                  (SUPVQ) THE FIRST TIME IT IS FOUND, AND THE
      *                  ESCALATION DATE IS KEPT ON THE TICKET SO A
      *                  RERUN DOES NOT QUEUE IT AGAIN.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPORT-TICKET-FILE ASSIGN TO "SUPTKT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPT-TICKET-NUMBER
               FILE STATUS IS WS-TICKET-STATUS.

           SELECT SLA-PARM-FILE ASSIGN TO "SLAPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUPERVISOR-QUEUE-FILE ASSIGN TO "SUPVQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT SLA-REPORT-FILE ASSIGN TO "SLARPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPORT-TICKET-FILE.
       COPY SUPTKT.

       FD  SLA-PARM-FILE.
       COPY SLAPARM.

       FD  SUPERVISOR-QUEUE-FILE.
       COPY SUPVQ.

       FD  SLA-REPORT-FILE.
       01  SLA-REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TICKET-STATUS          PIC X(2).
       01  WS-QUEUE-STATUS           PIC X(2).

       01  WS-PARM-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-PARM-END-OF-FILE   VALUE 'Y'.
       01  WS-TICKET-EOF-SWITCH      PIC X VALUE 'N'.
           88  WS-TICKET-END-OF-FILE VALUE 'Y'.

       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

      *----------------------------------------------------------------
      * SLA targets by priority, 1 critical through 4 low.  A
      * priority SLAPARM does not mention keeps the default target.
      *----------------------------------------------------------------
       01  WS-DEFAULT-TARGET         PIC 9(3) VALUE 7.
       01  WS-SLA-TABLE.
           05  WS-SLA-ENTRY OCCURS 4 TIMES.
               10  WS-SLA-TARGET     PIC 9(3).
               10  WS-SLA-DESC       PIC X(10).
               10  WS-SLA-OPEN       PIC 9(5) COMP.
               10  WS-SLA-BREACHED   PIC 9(5) COMP.
               10  WS-SLA-ESCALATED  PIC 9(5) COMP.
       01  WS-PRI-IDX                PIC 9(2) COMP VALUE 0.
       01  WS-PRI-NUM                PIC 9 VALUE 0.

       01  WS-READ-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-OPEN-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-BREACH-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-ESCALATE-COUNT         PIC 9(5) COMP VALUE 0.

       01  WS-AGE-DAYS               PIC S9(4) COMP VALUE 0.
       01  WS-TARGET-DAYS            PIC 9(3) VALUE 0.

      *----------------------------------------------------------------
      * Day-serial conversion work fields, for the ticket age.
      *----------------------------------------------------------------
       01  WS-SERIAL-DATE            PIC 9(8) VALUE 0.
       01  WS-SD-PARTS REDEFINES WS-SERIAL-DATE.
           05  WS-SD-YEAR            PIC 9(4).
           05  WS-SD-MONTH           PIC 9(2).
           05  WS-SD-DAY             PIC 9(2).
       01  WS-DAY-SERIAL             PIC 9(8) COMP VALUE 0.
       01  WS-RUN-SERIAL             PIC 9(8) COMP VALUE 0.
       01  WS-PRIOR-YEAR             PIC 9(4) COMP VALUE 0.
       01  WS-LEAP-QUOTIENT          PIC 9(4) COMP VALUE 0.
       01  WS-LEAP-REMAINDER         PIC 9(4) COMP VALUE 0.
       01  WS-IS-LEAP-SWITCH         PIC X VALUE 'N'.
           88  WS-IS-LEAP-YEAR       VALUE 'Y'.
       01  WS-CUM-DAYS-TABLE.
           05  FILLER PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TABLE.
           05  WS-CUM-DAY-ENTRY OCCURS 12 TIMES PIC 9(3).

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(30) VALUE "SUPPORT SLA AGING REPORT".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER           PIC X(52) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(10) VALUE "TICKET".
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(5)  VALUE "PRI".
           05  FILLER PIC X(10) VALUE "OPENED".
           05  FILLER PIC X(22) VALUE "ASSIGNEE".
           05  FILLER PIC X(4)  VALUE "STS".
           05  FILLER PIC X(6)  VALUE "  AGE".
           05  FILLER PIC X(7)  VALUE " TARGET".
           05  FILLER PIC X(24) VALUE "  SLA".

       01  WS-DETAIL-LINE.
           05  WS-D-TICKET        PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-ACCOUNT       PIC 9(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-PRIORITY      PIC X.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-D-OPENED        PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-ASSIGNEE      PIC X(20).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-STATUS        PIC X.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-D-AGE           PIC ZZZZ9.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-D-TARGET        PIC ZZ9.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-D-SLA           PIC X(20).
           05  FILLER             PIC X(3) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(100) VALUE SPACES.

       01  WS-PRIORITY-HEADING.
           05  FILLER PIC X(5)  VALUE "PRI".
           05  FILLER PIC X(12) VALUE "DESCRIPTION".
           05  FILLER PIC X(8)  VALUE "  TARGET".
           05  FILLER PIC X(8)  VALUE "    OPEN".
           05  FILLER PIC X(10) VALUE "  BREACHED".
           05  FILLER PIC X(11) VALUE "  ESCALATED".
           05  FILLER PIC X(46) VALUE SPACES.

       01  WS-PRIORITY-LINE.
           05  WS-P-PRIORITY      PIC 9.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-P-DESC          PIC X(10).
           05  FILLER             PIC X(5) VALUE SPACES.
           05  WS-P-TARGET        PIC ZZ9.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-P-OPEN          PIC ZZZZ9.
           05  FILLER             PIC X(5) VALUE SPACES.
           05  WS-P-BREACHED      PIC ZZZZ9.
           05  FILLER             PIC X(6) VALUE SPACES.
           05  WS-P-ESCALATED     PIC ZZZZ9.
           05  FILLER             PIC X(48) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(16) VALUE "TICKETS READ: ".
           05  WS-F-READ          PIC ZZZZ9.
           05  FILLER PIC X(10) VALUE "  OPEN: ".
           05  WS-F-OPEN          PIC ZZZZ9.
           05  FILLER PIC X(12) VALUE "  BREACHED: ".
           05  WS-F-BREACHED      PIC ZZZZ9.
           05  FILLER PIC X(19) VALUE "  NEW ESCALATIONS: ".
           05  WS-F-ESCALATED     PIC ZZZZ9.
           05  FILLER             PIC X(23) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-SERIAL-DATE
           PERFORM 2160-DATE-TO-SERIAL
           MOVE WS-DAY-SERIAL TO WS-RUN-SERIAL

           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-SLA-TARGETS

           MOVE 0 TO SUPT-TICKET-NUMBER
           START SUPPORT-TICKET-FILE
                   KEY IS NOT LESS THAN SUPT-TICKET-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-TICKET-EOF-SWITCH
           END-START
           PERFORM 2100-READ-TICKET
           PERFORM 2000-AGE-TICKET
               UNTIL WS-TICKET-END-OF-FILE

           PERFORM 3000-PRIORITY-SUMMARY
           PERFORM 4000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - the ticket file is opened I-O so the
      * escalation date can be rewritten.  The supervisor queue is
      * appended to; "35" means it has not been created yet.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN I-O SUPPORT-TICKET-FILE
           IF WS-TICKET-STATUS = "35"
               OPEN OUTPUT SUPPORT-TICKET-FILE
               CLOSE SUPPORT-TICKET-FILE
               OPEN I-O SUPPORT-TICKET-FILE
           END-IF
           OPEN EXTEND SUPERVISOR-QUEUE-FILE
           IF WS-QUEUE-STATUS = "35"
               OPEN OUTPUT SUPERVISOR-QUEUE-FILE
           END-IF
           OPEN OUTPUT SLA-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           WRITE SLA-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE SLA-REPORT-LINE FROM WS-BLANK-LINE
           WRITE SLA-REPORT-LINE FROM WS-REPORT-HEADING-2.

      *----------------------------------------------------------------
      * 1100-LOAD-SLA-TARGETS - every priority starts at the default
      * target; SLAPARM entries for priorities 1-4 replace it.
      *----------------------------------------------------------------
       1100-LOAD-SLA-TARGETS.
           PERFORM VARYING WS-PRI-IDX FROM 1 BY 1
                   UNTIL WS-PRI-IDX > 4
               MOVE WS-DEFAULT-TARGET TO WS-SLA-TARGET (WS-PRI-IDX)
               MOVE "DEFAULT"         TO WS-SLA-DESC (WS-PRI-IDX)
               MOVE 0 TO WS-SLA-OPEN (WS-PRI-IDX)
               MOVE 0 TO WS-SLA-BREACHED (WS-PRI-IDX)
               MOVE 0 TO WS-SLA-ESCALATED (WS-PRI-IDX)
           END-PERFORM

           OPEN INPUT SLA-PARM-FILE
           PERFORM UNTIL WS-PARM-END-OF-FILE
               READ SLA-PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-PARM-EOF-SWITCH
                   NOT AT END
                       IF SLAP-PRIORITY >= '1' AND SLAP-PRIORITY <= '4'
                          AND SLAP-TARGET-DAYS NUMERIC
                           MOVE SLAP-PRIORITY TO WS-PRI-NUM
                           MOVE SLAP-TARGET-DAYS
                               TO WS-SLA-TARGET (WS-PRI-NUM)
                           MOVE SLAP-DESCRIPTION
                               TO WS-SLA-DESC (WS-PRI-NUM)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SLA-PARM-FILE.

      *----------------------------------------------------------------
      * 2000-AGE-TICKET - only tickets still open are aged; resolved
      * and closed tickets have stopped the clock.  Age is whole
      * calendar days since the opened date, and a ticket is in
      * breach once its age passes the target for its priority.
      *----------------------------------------------------------------
       2000-AGE-TICKET.
           ADD 1 TO WS-READ-COUNT
           IF SUPT-IS-OPEN
               ADD 1 TO WS-OPEN-COUNT
               IF SUPT-PRIORITY-VALID
                   MOVE SUPT-PRIORITY TO WS-PRI-NUM
                   MOVE WS-SLA-TARGET (WS-PRI-NUM) TO WS-TARGET-DAYS
                   ADD 1 TO WS-SLA-OPEN (WS-PRI-NUM)
               ELSE
                   MOVE 0 TO WS-PRI-NUM
                   MOVE WS-DEFAULT-TARGET TO WS-TARGET-DAYS
               END-IF

               MOVE SUPT-OPENED-DATE TO WS-SERIAL-DATE
               PERFORM 2160-DATE-TO-SERIAL
               COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-DAY-SERIAL
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF

               EVALUATE TRUE
                   WHEN WS-AGE-DAYS NOT > WS-TARGET-DAYS
                       MOVE "WITHIN SLA" TO WS-D-SLA
                   WHEN SUPT-ESCALATED-DATE NOT = 0
                       ADD 1 TO WS-BREACH-COUNT
                       PERFORM 2300-COUNT-BREACH
                       MOVE "BREACHED" TO WS-D-SLA
                   WHEN OTHER
                       ADD 1 TO WS-BREACH-COUNT
                       PERFORM 2300-COUNT-BREACH
                       PERFORM 2400-ESCALATE-TICKET
                       MOVE "ESCALATED" TO WS-D-SLA
               END-EVALUATE

               PERFORM 2800-WRITE-DETAIL
           END-IF

           PERFORM 2100-READ-TICKET.

      *----------------------------------------------------------------
      * 2100-READ-TICKET
      *----------------------------------------------------------------
       2100-READ-TICKET.
           IF NOT WS-TICKET-END-OF-FILE
               READ SUPPORT-TICKET-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TICKET-EOF-SWITCH
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * 2160-DATE-TO-SERIAL - days since the year-zero epoch, the
      * same conversion the tour schedule uses.
      *----------------------------------------------------------------
       2160-DATE-TO-SERIAL.
           COMPUTE WS-PRIOR-YEAR = WS-SD-YEAR - 1
           COMPUTE WS-DAY-SERIAL = WS-SD-YEAR * 365
               + WS-PRIOR-YEAR / 4
               - WS-PRIOR-YEAR / 100
               + WS-PRIOR-YEAR / 400
               + WS-CUM-DAY-ENTRY (WS-SD-MONTH)
               + WS-SD-DAY

           MOVE 'N' TO WS-IS-LEAP-SWITCH
           DIVIDE WS-SD-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = 0
               MOVE 'Y' TO WS-IS-LEAP-SWITCH
               DIVIDE WS-SD-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   DIVIDE WS-SD-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER NOT = 0
                       MOVE 'N' TO WS-IS-LEAP-SWITCH
                   END-IF
               END-IF
           END-IF
           IF WS-IS-LEAP-YEAR AND WS-SD-MONTH > 2
               ADD 1 TO WS-DAY-SERIAL
           END-IF.

      *----------------------------------------------------------------
      * 2300-COUNT-BREACH - the breach against its priority.
      *----------------------------------------------------------------
       2300-COUNT-BREACH.
           IF WS-PRI-NUM > 0
               ADD 1 TO WS-SLA-BREACHED (WS-PRI-NUM)
           END-IF.

      *----------------------------------------------------------------
      * 2400-ESCALATE-TICKET - first breach only: queue the ticket for
      * the supervisor and stamp the escalation date on the master.
      *----------------------------------------------------------------
       2400-ESCALATE-TICKET.
           MOVE SUPT-TICKET-NUMBER  TO SUPQ-TICKET-NUMBER
           MOVE SUPT-ACCOUNT-NUMBER TO SUPQ-ACCOUNT-NUMBER
           MOVE SUPT-PRIORITY       TO SUPQ-PRIORITY
           MOVE SUPT-OPENED-DATE    TO SUPQ-OPENED-DATE
           MOVE WS-AGE-DAYS         TO SUPQ-AGE-DAYS
           MOVE WS-TARGET-DAYS      TO SUPQ-TARGET-DAYS
           MOVE SUPT-ASSIGNEE       TO SUPQ-ASSIGNEE
           MOVE SUPT-STATUS         TO SUPQ-STATUS
           MOVE WS-RUN-DATE         TO SUPQ-ESCALATED-DATE
           WRITE SUPERVISOR-QUEUE-RECORD

           MOVE WS-RUN-DATE TO SUPT-ESCALATED-DATE
           REWRITE SUPPORT-TICKET-RECORD
           ADD 1 TO WS-ESCALATE-COUNT
           IF WS-PRI-NUM > 0
               ADD 1 TO WS-SLA-ESCALATED (WS-PRI-NUM)
           END-IF.

      *----------------------------------------------------------------
      * 2800-WRITE-DETAIL
      *----------------------------------------------------------------
       2800-WRITE-DETAIL.
           MOVE SUPT-TICKET-NUMBER  TO WS-D-TICKET
           MOVE SUPT-ACCOUNT-NUMBER TO WS-D-ACCOUNT
           MOVE SUPT-PRIORITY       TO WS-D-PRIORITY
           MOVE SUPT-OPENED-DATE    TO WS-D-OPENED
           MOVE SUPT-ASSIGNEE       TO WS-D-ASSIGNEE
           MOVE SUPT-STATUS         TO WS-D-STATUS
           MOVE WS-AGE-DAYS         TO WS-D-AGE
           MOVE WS-TARGET-DAYS      TO WS-D-TARGET
           WRITE SLA-REPORT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------
      * 3000-PRIORITY-SUMMARY - open, breached and newly escalated
      * tickets by priority.
      *----------------------------------------------------------------
       3000-PRIORITY-SUMMARY.
           WRITE SLA-REPORT-LINE FROM WS-BLANK-LINE
           WRITE SLA-REPORT-LINE FROM WS-PRIORITY-HEADING
           PERFORM VARYING WS-PRI-IDX FROM 1 BY 1
                   UNTIL WS-PRI-IDX > 4
               MOVE WS-PRI-IDX                  TO WS-P-PRIORITY
               MOVE WS-SLA-DESC (WS-PRI-IDX)    TO WS-P-DESC
               MOVE WS-SLA-TARGET (WS-PRI-IDX)  TO WS-P-TARGET
               MOVE WS-SLA-OPEN (WS-PRI-IDX)    TO WS-P-OPEN
               MOVE WS-SLA-BREACHED (WS-PRI-IDX) TO WS-P-BREACHED
               MOVE WS-SLA-ESCALATED (WS-PRI-IDX) TO WS-P-ESCALATED
               WRITE SLA-REPORT-LINE FROM WS-PRIORITY-LINE
           END-PERFORM.

      *----------------------------------------------------------------
      * 4000-TERMINATE
      *----------------------------------------------------------------
       4000-TERMINATE.
           WRITE SLA-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-READ-COUNT     TO WS-F-READ
           MOVE WS-OPEN-COUNT     TO WS-F-OPEN
           MOVE WS-BREACH-COUNT   TO WS-F-BREACHED
           MOVE WS-ESCALATE-COUNT TO WS-F-ESCALATED
           WRITE SLA-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE SLA-REPORT-FILE
           CLOSE SUPERVISOR-QUEUE-FILE
           CLOSE SUPPORT-TICKET-FILE
           DISPLAY "TICKETS READ: " WS-READ-COUNT
           DISPLAY "OPEN TICKETS: " WS-OPEN-COUNT
           DISPLAY "SLA BREACHES: " WS-BREACH-COUNT
           DISPLAY "NEW ESCALATIONS: " WS-ESCALATE-COUNT.
