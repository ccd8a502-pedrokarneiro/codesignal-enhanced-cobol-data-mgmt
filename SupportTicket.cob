       IDENTIFICATION DIVISION.
       PROGRAM-ID. SupportTicket.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - MoreGroupItems03 MOVES THE
      *                  SUPPORT GROUP'S STATUS AND LOGS IT, BUT THE
      *                  TICKET ITSELF WAS GONE WHEN THE RUN ENDED.
      *                  THIS PROGRAM KEEPS TICKETS ON THE NEW SUPTKT
      *                  KEYED FILE FROM A BATCH OF SUPMNT REQUESTS:
      *                  OPEN A TICKET AGAINST AN ACCTMAST ACCOUNT AT
      *                  A PRIORITY (NEXT TICKET NUMBER ASSIGNED),
      *                  HAND IT TO AN ASSIGNEE, OR MOVE ITS STATUS.
      *                  EVERY STATUS CHANGE IS KEPT ON THE TICKET'S
      *                  HISTORY WITH THE DATE AND OPERATOR, AND THE
      *                  RUN PRINTS THE DAILY TICKET ACTIVITY REPORT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPORT-TICKET-FILE ASSIGN TO "SUPTKT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPT-TICKET-NUMBER
               FILE STATUS IS WS-TICKET-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTM-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT TICKET-REQUEST-FILE ASSIGN TO "SUPMNT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TICKET-REPORT-FILE ASSIGN TO "SUPTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPORT-TICKET-FILE.
       COPY SUPTKT.

       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMAST.

       FD  TICKET-REQUEST-FILE.
       COPY SUPMNT.

       FD  TICKET-REPORT-FILE.
       01  TICKET-REPORT-LINE           PIC X(120).

       FD  EXCEPTION-REPORT-FILE.
       COPY EXCPRPT.

       WORKING-STORAGE SECTION.
       01  WS-TICKET-STATUS          PIC X(2).
       01  WS-MASTER-STATUS          PIC X(2).
       01  WS-EXCP-STATUS            PIC X(2).

       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.
       01  WS-TICKET-EOF-SWITCH      PIC X VALUE 'N'.
           88  WS-TICKET-END-OF-FILE VALUE 'Y'.

       01  WS-RUN-DATE               PIC 9(8).

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  RUN-LOG-PARMS.
           COPY RUNLOGP.

       01  OPERATOR-AUTH-PARMS.
           COPY OPRAUTH.

       01  WS-REQUEST-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-OPENED-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-ASSIGNED-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-STATUS-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-REJECTED-COUNT         PIC 9(4) COMP VALUE 0.

       01  WS-REJECT-REASON          PIC X(40).
       01  WS-ACTIVITY               PIC X(30) VALUE SPACES.

       01  WS-ACCT-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-ACCT-FOUND         VALUE 'Y'.
       01  WS-TICKET-FOUND-SWITCH    PIC X VALUE 'N'.
           88  WS-TICKET-FOUND       VALUE 'Y'.
       01  WS-LAST-TICKET-NUMBER     PIC 9(8) VALUE 0.
       01  WS-OLD-STATUS             PIC X VALUE SPACE.
       01  WS-HIST-IDX               PIC 9(2) COMP VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(30) VALUE "SUPPORT TICKET ACTIVITY".
           05  FILLER PIC X(10) VALUE "RUN DATE: ".
           05  WS-H-RUN-DATE    PIC 9(8).
           05  FILLER           PIC X(72) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(10) VALUE "TICKET".
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(5)  VALUE "PRI".
           05  FILLER PIC X(10) VALUE "OPENED".
           05  FILLER PIC X(22) VALUE "ASSIGNEE".
           05  FILLER PIC X(5)  VALUE "STS".
           05  FILLER PIC X(56) VALUE "ACTIVITY".

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
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-D-ACTIVITY      PIC X(40).
           05  FILLER             PIC X(16) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(120) VALUE SPACES.

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(12) VALUE "REQUESTS: ".
           05  WS-F-REQUESTS      PIC ZZZ9.
           05  FILLER PIC X(10) VALUE "  OPENED: ".
           05  WS-F-OPENED        PIC ZZZ9.
           05  FILLER PIC X(12) VALUE "  ASSIGNED: ".
           05  WS-F-ASSIGNED      PIC ZZZ9.
           05  FILLER PIC X(18) VALUE "  STATUS CHANGES: ".
           05  WS-F-STATUS        PIC ZZZ9.
           05  FILLER PIC X(12) VALUE "  REJECTED: ".
           05  WS-F-REJECTED      PIC ZZZ9.
           05  FILLER             PIC X(36) VALUE SPACES.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           MOVE "SupportTicket" TO RLOG-PROGRAM-ID
           MOVE 'S' TO RLOG-ACTION
           CALL "RunLog" USING RUN-LOG-PARMS

           ACCEPT OPRAUTH-OPERATOR-ID FROM SYSIN
           MOVE "SupportTicket" TO OPRAUTH-CALLER-ID
           CALL "SignOnCheck" USING OPERATOR-AUTH-PARMS
           IF OPRAUTH-DENIED
               DISPLAY "*** SIGN-ON REJECTED - UNAUTHORIZED OPERATOR: "
                       OPRAUTH-OPERATOR-ID " ***"
               STOP RUN
           END-IF
           DISPLAY "Operator " OPRAUTH-OPERATOR-ID " signed on."

           PERFORM 0900-OPEN-EXCEPTION-FILE
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-FIND-LAST-TICKET

           PERFORM 2100-READ-REQUEST
           PERFORM 2000-PROCESS-REQUEST
               UNTIL WS-END-OF-FILE

           PERFORM 4000-TERMINATE
           MOVE 'E' TO RLOG-ACTION
           MOVE WS-REQUEST-COUNT TO RLOG-RECORDS-READ
           COMPUTE RLOG-RECORDS-WRITTEN =
                WS-OPENED-COUNT + WS-ASSIGNED-COUNT + WS-STATUS-COUNT
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
      * 1000-OPEN-FILES - the ticket file stays open I-O for the run;
      * a status of "35" means the cluster has never been loaded and
      * the first run creates it empty.  The account master is only
      * read, to confirm the account a ticket is opened against.
      *----------------------------------------------------------------
       1000-OPEN-FILES.
           OPEN I-O SUPPORT-TICKET-FILE
           IF WS-TICKET-STATUS = "35"
               OPEN OUTPUT SUPPORT-TICKET-FILE
               CLOSE SUPPORT-TICKET-FILE
               OPEN I-O SUPPORT-TICKET-FILE
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           OPEN INPUT TICKET-REQUEST-FILE

           OPEN OUTPUT TICKET-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           WRITE TICKET-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE TICKET-REPORT-LINE FROM WS-BLANK-LINE
           WRITE TICKET-REPORT-LINE FROM WS-REPORT-HEADING-2.

      *----------------------------------------------------------------
      * 1100-FIND-LAST-TICKET - the highest ticket number on file,
      * closed tickets included, so a number is never reused; zero
      * on an empty file.
      *----------------------------------------------------------------
       1100-FIND-LAST-TICKET.
           MOVE 0   TO WS-LAST-TICKET-NUMBER
           MOVE 'N' TO WS-TICKET-EOF-SWITCH
           MOVE 0   TO SUPT-TICKET-NUMBER
           START SUPPORT-TICKET-FILE
                   KEY IS NOT LESS THAN SUPT-TICKET-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-TICKET-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-TICKET-END-OF-FILE
               READ SUPPORT-TICKET-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TICKET-EOF-SWITCH
                   NOT AT END
                       MOVE SUPT-TICKET-NUMBER
                           TO WS-LAST-TICKET-NUMBER
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * 2000-PROCESS-REQUEST - dispatch the current request to the
      * paragraph for its type, then print the result.
      *----------------------------------------------------------------
       2000-PROCESS-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
               WHEN SUPM-IS-OPEN
                   PERFORM 2300-OPEN-TICKET
               WHEN SUPM-IS-ASSIGN
                   PERFORM 2500-ASSIGN-TICKET
               WHEN SUPM-IS-STATUS
                   PERFORM 2600-CHANGE-STATUS
               WHEN OTHER
                   MOVE "*** REJECTED - UNKNOWN REQUEST TYPE ***"
                       TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
               PERFORM 2800-FORMAT-DETAIL
               WRITE TICKET-REPORT-LINE FROM WS-DETAIL-LINE
           ELSE
               PERFORM 2900-LOG-REJECT
           END-IF

           PERFORM 2100-READ-REQUEST.

      *----------------------------------------------------------------
      * 2100-READ-REQUEST
      *----------------------------------------------------------------
       2100-READ-REQUEST.
           READ TICKET-REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2300-OPEN-TICKET - edit the request, and put the ticket on
      * file under the next ticket number only when every edit
      * passes.  A new ticket opens with status 'O' and one history
      * entry.
      *----------------------------------------------------------------
       2300-OPEN-TICKET.
           MOVE SUPM-ACCOUNT-NUMBER TO ACCTM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND-SWITCH
           END-READ

           MOVE SUPM-PRIORITY TO SUPT-PRIORITY
           EVALUATE TRUE
               WHEN NOT WS-ACCT-FOUND
                   MOVE "*** REJECTED - ACCOUNT NOT ON FILE ***"
                       TO WS-REJECT-REASON
               WHEN NOT SUPT-PRIORITY-VALID
                   MOVE "*** REJECTED - UNKNOWN PRIORITY ***"
                       TO WS-REJECT-REASON
               WHEN SUPM-SUBJECT = SPACES
                   MOVE "*** REJECTED - NO SUBJECT GIVEN ***"
                       TO WS-REJECT-REASON
               WHEN WS-LAST-TICKET-NUMBER = 99999999
                   MOVE "*** REJECTED - NO TICKET NUMBER LEFT ***"
                       TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
               MOVE SPACES TO SUPPORT-TICKET-RECORD
               COMPUTE SUPT-TICKET-NUMBER = WS-LAST-TICKET-NUMBER + 1
               MOVE SUPM-ACCOUNT-NUMBER TO SUPT-ACCOUNT-NUMBER
               MOVE SUPM-PRIORITY       TO SUPT-PRIORITY
               MOVE WS-RUN-DATE         TO SUPT-OPENED-DATE
               MOVE SUPM-ASSIGNEE       TO SUPT-ASSIGNEE
               MOVE SUPM-SUBJECT        TO SUPT-SUBJECT
               MOVE 0                   TO SUPT-RESOLVED-DATE
               MOVE 0                   TO SUPT-ESCALATED-DATE
               MOVE 0                   TO SUPT-HISTORY-COUNT
               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                       UNTIL WS-HIST-IDX > 10
                   MOVE 0 TO SUPT-HIST-DATE (WS-HIST-IDX)
               END-PERFORM
               MOVE SPACE TO WS-OLD-STATUS
               MOVE 'O'   TO SUPT-STATUS
               PERFORM 2700-ADD-HISTORY
               WRITE SUPPORT-TICKET-RECORD
                   INVALID KEY
                       MOVE "*** REJECTED - DUPLICATE KEY ***"
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE SUPT-TICKET-NUMBER TO WS-LAST-TICKET-NUMBER
               MOVE "OPENED" TO WS-ACTIVITY
               ADD 1 TO WS-OPENED-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 2400-READ-TICKET - the ticket named on the request.
      *----------------------------------------------------------------
       2400-READ-TICKET.
           MOVE SUPM-TICKET-NUMBER TO SUPT-TICKET-NUMBER
           READ SUPPORT-TICKET-FILE
               INVALID KEY
                   MOVE 'N' TO WS-TICKET-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TICKET-FOUND-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2500-ASSIGN-TICKET - a closed ticket cannot be handed on.
      *----------------------------------------------------------------
       2500-ASSIGN-TICKET.
           PERFORM 2400-READ-TICKET
           EVALUATE TRUE
               WHEN NOT WS-TICKET-FOUND
                   MOVE "*** REJECTED - TICKET NOT ON FILE ***"
                       TO WS-REJECT-REASON
               WHEN SUPT-IS-CLOSED
                   MOVE "*** REJECTED - TICKET IS CLOSED ***"
                       TO WS-REJECT-REASON
               WHEN SUPM-ASSIGNEE = SPACES
                   MOVE "*** REJECTED - NO ASSIGNEE GIVEN ***"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE SUPM-ASSIGNEE TO SUPT-ASSIGNEE
                   REWRITE SUPPORT-TICKET-RECORD
                   MOVE "ASSIGNED" TO WS-ACTIVITY
                   ADD 1 TO WS-ASSIGNED-COUNT
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2600-CHANGE-STATUS - resolving stops the SLA clock; reopening
      * a resolved ticket starts it again from the original opened
      * date.  Closed is final.
      *----------------------------------------------------------------
       2600-CHANGE-STATUS.
           PERFORM 2400-READ-TICKET
           MOVE SUPT-STATUS TO WS-OLD-STATUS
           EVALUATE TRUE
               WHEN NOT WS-TICKET-FOUND
                   MOVE "*** REJECTED - TICKET NOT ON FILE ***"
                       TO WS-REJECT-REASON
               WHEN SUPT-IS-CLOSED
                   MOVE "*** REJECTED - TICKET IS CLOSED ***"
                       TO WS-REJECT-REASON
               WHEN SUPM-NEW-STATUS NOT = 'O' AND NOT = 'W'
                    AND NOT = 'P' AND NOT = 'R' AND NOT = 'C'
                   MOVE "*** REJECTED - UNKNOWN STATUS ***"
                       TO WS-REJECT-REASON
               WHEN SUPM-NEW-STATUS = SUPT-STATUS
                   MOVE "*** REJECTED - STATUS UNCHANGED ***"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE SUPM-NEW-STATUS TO SUPT-STATUS
                   EVALUATE TRUE
                       WHEN SUPT-IS-RESOLVED
                           MOVE WS-RUN-DATE TO SUPT-RESOLVED-DATE
                       WHEN SUPT-IS-CLOSED
                            AND SUPT-RESOLVED-DATE = 0
                           MOVE WS-RUN-DATE TO SUPT-RESOLVED-DATE
                       WHEN SUPT-IS-OPEN
                           MOVE 0 TO SUPT-RESOLVED-DATE
                   END-EVALUATE
                   PERFORM 2700-ADD-HISTORY
                   REWRITE SUPPORT-TICKET-RECORD
                   STRING "STATUS " DELIMITED BY SIZE
                          WS-OLD-STATUS DELIMITED BY SIZE
                          " TO " DELIMITED BY SIZE
                          SUPT-STATUS DELIMITED BY SIZE
                          INTO WS-ACTIVITY
                   END-STRING
                   ADD 1 TO WS-STATUS-COUNT
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2700-ADD-HISTORY - the change from WS-OLD-STATUS to the
      * ticket's status; a full history drops its oldest entry.
      *----------------------------------------------------------------
       2700-ADD-HISTORY.
           IF SUPT-HISTORY-COUNT NOT NUMERIC
               MOVE 0 TO SUPT-HISTORY-COUNT
           END-IF
           IF SUPT-HISTORY-COUNT >= 10
               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                       UNTIL WS-HIST-IDX > 9
                   MOVE SUPT-HISTORY (WS-HIST-IDX + 1)
                       TO SUPT-HISTORY (WS-HIST-IDX)
               END-PERFORM
               MOVE 9 TO SUPT-HISTORY-COUNT
           END-IF
           ADD 1 TO SUPT-HISTORY-COUNT
           MOVE WS-RUN-DATE
               TO SUPT-HIST-DATE (SUPT-HISTORY-COUNT)
           MOVE WS-OLD-STATUS
               TO SUPT-HIST-OLD-STATUS (SUPT-HISTORY-COUNT)
           MOVE SUPT-STATUS
               TO SUPT-HIST-NEW-STATUS (SUPT-HISTORY-COUNT)
           MOVE OPRAUTH-OPERATOR-ID
               TO SUPT-HIST-OPERATOR (SUPT-HISTORY-COUNT).

      *----------------------------------------------------------------
      * 2800-FORMAT-DETAIL - the report columns from the ticket.
      *----------------------------------------------------------------
       2800-FORMAT-DETAIL.
           MOVE SUPT-TICKET-NUMBER  TO WS-D-TICKET
           MOVE SUPT-ACCOUNT-NUMBER TO WS-D-ACCOUNT
           MOVE SUPT-PRIORITY       TO WS-D-PRIORITY
           MOVE SUPT-OPENED-DATE    TO WS-D-OPENED
           MOVE SUPT-ASSIGNEE       TO WS-D-ASSIGNEE
           MOVE SUPT-STATUS         TO WS-D-STATUS
           MOVE WS-ACTIVITY         TO WS-D-ACTIVITY
           MOVE SPACES              TO WS-ACTIVITY.

      *----------------------------------------------------------------
      * 2900-LOG-REJECT - a rejected request is printed on the ticket
      * report, from the request as keyed, and logged to the shared
      * exception report.
      *----------------------------------------------------------------
       2900-LOG-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SUPM-TICKET-NUMBER  TO WS-D-TICKET
           MOVE SUPM-ACCOUNT-NUMBER TO WS-D-ACCOUNT
           MOVE SUPM-PRIORITY       TO WS-D-PRIORITY
           MOVE 0                   TO WS-D-OPENED
           MOVE SUPM-ASSIGNEE       TO WS-D-ASSIGNEE
           MOVE SUPM-NEW-STATUS     TO WS-D-STATUS
           MOVE WS-REJECT-REASON    TO WS-D-ACTIVITY
           WRITE TICKET-REPORT-LINE FROM WS-DETAIL-LINE

           MOVE "SupportTicket"     TO EXCP-PROGRAM-ID
           IF SUPM-IS-OPEN
               MOVE SUPM-ACCOUNT-NUMBER TO EXCP-KEY-VALUE
           ELSE
               MOVE SUPM-TICKET-NUMBER  TO EXCP-KEY-VALUE
           END-IF
           MOVE "SUPMNT-REQUEST"    TO EXCP-FIELD-NAME
           MOVE WS-REJECT-REASON    TO EXCP-REASON
           MOVE WS-RUN-DATE         TO EXCP-RUN-DATE
           WRITE EXCEPTION-RECORD.

      *----------------------------------------------------------------
      * 4000-TERMINATE
      *----------------------------------------------------------------
       4000-TERMINATE.
           WRITE TICKET-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-REQUEST-COUNT    TO WS-F-REQUESTS
           MOVE WS-OPENED-COUNT     TO WS-F-OPENED
           MOVE WS-ASSIGNED-COUNT   TO WS-F-ASSIGNED
           MOVE WS-STATUS-COUNT     TO WS-F-STATUS
           MOVE WS-REJECTED-COUNT   TO WS-F-REJECTED
           WRITE TICKET-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE TICKET-REPORT-FILE
           CLOSE TICKET-REQUEST-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE SUPPORT-TICKET-FILE
           CLOSE EXCEPTION-REPORT-FILE
           DISPLAY "TICKETS OPENED: " WS-OPENED-COUNT
           DISPLAY "TICKETS ASSIGNED: " WS-ASSIGNED-COUNT
           DISPLAY "STATUS CHANGES: " WS-STATUS-COUNT
           DISPLAY "REQUESTS REJECTED: " WS-REJECTED-COUNT.
