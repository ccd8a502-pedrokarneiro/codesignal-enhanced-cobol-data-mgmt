      ******************************************************************
      * SUPTKT.cpy
      * Support ticket master record, kept as a VSAM KSDS keyed on the
      * ticket number.  One entry per customer ticket for as long as
      * it is on file: the ACCTMAST account it was raised against,
      * its priority, the date it was opened, who has it, and its
      * status with the last ten status changes carried on the
      * record.  SupportTicket opens, assigns and moves tickets;
      * SupportSla ages every ticket not yet resolved against the
      * SLAPARM target for its priority and escalates a breach to
      * the supervisor queue once; SupportSummary reports the week.
      * Status 'O' open, 'W' being worked and 'P' pending the
      * customer are all still open for SLA purposes; 'R' resolved
      * stops the clock at SUPT-RESOLVED-DATE; 'C' closed is final.
      ******************************************************************
       01  SUPPORT-TICKET-RECORD.
           05  SUPT-TICKET-NUMBER        PIC 9(8).
           05  SUPT-ACCOUNT-NUMBER       PIC 9(10).
           05  SUPT-PRIORITY             PIC X.
               88  SUPT-PRIORITY-CRITICAL  VALUE '1'.
               88  SUPT-PRIORITY-HIGH      VALUE '2'.
               88  SUPT-PRIORITY-NORMAL    VALUE '3'.
               88  SUPT-PRIORITY-LOW       VALUE '4'.
               88  SUPT-PRIORITY-VALID     VALUE '1' THRU '4'.
           05  SUPT-OPENED-DATE          PIC 9(8).
           05  SUPT-ASSIGNEE             PIC X(20).
           05  SUPT-SUBJECT              PIC X(40).
           05  SUPT-STATUS               PIC X.
               88  SUPT-IS-OPEN            VALUE 'O' 'W' 'P'.
               88  SUPT-IS-RESOLVED        VALUE 'R'.
               88  SUPT-IS-CLOSED          VALUE 'C'.
               88  SUPT-STATUS-VALID       VALUE 'O' 'W' 'P' 'R' 'C'.
           05  SUPT-RESOLVED-DATE        PIC 9(8).
           05  SUPT-ESCALATED-DATE       PIC 9(8).
           05  SUPT-HISTORY-COUNT        PIC 9(2).
           05  SUPT-HISTORY OCCURS 10 TIMES.
               10  SUPT-HIST-DATE        PIC 9(8).
               10  SUPT-HIST-OLD-STATUS  PIC X.
               10  SUPT-HIST-NEW-STATUS  PIC X.
               10  SUPT-HIST-OPERATOR    PIC X(8).
