      ******************************************************************
      * SUPVQ.cpy
      * Supervisor escalation queue record.  SupportSla appends one
      * entry the first time a ticket is found open past its SLA
      * target, with the age and target that breached, for the
      * support supervisor to work.
      ******************************************************************
       01  SUPERVISOR-QUEUE-RECORD.
           05  SUPQ-TICKET-NUMBER        PIC 9(8).
           05  SUPQ-ACCOUNT-NUMBER       PIC 9(10).
           05  SUPQ-PRIORITY             PIC X.
           05  SUPQ-OPENED-DATE          PIC 9(8).
           05  SUPQ-AGE-DAYS             PIC 9(4).
           05  SUPQ-TARGET-DAYS          PIC 9(3).
           05  SUPQ-ASSIGNEE             PIC X(20).
           05  SUPQ-STATUS               PIC X.
           05  SUPQ-ESCALATED-DATE       PIC 9(8).
