      ******************************************************************
      * SUPMNT.cpy
      * Support ticket request record read by SupportTicket.  An 'O'
      * request opens a ticket against SUPM-ACCOUNT-NUMBER, which must
      * be on ACCTMAST, at SUPM-PRIORITY; SupportTicket assigns the
      * next ticket number and prints it.  An 'A' request hands ticket
      * SUPM-TICKET-NUMBER to SUPM-ASSIGNEE.  An 'S' request moves it
      * to SUPM-NEW-STATUS.  SUPM-ASSIGNEE on an 'O' request is
      * optional.
      ******************************************************************
       01  SUPMNT-RECORD.
           05  SUPM-REQUEST-TYPE         PIC X.
               88  SUPM-IS-OPEN          VALUE 'O'.
               88  SUPM-IS-ASSIGN        VALUE 'A'.
               88  SUPM-IS-STATUS        VALUE 'S'.
           05  SUPM-TICKET-NUMBER        PIC 9(8).
           05  SUPM-ACCOUNT-NUMBER       PIC 9(10).
           05  SUPM-PRIORITY             PIC X.
           05  SUPM-ASSIGNEE             PIC X(20).
           05  SUPM-NEW-STATUS           PIC X.
           05  SUPM-SUBJECT              PIC X(40).
