      ******************************************************************
      * POSTREG.cpy
      * Posting register record.  Every program that appends to the
      * shared BALHIST, BALAUDIT, EODCTL, INTYTD, PAYHIST or EODSUM
      * files registers its program ID and business date here, through
      * the shared PostingRegister subprogram, when it finishes
      * cleanly.  A later run of the same program for the same
      * business date finds the entry and is refused unless a
      * RERUNREQ entry asks for it to run in replace mode.  The run
      * mode shows whether the registered run was the first posting
      * ('N') or a replace ('R'); the completed date and time are
      * wall-clock.
      ******************************************************************
       01  POSTING-REGISTER-RECORD.
           05  POSTREG-PROGRAM-ID      PIC X(15).
           05  POSTREG-BUSINESS-DATE   PIC 9(8).
           05  POSTREG-RUN-MODE        PIC X.
               88  POSTREG-NORMAL-RUN  VALUE 'N'.
               88  POSTREG-REPLACE-RUN VALUE 'R'.
           05  POSTREG-COMPLETED-DATE  PIC 9(8).
           05  POSTREG-COMPLETED-TIME  PIC 9(6).
