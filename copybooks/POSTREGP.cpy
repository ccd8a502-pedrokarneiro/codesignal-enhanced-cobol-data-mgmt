      ******************************************************************
      * POSTREGP.cpy
      * Parameter record passed to the shared PostingRegister
      * subprogram.  A posting program calls it twice against the
      * business date:
      *   'C' check, before any append file is opened - set the
      *       program ID, the DD names of the files the program
      *       appends to in PREG-APPEND-FILE (unused entries blank)
      *       and, for a PAYHIST writer, the PAYH-ENTRY-TYPE it
      *       writes.  PostingRegister returns the run mode: replace
      *       when a RERUNREQ entry authorizes a rerun (the program's
      *       entries for the date have then already been removed
      *       from each listed file), refused when the date is
      *       already registered and no rerun is authorized, and
      *       otherwise normal.
      *   'F' finish, after the last append - registers the program
      *       and date with the run mode returned by the check.
      * COPY this into a caller-named 01 level, e.g.
      *     01  POSTING-REGISTER-PARMS.
      *         COPY POSTREGP.
      ******************************************************************
           05  PREG-FUNCTION           PIC X.
               88  PREG-CHECK-RUN      VALUE 'C'.
               88  PREG-FINISH-RUN     VALUE 'F'.
           05  PREG-PROGRAM-ID         PIC X(15).
           05  PREG-APPEND-FILE        PIC X(8) OCCURS 6 TIMES.
           05  PREG-PAYHIST-TYPE       PIC X.
           05  PREG-RUN-MODE           PIC X.
               88  PREG-NORMAL-RUN     VALUE 'N'.
               88  PREG-REPLACE-RUN    VALUE 'R'.
               88  PREG-RUN-REFUSED    VALUE 'X'.
           05  PREG-RECORDS-REMOVED    PIC 9(7).
