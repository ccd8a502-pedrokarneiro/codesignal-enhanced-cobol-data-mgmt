      ******************************************************************
      * ROLEPERM.cpy
      * Role permission table record.  One entry per program a role
      * may run, keyed on the OPRAUTH-CALLER-ID the program passes to
      * SignOnCheck.  A ROLEPERM-CALLER-ID of '*' lets the role run
      * every program that signs on.  Read by SignOnCheck and
      * SecurityReport.
      ******************************************************************
       01  ROLEPERM-RECORD.
           05  ROLEPERM-ROLE-CODE   PIC X(8).
           05  ROLEPERM-CALLER-ID   PIC X(15).
               88  ROLEPERM-ALL-PROGRAMS VALUE '*'.
