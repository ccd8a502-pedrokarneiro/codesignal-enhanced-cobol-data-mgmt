      ******************************************************************
      * OPRROLE.cpy
      * Operator role file record.  One entry per role an OPERLST
      * operator may be assigned.  A role that is not on this file
      * grants nothing, whatever ROLEPERM says, so a role can be
      * withdrawn from every operator holding it by removing its
      * line here.  Read by SignOnCheck and SecurityReport.
      ******************************************************************
       01  OPRROLE-RECORD.
           05  OPRROLE-ROLE-CODE    PIC X(8).
           05  OPRROLE-DESCRIPTION  PIC X(30).
