      * SC-OPERATOR-TABLE instead of carrying the authorized IDs as
      * MOVE literals, so a new operator can be authorized by adding a
      * line to the file instead of recompiling SignOnCheck.
      * OPERLST-ROLE-CODE names the operator's OPRROLE role; the
      * ROLEPERM permission table says which programs that role may
      * run, and SignOnCheck denies any other program out of role.
      ******************************************************************
       01  OPERLST-RECORD.
           05  OPERLST-OPERATOR-ID  PIC X(8).
           05  OPERLST-ROLE-CODE    PIC X(8).
