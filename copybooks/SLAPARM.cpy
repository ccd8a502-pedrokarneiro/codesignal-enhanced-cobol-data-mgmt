      ******************************************************************
      * SLAPARM.cpy
      * Support SLA parameter record - the target resolution time in
      * calendar days for each ticket priority.  A ticket still open
      * past its target is in breach and SupportSla escalates it to
      * the supervisor queue.  A priority with no entry here takes
      * the default target in SupportSla.
      ******************************************************************
       01  SLA-PARM-RECORD.
           05  SLAP-PRIORITY             PIC X.
           05  SLAP-TARGET-DAYS          PIC 9(3).
           05  SLAP-DESCRIPTION          PIC X(10).
