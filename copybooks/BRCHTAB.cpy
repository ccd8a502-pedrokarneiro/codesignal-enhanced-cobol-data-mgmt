      ******************************************************************
      * BRCHTAB.cpy
      * Shared branch table, loaded from the BRANCH reference file
      * (see BRANCH.cpy).  COPY this into a caller-named 01 level,
      * e.g.
      *     01  WS-BRANCH-TABLE.
      *         COPY BRCHTAB.
      * and keep the number of entries loaded in a count of the
      * caller's own.
      ******************************************************************
           05  BRTAB-ENTRY OCCURS 50 TIMES
                           INDEXED BY BRTAB-IDX.
               10  BRTAB-CODE         PIC X(3).
               10  BRTAB-NAME         PIC X(20).
               10  BRTAB-STATUS       PIC X.
