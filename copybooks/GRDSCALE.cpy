      ******************************************************************
      * GRDSCALE.cpy
      * Grade-scale record - the band of GRADHIST marks each letter
      * grade covers and the grade points it is worth, in ascending
      * upper-mark order, the same ascending-upper-limit shape as
      * TAXBRKT.  The first entry whose upper mark is greater than or
      * equal to a mark supplies its letter and points.  TermGpa
      * loads it at startup to turn marks into grade points.
      ******************************************************************
       01  GRADE-SCALE-RECORD.
           05  GRDSCALE-UPPER-MARK   PIC 9(2).
           05  GRDSCALE-LETTER       PIC X(2).
           05  GRDSCALE-POINTS       PIC 9V99.
