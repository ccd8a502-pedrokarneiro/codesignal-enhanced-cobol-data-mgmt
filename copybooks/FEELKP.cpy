      ******************************************************************
      * FEELKP.cpy
      * Fee-lookup parameter record passed to the shared FeeLookup
      * subprogram.  The caller supplies the fee code and the date
      * the fee applies to (normally the business date); FeeLookup
      * hands back the value in force on that date from the FEESCHD
      * fee schedule, the date that value took effect, and whether
      * the code had any entry in force at all.  A caller that gets
      * FEELKP-NOT-FOUND must not charge a made-up figure.
      * COPY this into a caller-named 01 level, e.g.
      *     01  FEE-LOOKUP-PARMS.
      *         COPY FEELKP.
      ******************************************************************
           05  FEELKP-FEE-CODE          PIC X(8).
           05  FEELKP-AS-OF-DATE        PIC 9(8).
           05  FEELKP-VALUE             PIC 9(5)V9999.
           05  FEELKP-EFF-DATE          PIC 9(8).
           05  FEELKP-FOUND-FLAG        PIC X.
               88  FEELKP-FOUND             VALUE 'Y'.
               88  FEELKP-NOT-FOUND         VALUE 'N'.
