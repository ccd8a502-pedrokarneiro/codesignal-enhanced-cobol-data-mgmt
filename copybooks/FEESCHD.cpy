      ******************************************************************
      * FEESCHD.cpy
      * Fee schedule record - one entry per fee code per effective
      * date, the single place every fee, penalty rate and waiver or
      * privilege threshold the suite applies is maintained instead
      * of being scattered across parameter files, transaction
      * fields and VALUE clauses.  Like CURRTAB, a code may carry
      * more than one entry over time; the one in force on a given
      * date is the latest whose FEESCHD-EFF-DATE does not exceed
      * it, so a change can be staged on the file ahead of the date
      * it applies.  Keep each code's entries together in ascending
      * effective-date order so the FeeScheduleList listing reads
      * as a history; the FeeLookup subprogram does not depend on
      * the order.  FEESCHD-VALUE is an amount, a rate (0.1000 is
      * ten percent) or a threshold, as FEESCHD-VALUE-TYPE says.
      ******************************************************************
       01  FEE-SCHED-RECORD.
           05  FEESCHD-FEE-CODE        PIC X(8).
           05  FEESCHD-EFF-DATE        PIC 9(8).
           05  FEESCHD-VALUE           PIC 9(5)V9999.
           05  FEESCHD-VALUE-TYPE      PIC X.
               88  FEESCHD-IS-AMOUNT       VALUE 'A'.
               88  FEESCHD-IS-RATE         VALUE 'R'.
               88  FEESCHD-IS-THRESHOLD    VALUE 'T'.
           05  FEESCHD-DESCRIPTION     PIC X(30).
