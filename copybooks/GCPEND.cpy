               88  PEND-IS-RELEASED  VALUE 'R'.
           05  PEND-RELEASE-OPERATOR PIC X(8).
           05  PEND-RUNS-HELD        PIC 9(3).
           05  PEND-TRAN-IMAGE       PIC X(66).
