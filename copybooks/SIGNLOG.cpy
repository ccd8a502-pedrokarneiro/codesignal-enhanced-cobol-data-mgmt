      * because the ID is locked out, and the business date - so an
      * audit can say who was signed on the night a balance moved.
      * SecurityReport summarizes a day's entries each morning.
      * SLOG-OUT-OF-ROLE is a rostered operator refused because the
      * program is not one their role may run; SLOG-ROLE-CODE is the
      * role the operator held at the time (blank for an operator
      * not on the roster).
      ******************************************************************
       01  SIGNON-LOG-RECORD.
           05  SLOG-OPERATOR-ID     PIC X(8).
               88  SLOG-GRANTED     VALUE 'G'.
               88  SLOG-DENIED      VALUE 'D'.
               88  SLOG-LOCKED      VALUE 'L'.
               88  SLOG-OUT-OF-ROLE VALUE 'R'.
           05  SLOG-RUN-DATE        PIC 9(8).
           05  SLOG-ROLE-CODE       PIC X(8).
