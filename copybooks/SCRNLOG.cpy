      ******************************************************************
      * SCRNLOG.cpy
      * Sanctions screening log - appended to, never rewritten, so it
      * is the audit record of every possible watch-list hit and what
      * compliance decided about it.  AccountMaint logs a hit ('H')
      * when it parks an ADD, a name CHANGE, or a RELATE opening a
      * new customer on SCRNHOLD, and NightlyRescreen logs one when
      * the nightly rescreen of CUSTADDR finds a new match.
      * ScreenReview logs the disposition against the same account
      * and list entry - 'C' cleared (a false positive) or 'F'
      * confirmed - with the reviewer's operator ID.  The latest
      * entry for an account and list entry is where that hit
      * stands.  A hit logged by the nightly rescreen carries no
      * operator ID.
      ******************************************************************
       01  SCREENING-LOG-RECORD.
           05  SLOG-EVENT-DATE           PIC 9(8).
           05  SLOG-EVENT-TYPE           PIC X.
               88  SLOG-POSSIBLE-HIT     VALUE 'H'.
               88  SLOG-CLEARED          VALUE 'C'.
               88  SLOG-CONFIRMED        VALUE 'F'.
           05  SLOG-SOURCE               PIC X.
               88  SLOG-FROM-ADD         VALUE 'A'.
               88  SLOG-FROM-CHANGE      VALUE 'C'.
               88  SLOG-FROM-RELATE      VALUE 'L'.
               88  SLOG-FROM-RESCREEN    VALUE 'R'.
               88  SLOG-FROM-REVIEW      VALUE 'D'.
           05  SLOG-ACCOUNT-NUMBER       PIC 9(10).
           05  SLOG-CUSTOMER-NAME        PIC X(30).
           05  SLOG-WATCH-ENTRY-ID       PIC X(10).
           05  SLOG-WATCH-NAME           PIC X(40).
           05  SLOG-MATCH-TYPE           PIC X.
           05  SLOG-OPERATOR-ID          PIC X(8).
           05  SLOG-PROGRAM-ID           PIC X(20).
