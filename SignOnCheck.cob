      *                  THE BUSINESS DATE, SO AN AUDIT CAN SAY WHO
      *                  WAS SIGNED ON THE NIGHT A BALANCE MOVED.  A
      *                  SUCCESSFUL SIGN-ON FINALLY LEAVES A TRACE.
      * 2026-10-15  DLH  ROLE-BASED PERMISSIONS.  EACH OPERLST
      *                  OPERATOR NOW CARRIES A ROLE, DEFINED ON THE
      *                  NEW OPRROLE FILE, AND THE NEW ROLEPERM TABLE
      *                  LISTS THE CALLER IDS EACH ROLE MAY RUN ('*'
      *                  FOR EVERY PROGRAM).  A ROSTERED OPERATOR
      *                  SIGNING ON TO A PROGRAM OUTSIDE THEIR ROLE IS
      *                  DENIED AND LOGGED TO SIGNLOG AS DECISION 'R'
      *                  WITH THE ROLE THEY HELD.  AN OUT-OF-ROLE
      *                  ATTEMPT IS NOT A FAILED SIGN-ON AND DOES NOT
      *                  COUNT TOWARD A LOCKOUT.  A ROLE MISSING FROM
      *                  OPRROLE, OR NO ROLEPERM FILE AT ALL, GRANTS
      *                  NOTHING.
      * 2026-10-15  DLH  THE ROLE IS CLEARED AT THE START OF EACH CHECK
      *                  SO A LOCKED-OUT OR UNROSTERED OPERATOR LOGS TO
      *                  SIGNLOG WITH A BLANK ROLE, NOT THE ROLE OF THE
      *                  OPERATOR CHECKED BEFORE THEM IN THE SAME RUN.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-STATUS.

           SELECT ROLE-FILE ASSIGN TO "OPRROLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLE-STATUS.

           SELECT ROLE-PERMISSION-FILE ASSIGN TO "ROLEPERM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-LIST-FILE.
       FD  SIGNON-LOG-FILE.
       COPY SIGNLOG.

       FD  ROLE-FILE.
       COPY OPRROLE.

       FD  ROLE-PERMISSION-FILE.
       COPY ROLEPERM.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH              PIC X VALUE 'N'.
           88  WS-END-OF-FILE         VALUE 'Y'.

       01  WS-SIGNLOG-STATUS          PIC X(2).
       01  WS-DECISION                PIC X VALUE 'D'.
       01  WS-ROLE-CODE               PIC X(8) VALUE SPACES.

       01  WS-ROLE-STATUS             PIC X(2).
       01  WS-PERMIT-STATUS           PIC X(2).
       01  WS-PERMITTED-SWITCH        PIC X VALUE 'N'.
           88  WS-CALL-PERMITTED      VALUE 'Y'.

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

      *----------------------------------------------------------------
      * SC-OPERATOR-TABLE - operator IDs authorized to run a
      * balance-changing or status-changing program, and the role
      * each holds, loaded from the OPERLST file.
      *----------------------------------------------------------------
       01  SC-OPERATOR-COUNT          PIC 9(3) COMP VALUE 0.
       01  SC-OPERATOR-TABLE.
           05  SC-OPERATOR-ENTRY OCCURS 1 TO 100 TIMES
                                 DEPENDING ON SC-OPERATOR-COUNT
                                 INDEXED BY SC-OPERATOR-IDX.
               10  SC-OPERATOR-ID        PIC X(8).
               10  SC-OPERATOR-ROLE      PIC X(8).

      *----------------------------------------------------------------
      * SC-ROLE-TABLE - roles defined on OPRROLE.  SC-PERMIT-TABLE -
      * the ROLEPERM caller IDs each role may run.
      *----------------------------------------------------------------
       01  SC-ROLE-COUNT              PIC 9(3) COMP VALUE 0.
       01  SC-ROLE-TABLE.
           05  SC-ROLE-ENTRY OCCURS 1 TO 50 TIMES
                             DEPENDING ON SC-ROLE-COUNT
                             INDEXED BY SC-ROLE-IDX
                             PIC X(8).

       01  SC-PERMIT-COUNT            PIC 9(3) COMP VALUE 0.
       01  SC-PERMIT-TABLE.
           05  SC-PERMIT-ENTRY OCCURS 1 TO 500 TIMES
                               DEPENDING ON SC-PERMIT-COUNT
                               INDEXED BY SC-PERMIT-IDX.
               10  SC-PERMIT-ROLE        PIC X(8).
               10  SC-PERMIT-CALLER-ID   PIC X(15).

      *----------------------------------------------------------------
      * SC-LOCKOUT-TABLE - failed-attempt count and lock status per
       0000-MAINLINE.
           PERFORM 1000-LOAD-OPERATOR-TABLE
           PERFORM 1200-LOAD-LOCKOUT-TABLE
           PERFORM 1300-LOAD-ROLE-TABLES
           PERFORM 2000-CHECK-OPERATOR
           PERFORM 3000-REWRITE-LOCKOUT-TABLE
           PERFORM 3500-WRITE-ACTIVITY-LOG
           PERFORM UNTIL WS-END-OF-FILE
               ADD 1 TO SC-OPERATOR-COUNT
               MOVE OPERLST-OPERATOR-ID
                   TO SC-OPERATOR-ID (SC-OPERATOR-COUNT)
               MOVE OPERLST-ROLE-CODE
                   TO SC-OPERATOR-ROLE (SC-OPERATOR-COUNT)
               PERFORM 1100-READ-OPERATOR-LIST
           END-PERFORM
           CLOSE OPERATOR-LIST-FILE.
                   MOVE 'Y' TO WS-LOCKOUT-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1300-LOAD-ROLE-TABLES - the defined roles from OPRROLE and
      * the programs each may run from ROLEPERM.  A file that has
      * never been created leaves its table empty, and an empty
      * table grants nothing.
      *----------------------------------------------------------------
       1300-LOAD-ROLE-TABLES.
           MOVE 0   TO SC-ROLE-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ROLE-FILE
           IF WS-ROLE-STATUS NOT = "35"
               PERFORM 1350-READ-ROLE-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   ADD 1 TO SC-ROLE-COUNT
                   MOVE OPRROLE-ROLE-CODE
                       TO SC-ROLE-ENTRY (SC-ROLE-COUNT)
                   PERFORM 1350-READ-ROLE-RECORD
               END-PERFORM
               CLOSE ROLE-FILE
           END-IF

           MOVE 0   TO SC-PERMIT-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ROLE-PERMISSION-FILE
           IF WS-PERMIT-STATUS NOT = "35"
               PERFORM 1360-READ-PERMISSION-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   ADD 1 TO SC-PERMIT-COUNT
                   MOVE ROLEPERM-ROLE-CODE
                       TO SC-PERMIT-ROLE (SC-PERMIT-COUNT)
                   MOVE ROLEPERM-CALLER-ID
                       TO SC-PERMIT-CALLER-ID (SC-PERMIT-COUNT)
                   PERFORM 1360-READ-PERMISSION-RECORD
               END-PERFORM
               CLOSE ROLE-PERMISSION-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1350-READ-ROLE-RECORD
      *----------------------------------------------------------------
       1350-READ-ROLE-RECORD.
           READ ROLE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 1360-READ-PERMISSION-RECORD
      *----------------------------------------------------------------
       1360-READ-PERMISSION-RECORD.
           READ ROLE-PERMISSION-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2000-CHECK-OPERATOR - an operator ID already locked out is
      * denied outright; otherwise authorized when the ID matches an
      * entry on the OPERLST roster and denied when it does not.  A
      * denial adds to that ID's failed-attempt count, locking it out
      * once SC-LOCKOUT-MAX-ATTEMPTS is reached; an authorization
      * resets the count back to zero.  A rostered operator is then
      * held to their role: a program the role may not run is denied
      * out of role, without touching the failed-attempt count.
      *----------------------------------------------------------------
       2000-CHECK-OPERATOR.
           MOVE SPACES TO WS-ROLE-CODE
           PERFORM 2100-FIND-LOCKOUT-ENTRY
           IF WS-LOCK-ENTRY-FOUND
                   AND SC-LOCK-IS-LOCKED (WS-FOUND-IDX)
                       MOVE 'N' TO OPRAUTH-STATUS
                       MOVE 'D' TO WS-DECISION
                       PERFORM 2200-RECORD-FAILURE
                   WHEN SC-OPERATOR-ID (SC-OPERATOR-IDX)
                          = OPRAUTH-OPERATOR-ID
                       MOVE 'Y' TO OPRAUTH-STATUS
                       MOVE 'G' TO WS-DECISION
                       PERFORM 2300-RESET-LOCKOUT
                       MOVE SC-OPERATOR-ROLE (SC-OPERATOR-IDX)
                           TO WS-ROLE-CODE
                       PERFORM 2400-CHECK-ROLE
               END-SEARCH
           END-IF.

               MOVE ' ' TO SC-LOCK-STATUS (WS-FOUND-IDX)
           END-IF.

      *----------------------------------------------------------------
      * 2400-CHECK-ROLE - the operator's role must be defined on
      * OPRROLE and hold a ROLEPERM entry for this caller ID, or for
      * every program ('*'); otherwise the sign-on is denied out of
      * role.
      *----------------------------------------------------------------
       2400-CHECK-ROLE.
           MOVE 'N' TO WS-PERMITTED-SWITCH
           IF WS-ROLE-CODE NOT = SPACES AND SC-ROLE-COUNT > 0
               SET SC-ROLE-IDX TO 1
               SEARCH SC-ROLE-ENTRY
                   AT END
                       CONTINUE
                   WHEN SC-ROLE-ENTRY (SC-ROLE-IDX) = WS-ROLE-CODE
                       PERFORM VARYING SC-PERMIT-IDX FROM 1 BY 1
                               UNTIL SC-PERMIT-IDX > SC-PERMIT-COUNT
                                  OR WS-CALL-PERMITTED
                           IF SC-PERMIT-ROLE (SC-PERMIT-IDX)
                                  = WS-ROLE-CODE
                              AND (SC-PERMIT-CALLER-ID (SC-PERMIT-IDX)
                                  = OPRAUTH-CALLER-ID
                               OR SC-PERMIT-CALLER-ID (SC-PERMIT-IDX)
                                  = '*')
                               MOVE 'Y' TO WS-PERMITTED-SWITCH
                           END-IF
                       END-PERFORM
               END-SEARCH
           END-IF
           IF NOT WS-CALL-PERMITTED
               MOVE 'N' TO OPRAUTH-STATUS
               MOVE 'R' TO WS-DECISION
               DISPLAY "*** OPERATOR " OPRAUTH-OPERATOR-ID
                       " ROLE " WS-ROLE-CODE
                       " MAY NOT RUN " OPRAUTH-CALLER-ID " ***"
           END-IF.

      *----------------------------------------------------------------
      * 3000-REWRITE-LOCKOUT-TABLE - write the lockout table back out
      * to OPERLOCK in full so the next call picks up this run's
           MOVE OPRAUTH-CALLER-ID   TO SLOG-CALLER-ID
           MOVE WS-DECISION         TO SLOG-DECISION
           MOVE BUSDATE-DATE        TO SLOG-RUN-DATE
           MOVE WS-ROLE-CODE        TO SLOG-ROLE-CODE
           WRITE SIGNON-LOG-RECORD
           CLOSE SIGNON-LOG-FILE.
