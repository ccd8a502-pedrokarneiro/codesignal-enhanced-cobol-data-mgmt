       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeeLookup.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - SHARED SUBPROGRAM CALLED BY
      *                  EVERY PROGRAM THAT CHARGES A FEE OR PENALTY
      *                  OR APPLIES A FEE THRESHOLD.  RETURNS THE
      *                  VALUE OF THE CALLER'S FEE CODE IN FORCE ON
      *                  THE CALLER'S DATE FROM THE FEESCHD FEE
      *                  SCHEDULE - THE LATEST ENTRY FOR THE CODE
      *                  WHOSE EFFECTIVE DATE DOES NOT EXCEED IT - SO
      *                  A FEE CHANGE CAN BE STAGED AHEAD.  LIKE
      *                  SignOnCheck IT OPENS AND CLOSES ITS FILE ON
      *                  EVERY CALL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEESCHD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-SCHEDULE-FILE.
       COPY FEESCHD.

       WORKING-STORAGE SECTION.
       01  WS-FEESCHD-STATUS         PIC X(2).
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       LINKAGE SECTION.

       01  FEE-LOOKUP-PARMS.
           COPY FEELKP.

       PROCEDURE DIVISION USING FEE-LOOKUP-PARMS.
       0000-MAINLINE.
           MOVE 0   TO FEELKP-VALUE
           MOVE 0   TO FEELKP-EFF-DATE
           MOVE 'N' TO FEELKP-FOUND-FLAG
           MOVE 'N' TO WS-EOF-SWITCH

           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEESCHD-STATUS NOT = "35"
               PERFORM 1000-READ-SCHEDULE
               PERFORM UNTIL WS-END-OF-FILE
                   PERFORM 2000-CHECK-ENTRY
                   PERFORM 1000-READ-SCHEDULE
               END-PERFORM
               CLOSE FEE-SCHEDULE-FILE
           END-IF
           GOBACK.

      *----------------------------------------------------------------
      * 1000-READ-SCHEDULE
      *----------------------------------------------------------------
       1000-READ-SCHEDULE.
           READ FEE-SCHEDULE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2000-CHECK-ENTRY - an entry for the code that has taken effect
      * by the caller's date replaces one taken up earlier unless it
      * took effect before it.  Two entries on the same date: the one
      * further down the file wins, as it does on CURRTAB.  An entry
      * dated after the caller's date is staged and not yet in force.
      *----------------------------------------------------------------
       2000-CHECK-ENTRY.
           IF FEESCHD-FEE-CODE = FEELKP-FEE-CODE
                  AND FEESCHD-EFF-DATE <= FEELKP-AS-OF-DATE
                  AND FEESCHD-EFF-DATE >= FEELKP-EFF-DATE
               MOVE FEESCHD-VALUE    TO FEELKP-VALUE
               MOVE FEESCHD-EFF-DATE TO FEELKP-EFF-DATE
               MOVE 'Y' TO FEELKP-FOUND-FLAG
           END-IF.
