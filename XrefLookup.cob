       IDENTIFICATION DIVISION.
       PROGRAM-ID. XrefLookup.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - SHARED SUBPROGRAM CALLED BY
      *                  THE PROGRAMS THAT TAKE ACCOUNT NUMBERS ON
      *                  THEIR INPUT, SO AN ACQUIRED BANK'S CUSTOMERS
      *                  CAN KEEP USING THEIR OLD ACCOUNT NUMBERS FOR
      *                  A TRANSITION PERIOD AFTER AcqConversion HAS
      *                  MOVED THEM ONTO ACCTMAST.  LOOKS THE NUMBER UP
      *                  BY KEY ON THE CONVXREF CROSS-REFERENCE AND
      *                  HANDS BACK THE NEW NUMBER WHILE THE
      *                  TRANSITION PERIOD LASTS.  LIKE HoldCheck IT
      *                  OPENS AND CLOSES ITS FILE ON EVERY CALL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CROSS-REFERENCE-FILE ASSIGN TO "CONVXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XREF-OLD-ACCOUNT
               FILE STATUS IS WS-XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CROSS-REFERENCE-FILE.
       COPY CONVXREF.

       WORKING-STORAGE SECTION.
       01  WS-XREF-STATUS            PIC X(2).

       LINKAGE SECTION.

       01  XREF-LOOKUP-PARMS.
           COPY XREFLKP.

       PROCEDURE DIVISION USING XREF-LOOKUP-PARMS.
       0000-MAINLINE.
           MOVE 0   TO XREFLKP-NEW-ACCOUNT
           MOVE 'N' TO XREFLKP-RESULT

           OPEN INPUT CROSS-REFERENCE-FILE
           IF WS-XREF-STATUS NOT = "35"
               PERFORM 1000-READ-CROSS-REFERENCE
               CLOSE CROSS-REFERENCE-FILE
           END-IF
           GOBACK.

      *----------------------------------------------------------------
      * 1000-READ-CROSS-REFERENCE - a status of "35" above means no
      * conversion has ever been run; here an invalid key means the
      * number is not an acquired bank's old number.  An old number
      * that collides with one of our own live accounts is never
      * translated.  The old number is good up to the day before its
      * transition end date.
      *----------------------------------------------------------------
       1000-READ-CROSS-REFERENCE.
           MOVE XREFLKP-ACCOUNT-NUMBER TO XREF-OLD-ACCOUNT
           READ CROSS-REFERENCE-FILE
               INVALID KEY
                   MOVE 'N' TO XREFLKP-RESULT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT XREF-TRANSLATABLE
                           MOVE 'N' TO XREFLKP-RESULT
                       WHEN XREF-TRANSITION-END-DATE
                                <= XREFLKP-AS-OF-DATE
                           MOVE 'R' TO XREFLKP-RESULT
                       WHEN OTHER
                           MOVE 'Y' TO XREFLKP-RESULT
                           MOVE XREF-NEW-ACCOUNT
                               TO XREFLKP-NEW-ACCOUNT
                   END-EVALUATE
           END-READ.
