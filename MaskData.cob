       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaskData.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - SHARED SUBPROGRAM CALLED BY
      *                  EVERY REPORT OR EXTRACT THAT PRINTS A BANK
      *                  ACCOUNT OR ROUTING NUMBER, AN ADDRESS, A
      *                  PHONE NUMBER, A GUARDIAN OR A TAXPAYER ID.
      *                  LOOKS THE CALLER'S REPORT UP ON THE DISTCLS
      *                  DISTRIBUTION-CLASS TABLE AND MASKS THE VALUE
      *                  TO SUIT: ACCOUNT NUMBERS SHOW ONLY THEIR LAST
      *                  FOUR CHARACTERS OFF A RESTRICTED REPORT, AND
      *                  PERSONAL FIELDS ARE STARRED OUT ON GENERAL
      *                  LISTINGS.  A REPORT MISSING FROM DISTCLS IS
      *                  MASKED AS GENERAL.  EXTRACT ACCOUNT NUMBERS
      *                  ARE REPLACED BY A FIXED TOKEN.  UNLIKE
      *                  SignOnCheck IT IS CALLED FOR EVERY PRINTED
      *                  LINE, SO DISTCLS IS LOADED ON THE FIRST CALL
      *                  ONLY AND KEPT FOR THE REST OF THE RUN.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-CLASS-FILE ASSIGN TO "DISTCLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTCLS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIST-CLASS-FILE.
       COPY DISTCLS.

       WORKING-STORAGE SECTION.
       01  WS-DISTCLS-STATUS          PIC X(2).
       01  WS-EOF-SWITCH              PIC X VALUE 'N'.
           88  WS-END-OF-FILE         VALUE 'Y'.
       01  WS-LOADED-SWITCH           PIC X VALUE 'N'.
           88  WS-TABLE-LOADED        VALUE 'Y'.

      *----------------------------------------------------------------
      * MD-CLASS-TABLE - the report DD names on DISTCLS and the
      * distribution class of each.
      *----------------------------------------------------------------
       01  MD-CLASS-COUNT             PIC 9(3) COMP VALUE 0.
       01  MD-CLASS-TABLE.
           05  MD-CLASS-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON MD-CLASS-COUNT
                              INDEXED BY MD-CLASS-IDX.
               10  MD-CLASS-REPORT-ID    PIC X(8).
               10  MD-CLASS-CODE         PIC X.

       01  WS-FIELD-LENGTH            PIC 9(2) COMP VALUE 0.
       01  WS-LAST-POSITION           PIC 9(2) COMP VALUE 0.
       01  WS-MASK-THROUGH            PIC 9(2) COMP VALUE 0.
       01  WS-POSITION                PIC 9(2) COMP VALUE 0.

      *----------------------------------------------------------------
      * Token work areas.  The digits of the value are folded into a
      * ten-digit number, which is scrambled by three multiply-and-add
      * rounds modulo ten billion, each followed by a swap of its
      * halves.  Each step maps one ten-digit number to exactly one
      * other, so distinct accounts never share a token.
      *----------------------------------------------------------------
       01  WS-TOKEN-NUMBER            PIC 9(10) VALUE 0.
       01  WS-TOKEN-PRODUCT           PIC 9(18) VALUE 0.
       01  WS-TOKEN-QUOTIENT          PIC 9(18) VALUE 0.
       01  WS-TOKEN-HIGH              PIC 9(5)  VALUE 0.
       01  WS-TOKEN-LOW               PIC 9(5)  VALUE 0.
       01  WS-TOKEN-DIGIT             PIC 9     VALUE 0.
       01  WS-TOKEN-MULTIPLIER        PIC 9(6)  VALUE 0.
       01  WS-TOKEN-ADDEND            PIC 9(10) VALUE 0.
       01  WS-TOKEN-MODULUS           PIC 9(11) VALUE 10000000000.
       01  WS-TOKEN-VALUE.
           05  FILLER                 PIC X(2)  VALUE "TK".
           05  WS-TOKEN-DIGITS        PIC 9(10).

       LINKAGE SECTION.

       01  MASK-DATA-PARMS.
           COPY MASKPARM.

       PROCEDURE DIVISION USING MASK-DATA-PARMS.
       0000-MAINLINE.
           IF NOT WS-TABLE-LOADED
               PERFORM 1000-LOAD-CLASS-TABLE
           END-IF

           MOVE MASK-FIELD-LENGTH TO WS-FIELD-LENGTH
           IF WS-FIELD-LENGTH = 0 OR WS-FIELD-LENGTH > 40
               MOVE 40 TO WS-FIELD-LENGTH
           END-IF

           PERFORM 2000-FIND-CLASS
           EVALUATE TRUE
               WHEN MASK-TOKEN-FIELD
                   PERFORM 3300-TOKENIZE
               WHEN MASK-ACCOUNT-FIELD
                   IF NOT MASK-CLASS-RESTRICTED
                       PERFORM 3100-MASK-ACCOUNT
                   END-IF
               WHEN OTHER
                   IF MASK-CLASS-GENERAL
                       PERFORM 3200-SUPPRESS-PERSONAL
                   END-IF
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------
      * 1000-LOAD-CLASS-TABLE - build the report class table from
      * DISTCLS.  A file never created leaves the table empty, and
      * every report is then masked as general.
      *----------------------------------------------------------------
       1000-LOAD-CLASS-TABLE.
           MOVE 0   TO MD-CLASS-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT DIST-CLASS-FILE
           IF WS-DISTCLS-STATUS NOT = "35"
               PERFORM 1100-READ-CLASS-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   IF MD-CLASS-COUNT < 200
                       ADD 1 TO MD-CLASS-COUNT
                       MOVE DISTCLS-REPORT-ID
                           TO MD-CLASS-REPORT-ID (MD-CLASS-COUNT)
                       MOVE DISTCLS-CLASS
                           TO MD-CLASS-CODE (MD-CLASS-COUNT)
                   END-IF
                   PERFORM 1100-READ-CLASS-RECORD
               END-PERFORM
               CLOSE DIST-CLASS-FILE
           END-IF
           MOVE 'Y' TO WS-LOADED-SWITCH.

      *----------------------------------------------------------------
      * 1100-READ-CLASS-RECORD
      *----------------------------------------------------------------
       1100-READ-CLASS-RECORD.
           READ DIST-CLASS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2000-FIND-CLASS - the caller's report class; an unlisted
      * report, or an entry carrying an unknown class, is general.
      *----------------------------------------------------------------
       2000-FIND-CLASS.
           MOVE 'G' TO MASK-DIST-CLASS
           IF MD-CLASS-COUNT > 0
               SET MD-CLASS-IDX TO 1
               SEARCH MD-CLASS-ENTRY
                   AT END
                       CONTINUE
                   WHEN MD-CLASS-REPORT-ID (MD-CLASS-IDX)
                          = MASK-REPORT-ID
                       MOVE MD-CLASS-CODE (MD-CLASS-IDX)
                           TO MASK-DIST-CLASS
               END-SEARCH
           END-IF
           IF NOT MASK-CLASS-RESTRICTED
              AND NOT MASK-CLASS-CUSTOMER
               MOVE 'G' TO MASK-DIST-CLASS
           END-IF.

      *----------------------------------------------------------------
      * 3100-MASK-ACCOUNT - star out every character but the last
      * four of the value; blank positions are left blank.
      *----------------------------------------------------------------
       3100-MASK-ACCOUNT.
           MOVE 0 TO WS-LAST-POSITION
           PERFORM VARYING WS-POSITION FROM WS-FIELD-LENGTH BY -1
                   UNTIL WS-POSITION = 0
                      OR WS-LAST-POSITION > 0
               IF MASK-FIELD-VALUE (WS-POSITION:1) NOT = SPACE
                   MOVE WS-POSITION TO WS-LAST-POSITION
               END-IF
           END-PERFORM

           IF WS-LAST-POSITION > 4
               COMPUTE WS-MASK-THROUGH = WS-LAST-POSITION - 4
               PERFORM VARYING WS-POSITION FROM 1 BY 1
                       UNTIL WS-POSITION > WS-MASK-THROUGH
                   IF MASK-FIELD-VALUE (WS-POSITION:1) NOT = SPACE
                       MOVE "*" TO MASK-FIELD-VALUE (WS-POSITION:1)
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * 3200-SUPPRESS-PERSONAL - a personal field that holds anything
      * is starred out for its whole printed length.
      *----------------------------------------------------------------
       3200-SUPPRESS-PERSONAL.
           IF MASK-FIELD-VALUE (1:WS-FIELD-LENGTH) NOT = SPACES
               MOVE ALL "*" TO MASK-FIELD-VALUE (1:WS-FIELD-LENGTH)
           END-IF.

      *----------------------------------------------------------------
      * 3300-TOKENIZE - replace the value with "TK" and ten digits.
      * Non-digit characters in the value are ignored.
      *----------------------------------------------------------------
       3300-TOKENIZE.
           MOVE 0 TO WS-TOKEN-PRODUCT
           PERFORM VARYING WS-POSITION FROM 1 BY 1
                   UNTIL WS-POSITION > WS-FIELD-LENGTH
               IF MASK-FIELD-VALUE (WS-POSITION:1) IS NUMERIC
                   MOVE MASK-FIELD-VALUE (WS-POSITION:1)
                       TO WS-TOKEN-DIGIT
                   COMPUTE WS-TOKEN-PRODUCT =
                       WS-TOKEN-PRODUCT * 10 + WS-TOKEN-DIGIT
                   DIVIDE WS-TOKEN-PRODUCT BY WS-TOKEN-MODULUS
                       GIVING WS-TOKEN-QUOTIENT
                       REMAINDER WS-TOKEN-NUMBER
                   MOVE WS-TOKEN-NUMBER TO WS-TOKEN-PRODUCT
               END-IF
           END-PERFORM
           MOVE WS-TOKEN-PRODUCT TO WS-TOKEN-NUMBER

           MOVE 7919       TO WS-TOKEN-MULTIPLIER
           MOVE 2718281828 TO WS-TOKEN-ADDEND
           PERFORM 3310-SCRAMBLE-TOKEN
           MOVE 104729     TO WS-TOKEN-MULTIPLIER
           MOVE 3141592653 TO WS-TOKEN-ADDEND
           PERFORM 3310-SCRAMBLE-TOKEN
           MOVE 611953     TO WS-TOKEN-MULTIPLIER
           MOVE 1414213562 TO WS-TOKEN-ADDEND
           PERFORM 3310-SCRAMBLE-TOKEN

           MOVE WS-TOKEN-NUMBER TO WS-TOKEN-DIGITS
           MOVE SPACES          TO MASK-FIELD-VALUE
           MOVE WS-TOKEN-VALUE  TO MASK-FIELD-VALUE.

      *----------------------------------------------------------------
      * 3310-SCRAMBLE-TOKEN - one round: multiply and add modulo ten
      * billion, then swap the high and low five digits.  The
      * multipliers are all odd and not multiples of five, so no two
      * numbers come out of a round the same.
      *----------------------------------------------------------------
       3310-SCRAMBLE-TOKEN.
           COMPUTE WS-TOKEN-PRODUCT =
               WS-TOKEN-NUMBER * WS-TOKEN-MULTIPLIER + WS-TOKEN-ADDEND
           DIVIDE WS-TOKEN-PRODUCT BY WS-TOKEN-MODULUS
               GIVING WS-TOKEN-QUOTIENT
               REMAINDER WS-TOKEN-NUMBER

           DIVIDE WS-TOKEN-NUMBER BY 100000
               GIVING WS-TOKEN-HIGH
               REMAINDER WS-TOKEN-LOW
           COMPUTE WS-TOKEN-NUMBER =
               WS-TOKEN-LOW * 100000 + WS-TOKEN-HIGH.
