      *                  REPORT AND GETS A TRUANCY NOTICE ADDRESSED
      *                  TO THE STUMAST GUARDIAN - THE PARENT-FACING
      *                  COUNTERPART OF THE INTERNAL REGISTER.
      * 2026-10-15  DLH  THE GUARDIAN'S NAME AND PHONE NUMBER ON THE
      *                  TRUANCY NOTICE NOW PASS THROUGH THE SHARED
      *                  MaskData AND PRINT ONLY WHERE TRUNOT'S DISTCLS
      *                  DISTRIBUTION CLASS ALLOWS PERSONAL DATA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  MASK-DATA-PARMS.
           COPY MASKPARM.

       01  WS-THRESHOLD-PCT          PIC 9(3) VALUE 0.
       01  WS-FLAGGED-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-NOTICE-COUNT           PIC 9(4) COMP VALUE 0.
           IF WS-STUDENT-ON-MASTER
               MOVE WS-M-GUARDIAN (WS-MST-FOUND-IDX) TO WS-N-GUARDIAN
               MOVE WS-M-PHONE (WS-MST-FOUND-IDX)    TO WS-N-PHONE
               MOVE "TRUNOT"      TO MASK-REPORT-ID
               MOVE 'P'           TO MASK-FIELD-TYPE
               MOVE 20            TO MASK-FIELD-LENGTH
               MOVE WS-N-GUARDIAN TO MASK-FIELD-VALUE
               CALL "MaskData" USING MASK-DATA-PARMS
               MOVE MASK-FIELD-VALUE TO WS-N-GUARDIAN
               MOVE 15            TO MASK-FIELD-LENGTH
               MOVE WS-N-PHONE    TO MASK-FIELD-VALUE
               CALL "MaskData" USING MASK-DATA-PARMS
               MOVE MASK-FIELD-VALUE TO WS-N-PHONE
           ELSE
               MOVE SPACES TO WS-N-GUARDIAN
               MOVE SPACES TO WS-N-PHONE
