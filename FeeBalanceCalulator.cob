      *                  CLOCK, SO A PAST-MIDNIGHT RERUN STILL STAMPS
      *                  ITS POSTINGS AND EXCEPTIONS WITH THE
      *                  INTENDED BUSINESS DATE.
      * 2026-10-15  DLH  FEETRAN NO LONGER CARRIES THE ADMIN FEE AMOUNT
      *                  - IT CARRIES A FEE CODE, AND THE FEE IS LOOKED
      *                  UP ON THE SHARED FEESCHD FEE SCHEDULE THROUGH
      *                  FeeLookup AS IN FORCE ON THE RUN DATE.  A CODE
      *                  WITH NO ENTRY IN FORCE, OR ONE WHOSE FEE IS
      *                  ZERO, IS REJECTED TO THE EXCEPTION REPORT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-RUN-DATE               PIC 9(8).

       01  New-Balance                PIC S9(6)V99.
       01  WS-ADMIN-FEE               PIC S9(6)V99 VALUE 0.

       01  FEE-LOOKUP-PARMS.
           COPY FEELKP.

       01  WS-EXCP-STATUS              PIC X(2).

           ELSE
               COMPUTE New-Balance ROUNDED =
                   FEETRAN-DEPOSIT + FEETRAN-INITIAL-BALANCE
                   - WS-ADMIN-FEE
               PERFORM 2000-PRINT-DETAIL
           END-IF
           ADD 1 TO WS-RECORD-COUNT

      *----------------------------------------------------------------
      * 1200-EDIT-TRANSACTION - Deposit and Admin-Fee must both be
      * greater than zero before New-Balance is computed.  The admin
      * fee is the one in force today on FEESCHD for the record's fee
      * code.
      *----------------------------------------------------------------
       1200-EDIT-TRANSACTION.
           IF FEETRAN-DEPOSIT NOT > 0
               WRITE EXCEPTION-RECORD
           END-IF

           MOVE FEETRAN-FEE-CODE TO FEELKP-FEE-CODE
           MOVE WS-RUN-DATE      TO FEELKP-AS-OF-DATE
           CALL "FeeLookup" USING FEE-LOOKUP-PARMS
           MOVE FEELKP-VALUE TO WS-ADMIN-FEE

           IF FEELKP-NOT-FOUND
               MOVE 'Y' TO FB-VALIDATION-SWITCH
               MOVE "FeeBalanceCalculator" TO EXCP-PROGRAM-ID
               MOVE FEETRAN-CUSTOMER-ID    TO EXCP-KEY-VALUE
               MOVE "FEE-CODE"             TO EXCP-FIELD-NAME
               MOVE "FEE CODE NOT ON FEE SCHEDULE" TO EXCP-REASON
               MOVE WS-RUN-DATE TO EXCP-RUN-DATE
               WRITE EXCEPTION-RECORD
           ELSE
               IF WS-ADMIN-FEE NOT > 0
                   MOVE 'Y' TO FB-VALIDATION-SWITCH
                   MOVE "FeeBalanceCalculator" TO EXCP-PROGRAM-ID
                   MOVE FEETRAN-CUSTOMER-ID    TO EXCP-KEY-VALUE
                   MOVE "ADMIN-FEE"            TO EXCP-FIELD-NAME
                   MOVE "ADMIN-FEE IS ZERO ON FEE SCHEDULE"
                       TO EXCP-REASON
                   MOVE WS-RUN-DATE TO EXCP-RUN-DATE
                   WRITE EXCEPTION-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------------
           MOVE FEETRAN-CUSTOMER-ID     TO WS-D-CUSTOMER-ID
           MOVE FEETRAN-INITIAL-BALANCE TO WS-D-INITIAL-BALANCE
           MOVE FEETRAN-DEPOSIT         TO WS-D-DEPOSIT
           MOVE WS-ADMIN-FEE            TO WS-D-ADMIN-FEE
           MOVE New-Balance             TO WS-D-NEW-BALANCE
           WRITE FEE-REPORT-LINE FROM WS-DETAIL-LINE.

