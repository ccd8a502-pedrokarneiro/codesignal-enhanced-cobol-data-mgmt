      *                  EMBEDDED SPACE (A PADDED NAME OR A POSITIVE
      *                  AMOUNT'S BLANK SIGN POSITION) OUT OF THE
      *                  OUTPUT.
      * 2026-10-15  DLH  WHACCT ROWS NO LONGER CARRY THE RAW ACCOUNT
      *                  NUMBER.  THE FIRST COLUMN, NOW ACCOUNTTOKEN, IS
      *                  THE TOKEN THE SHARED MaskData GIVES THE
      *                  ACCOUNT - THE SAME TOKEN EVERY NIGHT AND NEVER
      *                  SHARED WITH ANOTHER ACCOUNT, SO THE WAREHOUSE
      *                  CAN STILL TRACK AN ACCOUNT FROM NIGHT TO
      *                  NIGHT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  MASK-DATA-PARMS.
           COPY MASKPARM.

       01  WS-ACCT-COUNT             PIC 9(6) COMP VALUE 0.
       01  WS-ACCT-HASH              PIC S9(9)V99 VALUE 0.
       01  WS-EMP-COUNT              PIC 9(6) COMP VALUE 0.
       01  WS-AMOUNT-11-2            PIC -99999999999.99.
       01  WS-COUNT-EDIT             PIC 999999.

       01  WS-ACCT-TOKEN             PIC X(12).
       01  WS-ACCT-BALANCE-ED        PIC -9999999.99.
       01  WS-ACCT-RATE-ED           PIC -999.99.
       01  WS-ACCT-SPENDINGS-ED      PIC -9999999.99.
           OPEN INPUT ACCOUNT-MASTER-FILE
           OPEN OUTPUT ACCOUNT-EXTRACT-FILE

           MOVE "H,ACCOUNTTOKEN,BALANCE,RATE,SPENDINGS,STATUS,PRODUC
      -         "T,MATURITY,ACCRUED" TO ACCOUNT-EXTRACT-LINE
           WRITE ACCOUNT-EXTRACT-LINE

           PERFORM 1100-READ-ACCOUNT
      *----------------------------------------------------------------
       1200-WRITE-ACCOUNT-ROW.
           MOVE SPACES TO WS-BUILD-LINE
           MOVE "WHACCT"             TO MASK-REPORT-ID
           MOVE 'T'                  TO MASK-FIELD-TYPE
           MOVE 10                   TO MASK-FIELD-LENGTH
           MOVE ACCTM-ACCOUNT-NUMBER TO MASK-FIELD-VALUE
           CALL "MaskData" USING MASK-DATA-PARMS
           MOVE MASK-FIELD-VALUE     TO WS-ACCT-TOKEN
           MOVE ACCTM-ACCOUNT-BALANCE   TO WS-ACCT-BALANCE-ED
           MOVE ACCTM-INTEREST-RATE     TO WS-ACCT-RATE-ED
           MOVE ACCTM-MONTHLY-SPENDINGS TO WS-ACCT-SPENDINGS-ED
           MOVE ACCTM-ACCRUED-INTEREST  TO WS-ACCT-ACCRUED-ED
           STRING "D,"
                  WS-ACCT-TOKEN ","
                  WS-ACCT-BALANCE-ED ","
                  WS-ACCT-RATE-ED ","
                  WS-ACCT-SPENDINGS-ED ","
