      ******************************************************************
      * ACHOUT.cpy
      * Outbound ACH payment queue record.  GroupCalcDemo appends one
      * entry here for every GCTRAN 'X' payment to another bank it
      * posts - the customer's account has already been debited by
      * the time the entry is written.  AchOriginate drains the
      * queue into the NACHA origination file the bank sends to the
      * ACH operator and empties it, so an entry is originated
      * exactly once.
      ******************************************************************
       01  ACH-OUTBOUND-RECORD.
           05  ACHOUT-ACCOUNT-NUMBER    PIC 9(10).
           05  ACHOUT-ROUTING-NUMBER    PIC 9(9).
           05  ACHOUT-EXT-ACCOUNT       PIC X(17).
           05  ACHOUT-AMOUNT            PIC 9(7)V99.
           05  ACHOUT-POSTED-DATE       PIC 9(8).
