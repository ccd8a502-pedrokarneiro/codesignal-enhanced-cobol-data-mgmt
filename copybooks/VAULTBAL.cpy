      ******************************************************************
      * VAULTBAL.cpy
      * Branch vault cash record - a single record carried from one
      * business day to the next by DrawerBalance.  VAULT-CLOSING-
      * CASH is the vault's cash at the end of VAULT-BUSINESS-DATE
      * and becomes the next day's opening cash.  VAULT-OPENING-CASH
      * is kept alongside it so a rerun for the same business date
      * starts again from that day's opening figure instead of
      * applying the day's drawer buys and sells a second time.
      ******************************************************************
       01  VAULT-BALANCE-RECORD.
           05  VAULT-BUSINESS-DATE      PIC 9(8).
           05  VAULT-OPENING-CASH       PIC S9(9)V99.
           05  VAULT-CLOSING-CASH       PIC S9(9)V99.
