      * by no more than CM-CREDIT-LIMIT is covered from the line
      * instead of being rejected outright; it is zero for a customer
      * with no overdraft protection.
      * CM-BRANCH-CODE is the branch the account is booked at, for
      * the programs that subtotal their balances by branch.
      ******************************************************************
           05  CM-ACCOUNT-NUMBER       PIC 9(10).
           05  CM-ACCOUNT-BALANCE      PIC S9(7)V99.
           05  CM-CURRENCY-CODE        PIC X(3) VALUE "USD".
               88  CM-CURRENCY-IS-VALID
                       VALUE "USD" "EUR" "GBP" "CAD" "JPY".
           05  CM-BRANCH-CODE          PIC X(3) VALUE SPACES.
