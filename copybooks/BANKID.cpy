      ******************************************************************
      * BANKID.cpy
      * Our own institution's identity on the ACH network - the ABA
      * routing number customers' and employees' bank details carry
      * when the account is held here, the name we originate under,
      * and the ACH operator our origination files are addressed to.
      * BANKID-ODFI-ID is the first eight digits of our routing
      * number, the originating-bank identifier every NACHA batch
      * and trace number carries.  COPY this into a caller-named 01
      * level, e.g.
      *     01  BANK-IDENTITY.
      *         COPY BANKID.
      ******************************************************************
           05  BANKID-ROUTING-NUMBER    PIC 9(9) VALUE 061000146.
           05  BANKID-ROUTING-PARTS REDEFINES BANKID-ROUTING-NUMBER.
               10  BANKID-ODFI-ID       PIC 9(8).
               10  BANKID-CHECK-DIGIT   PIC 9.
           05  BANKID-BANK-NAME         PIC X(23)
                                        VALUE "DATA-MGMT SAVINGS BANK".
           05  BANKID-COMPANY-NAME      PIC X(16)
                                        VALUE "DATA-MGMT SVGS".
           05  BANKID-COMPANY-ID        PIC X(10) VALUE "1610001460".
           05  BANKID-OPERATOR-ROUTING  PIC 9(9) VALUE 011000015.
           05  BANKID-OPERATOR-NAME     PIC X(23)
                                        VALUE "FEDERAL RESERVE BANK".
