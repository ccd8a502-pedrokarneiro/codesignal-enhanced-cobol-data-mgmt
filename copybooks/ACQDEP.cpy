      ******************************************************************
      * ACQDEP.cpy
      * Acquired-bank deposit conversion record - the savings and CD
      * book handed over by the acquired institution, one 'D' entry
      * per account in their own layout, closed by a single 'T'
      * trailer carrying their control totals: the number of 'D'
      * entries sent and the sum of their balances.  AcqConversion
      * maps each entry into ACCTMAST and CUSTADDR and proves what
      * it loaded against the trailer.
      * Their product codes are 'SAV' passbook savings, 'MMA' money
      * market (both converted as our savings product) and 'CD '
      * certificate of deposit.  Amounts are unsigned with the sign
      * carried in the byte after them ('-' or blank), their rate is
      * a percentage to four places, and their dates are MMDDCCYY.
      * ACQD-W9-FLAG 'Y' means they held a certified W-9 for
      * ACQD-TAXPAYER-ID.
      ******************************************************************
       01  ACQDEP-RECORD.
           05  ACQD-RECORD-TYPE         PIC X.
               88  ACQD-DETAIL-RECORD   VALUE 'D'.
               88  ACQD-TRAILER-RECORD  VALUE 'T'.
           05  ACQD-DETAIL-DATA.
               10  ACQD-OLD-ACCOUNT     PIC 9(10).
               10  ACQD-PRODUCT-CODE    PIC X(3).
                   88  ACQD-IS-SAVINGS  VALUE 'SAV' 'MMA'.
                   88  ACQD-IS-CD       VALUE 'CD '.
               10  ACQD-OWNER-NAME      PIC X(30).
               10  ACQD-STREET          PIC X(30).
               10  ACQD-CITY            PIC X(20).
               10  ACQD-STATE           PIC X(2).
               10  ACQD-POSTAL-CODE     PIC X(10).
               10  ACQD-BALANCE         PIC 9(9)V99.
               10  ACQD-BALANCE-SIGN    PIC X.
               10  ACQD-RATE-PERCENT    PIC 9(2)V9(4).
               10  ACQD-ACCRUED-INTEREST PIC 9(7)V99.
               10  ACQD-MATURITY-DATE   PIC 9(8).
               10  ACQD-MATURITY-PARTS REDEFINES ACQD-MATURITY-DATE.
                   15  ACQD-MATURITY-MM PIC 9(2).
                   15  ACQD-MATURITY-DD PIC 9(2).
                   15  ACQD-MATURITY-CCYY PIC 9(4).
               10  ACQD-TAXPAYER-ID     PIC X(9).
               10  ACQD-W9-FLAG         PIC X.
                   88  ACQD-W9-ON-FILE  VALUE 'Y'.
           05  ACQD-TRAILER-DATA REDEFINES ACQD-DETAIL-DATA.
               10  ACQD-CONTROL-COUNT   PIC 9(7).
               10  ACQD-CONTROL-BALANCE PIC 9(11)V99.
               10  ACQD-CONTROL-SIGN    PIC X.
               10  FILLER               PIC X(129).
