      ******************************************************************
      * GARNREM.cpy
      * Garnishment remittance record - written by SalaryCalc, one
      * entry per order withheld from this run, grouped by agency, so
      * each agency's payment goes out with the case numbers it
      * covers.  GARNREM-SATISFIED-FLAG is 'Y' on the payment that
      * brought the order up to its total owed.  PayrollBalance reads
      * the file back for the garnishment side of its net recompute.
      ******************************************************************
       01  GARNISHMENT-REMIT-RECORD.
           05  GARNREM-AGENCY-CODE      PIC X(6).
           05  GARNREM-AGENCY-NAME      PIC X(25).
           05  GARNREM-CASE-NUMBER      PIC X(15).
           05  GARNREM-EMPLOYEE-NUMBER  PIC 9(6).
           05  GARNREM-EMPLOYEE-NAME    PIC X(20).
           05  GARNREM-AMOUNT           PIC 9(5)V99.
           05  GARNREM-SATISFIED-FLAG   PIC X.
           05  GARNREM-RUN-DATE         PIC 9(8).
