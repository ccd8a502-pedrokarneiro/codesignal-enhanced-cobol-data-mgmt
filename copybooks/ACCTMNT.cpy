      * master - required on an ADD request, and applied on a CHANGE
      * request only when the name is non-blank, so a rate-only
      * change does not blank out the address on file.
      * ACCTMNT-CUSTOMER-ID names the CUSTCIF customer the request is
      * for.  On an ADD it is the customer opening the account - zero
      * opens a new customer under the next free ID, and an ID not
      * yet on file opens that customer from the request's name and
      * address.  On a CHANGE it picks the customer whose CUSTCIF
      * entry takes the new name and address (zero means the
      * account's primary owner).  A RELATE request ties the customer
      * to an existing account in ACCTMNT-RELATION-ROLE - joint owner
      * or custodian, or primary for an account with none on file -
      * and an UNRELATE request removes a joint or custodian link.
      * A blank role on an ADD means primary owner.
      * ACCTMNT-TAXPAYER-ID and ACCTMNT-W9-STATUS carry the customer's
      * TIN and W-9 certification for the CUSTADDR master - 'C' for a
      * certified TIN (which must then be nine digits) or 'U' for
      * uncertified.  Applied on an ADD, and on a CHANGE whenever the
      * status is non-blank; a blank status on a CHANGE leaves the
      * TIN and status on file alone.
      * ACCTMNT-BRANCH-CODE is the branch an ADD opens the account at,
      * or, on a BRANCH-TRANSFER request, the branch the account moves
      * to.  Either way it must be an open branch on the BRANCH
      * table.  It is ignored on every other request.
      * The name on an ADD, and a new name on a CHANGE, is screened
      * against the WATCHLST watch list; a possible hit is parked
      * whole on SCRNHOLD until compliance clears or confirms it.
      ******************************************************************
       01  ACCTMNT-RECORD.
           05  ACCTMNT-REQUEST-TYPE        PIC X.
               88  ACCTMNT-IS-CHANGE       VALUE 'C'.
               88  ACCTMNT-IS-CLOSE        VALUE 'X'.
               88  ACCTMNT-IS-WITHDRAW     VALUE 'W'.
               88  ACCTMNT-IS-RELATE       VALUE 'R'.
               88  ACCTMNT-IS-UNRELATE     VALUE 'U'.
               88  ACCTMNT-IS-BRANCH-TRANSFER VALUE 'B'.
           05  ACCTMNT-ACCOUNT-NUMBER      PIC 9(10).
           05  ACCTMNT-ACCOUNT-BALANCE     PIC S9(5)V99.
           05  ACCTMNT-INTEREST-RATE       PIC S9(3)V99.
           05  ACCTMNT-CITY                PIC X(20).
           05  ACCTMNT-STATE               PIC X(2).
           05  ACCTMNT-ZIP-CODE            PIC X(10).
           05  ACCTMNT-CUSTOMER-ID         PIC 9(10).
           05  ACCTMNT-RELATION-ROLE       PIC X.
               88  ACCTMNT-ROLE-PRIMARY    VALUE 'P'.
               88  ACCTMNT-ROLE-JOINT      VALUE 'J'.
               88  ACCTMNT-ROLE-CUSTODIAN  VALUE 'C'.
           05  ACCTMNT-TAXPAYER-ID         PIC X(9).
           05  ACCTMNT-W9-STATUS           PIC X.
               88  ACCTMNT-W9-CERTIFIED    VALUE 'C'.
               88  ACCTMNT-W9-UNCERTIFIED  VALUE 'U'.
           05  ACCTMNT-BRANCH-CODE         PIC X(3).
