      * account master - an ADD request opens the address entry with
      * the account, and a CHANGE request carrying a non-blank name
      * updates it in place.
      * CUSTA-MAIL-STATUS 'R' marks an undeliverable address - the
      * post office sent a statement or notice back.  ReturnedMail
      * sets it from the RETMAIL returned-mail transactions, with the
      * date the item came back and what it was; the programs that
      * mail to customers divert anything for a flagged address to
      * the shared HELDMAIL held-mail listing instead of printing it,
      * and an AccountMaint CHANGE posting a new address clears the
      * flag.  A blank status is a good address.  CUSTA-RETURNED-DATE
      * and CUSTA-RETURNED-ITEM mean nothing unless the flag is set.
      * CUSTA-TAXPAYER-ID is the customer's TIN and CUSTA-W9-STATUS
      * whether a signed W-9 certifying it is on file - 'C' certified,
      * 'U' uncertified (missing, incorrect or IRS-notified TIN).  Both
      * are set by AccountMaint.  Interest capitalized for any account
      * not certified 'C' - a blank status means no W-9 has ever been
      * received - is subject to backup withholding by
      * FinanceCalculator.
      * CUSTA-ESTATE-STATUS 'E' marks an account whose last living
      * owner has died.  DeathNotice sets it, with the date of death,
      * when it freezes the account, and points the name and address
      * at the estate, so statements and notices go to the executor;
      * CdMaturity will not renew such a CD, and PodSettlement pays
      * the account out to its payable-on-death beneficiaries.  A
      * blank status is a living owner, and CUSTA-DATE-OF-DEATH means
      * nothing unless the flag is set.
      * CUSTA-BRANCH-CODE is the branch the account is booked at, kept
      * in step with ACCTM-BRANCH-CODE by AccountMaint.
      ******************************************************************
       01  CUSTADDR-RECORD.
           05  CUSTA-ACCOUNT-NUMBER     PIC 9(10).
           05  CUSTA-CITY               PIC X(20).
           05  CUSTA-STATE              PIC X(2).
           05  CUSTA-ZIP-CODE           PIC X(10).
           05  CUSTA-MAIL-STATUS        PIC X.
               88  CUSTA-MAIL-RETURNED  VALUE 'R'.
               88  CUSTA-MAIL-GOOD      VALUE ' '.
           05  CUSTA-RETURNED-DATE      PIC 9(8).
           05  CUSTA-RETURNED-ITEM      PIC X.
           05  CUSTA-TAXPAYER-ID        PIC X(9).
           05  CUSTA-W9-STATUS          PIC X.
               88  CUSTA-W9-CERTIFIED   VALUE 'C'.
               88  CUSTA-W9-UNCERTIFIED VALUE 'U'.
           05  CUSTA-ESTATE-STATUS      PIC X.
               88  CUSTA-ESTATE-ACCOUNT VALUE 'E'.
           05  CUSTA-DATE-OF-DEATH      PIC 9(8).
           05  CUSTA-BRANCH-CODE        PIC X(3).
