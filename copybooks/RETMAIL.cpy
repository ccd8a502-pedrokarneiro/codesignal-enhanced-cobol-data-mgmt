      ******************************************************************
      * RETMAIL.cpy
      * Returned-mail transaction read by ReturnedMail - one entry
      * per statement, notice or tax form the post office sent back
      * as undeliverable.  RETM-RETURNED-DATE is the day the item
      * came back (zero means the business date of the run), and
      * RETM-ITEM-CODE says what it was, so customer service knows
      * which mailing failed.
      ******************************************************************
       01  RETMAIL-RECORD.
           05  RETM-ACCOUNT-NUMBER      PIC 9(10).
           05  RETM-RETURNED-DATE       PIC 9(8).
           05  RETM-ITEM-CODE           PIC X.
               88  RETM-IS-STATEMENT    VALUE 'S'.
               88  RETM-IS-NOTICE       VALUE 'N'.
               88  RETM-IS-TAX-FORM     VALUE 'T'.
               88  RETM-IS-OTHER        VALUE 'O'.
               88  RETM-ITEM-VALID      VALUE 'S' 'N' 'T' 'O'.
