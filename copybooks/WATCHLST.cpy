      ******************************************************************
      * WATCHLST.cpy
      * Sanctions watch-list record - one entry per name on the
      * government list, built by WatchListLoad from the list as
      * published (see SDNFEED.cpy) and replaced whole each time a
      * new list is loaded.  An entry listed under more than one name
      * has one record per name, all carrying the same
      * WATCH-ENTRY-ID - its primary name ('P') and each alias ('A').
      * WATCH-NAME is upper case with the punctuation taken out, the
      * form the shared SanctionScreen subprogram matches customer
      * names in.  WATCH-LIST-DATE is the date of the published list
      * the entry was loaded from.
      ******************************************************************
       01  WATCH-LIST-RECORD.
           05  WATCH-ENTRY-ID            PIC X(10).
           05  WATCH-NAME-TYPE           PIC X.
               88  WATCH-PRIMARY-NAME    VALUE 'P'.
               88  WATCH-ALIAS           VALUE 'A'.
           05  WATCH-NAME                PIC X(40).
           05  WATCH-PROGRAM             PIC X(10).
           05  WATCH-LIST-DATE           PIC 9(8).
