      ******************************************************************
      * CATINDX.cpy
      * Catalog keyword index record - one entry per searchable word
      * of a title: each word of its author ('A'), each significant
      * word of its title ('T') and each word of its subject headings
      * ('S'), upper-cased.  CatalogIndex rebuilds the whole file from
      * BOOKCAT and LIBBOOK - a title held on LIBBOOK with no catalog
      * entry is indexed too, with a zero ISBN - and CatalogInquiry
      * searches it.  CATIDX-TITLE is the LIBBOOK title, the key the
      * copies and the HOLDQ queue are found by.
      ******************************************************************
       01  CATALOG-INDEX-RECORD.
           05  CATIDX-KEY-TYPE       PIC X.
               88  CATIDX-IS-AUTHOR      VALUE 'A'.
               88  CATIDX-IS-TITLE-WORD  VALUE 'T'.
               88  CATIDX-IS-SUBJECT     VALUE 'S'.
           05  CATIDX-KEYWORD        PIC X(20).
           05  CATIDX-ISBN           PIC 9(13).
           05  CATIDX-TITLE          PIC X(30).
           05  CATIDX-AUTHOR         PIC X(20).
