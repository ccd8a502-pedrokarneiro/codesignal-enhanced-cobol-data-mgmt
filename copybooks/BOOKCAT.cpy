      * BOOKCAT.cpy
      * Library catalog file record layout.  One entry per book held
      * by the library, searched sequentially by ISBN.
      * BOOKCAT-AUTHOR and up to three BOOKCAT-SUBJECT headings are
      * set by BookMaint on an add or a catalog update request.
      * CatalogIndex builds the CATINDX keyword index from them and
      * the title, and CatalogInquiry searches that index by author,
      * title word or subject.  An entry cataloged before authors and
      * subjects were recorded carries blanks in both.
      ******************************************************************
       01  BOOKCAT-RECORD.
           05  BOOKCAT-ISBN          PIC 9(13).
           05  BOOKCAT-TITLE         PIC X(40).
           05  BOOKCAT-AUTHOR        PIC X(20).
           05  BOOKCAT-SUBJECT       PIC X(20) OCCURS 3 TIMES.
