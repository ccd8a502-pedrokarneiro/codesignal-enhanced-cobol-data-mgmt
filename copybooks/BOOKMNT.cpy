      * identified by BOOKMNT-ISBN; BOOKMNT-TITLE/BOOKMNT-AUTHOR are
      * not used on an ADD-COPY request since the catalog already has
      * them.
      * BOOKMNT-BRANCH is the branch the new copy belongs to - its
      * home branch and where it starts out.  Blank means the main
      * branch (the first branch on LIBBRCH).
      * A RECEIVE request books copies arriving on a LIBPO purchase
      * order: BOOKMNT-PO-NUMBER and BOOKMNT-PO-LINE name the order
      * line, BOOKMNT-ISBN must be the line's ISBN, and
      * BOOKMNT-QUANTITY is the number of copies in the delivery
      * (zero or blank = everything still outstanding on the line).
      * BOOKMNT-SUBJECT carries up to three subject headings for the
      * catalog entry on an ADD.  An UPDATE-CATALOG ('U') request
      * sets the author and subject headings on a title already
      * cataloged, found by BOOKMNT-ISBN: a non-blank author replaces
      * the catalog's (and every copy's on LIBBOOK), and any
      * non-blank subject replaces all three headings.
      ******************************************************************
       01  BOOK-MAINT-RECORD.
           05  BOOKMNT-REQUEST-TYPE  PIC X.
               88  BOOKMNT-IS-ADD        VALUE 'A'.
               88  BOOKMNT-IS-ADD-COPY   VALUE 'C'.
               88  BOOKMNT-IS-RECEIVE    VALUE 'R'.
               88  BOOKMNT-IS-UPDATE-CATALOG VALUE 'U'.
           05  BOOKMNT-ISBN          PIC 9(13).
           05  BOOKMNT-TITLE         PIC X(30).
           05  BOOKMNT-AUTHOR        PIC X(20).
           05  BOOKMNT-BRANCH        PIC X(30).
           05  BOOKMNT-PO-NUMBER     PIC 9(6).
           05  BOOKMNT-PO-LINE       PIC 9(3).
           05  BOOKMNT-QUANTITY      PIC 9(3).
           05  BOOKMNT-SUBJECT       PIC X(20) OCCURS 3 TIMES.
