      ******************************************************************
      * RERUNREQ.cpy
      * Rerun request - operations' authority to rerun a posting
      * program for a business date it has already posted, or to
      * rerun one that failed part way through its appends.  When an
      * open entry for the program ID and business date is found the
      * run goes ahead in replace mode: that program's entries for
      * that date are first removed from each file it appends to.
      * With no request, a date already in the posting register is
      * refused.
      * The requester and reason are carried onto the REPLLOG entries.
      * A request is good for one replace: when the replace run
      * registers, PostingRegister marks the entry used and stamps
      * the wall-clock date, and a used entry is never honored again.
      * Operations key new requests with the status left blank.
      ******************************************************************
       01  RERUN-REQUEST-RECORD.
           05  RRQ-PROGRAM-ID          PIC X(15).
           05  RRQ-BUSINESS-DATE       PIC 9(8).
           05  RRQ-REQUESTED-BY        PIC X(8).
           05  RRQ-REASON              PIC X(30).
           05  RRQ-STATUS              PIC X.
               88  RRQ-OPEN            VALUE ' ' 'O'.
               88  RRQ-USED            VALUE 'U'.
           05  RRQ-USED-DATE           PIC 9(8).
