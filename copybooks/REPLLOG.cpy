      ******************************************************************
      * REPLLOG.cpy
      * Replace log - one entry for every append file a replace-mode
      * rerun cleared before posting again: the program ID and
      * business date being replaced, the file, how many of that
      * program's entries for that date were removed from it, the
      * wall-clock date and time of the replace, and the requester
      * and reason from the RERUNREQ entry that authorized it.
      * Listed by ReplaceReport.
      ******************************************************************
       01  REPLACE-LOG-RECORD.
           05  RPLG-PROGRAM-ID         PIC X(15).
           05  RPLG-BUSINESS-DATE      PIC 9(8).
           05  RPLG-FILE-NAME          PIC X(8).
           05  RPLG-RECORDS-REMOVED    PIC 9(7).
           05  RPLG-REPLACE-DATE       PIC 9(8).
           05  RPLG-REPLACE-TIME       PIC 9(6).
           05  RPLG-REQUESTED-BY       PIC X(8).
           05  RPLG-REASON             PIC X(30).
