      ******************************************************************
      * SDNFEED.cpy
      * Government sanctions list as received - one entry per name,
      * in the fixed-column extract the list is delivered in.
      * SDN-NAME is as published, mixed case and punctuated
      * ("SURNAME, Given Names" for an individual).  SDN-ENTITY-TYPE
      * is 'I' for an individual, 'E' for an entity or 'V' for a
      * vessel; vessels are not customer names and are not loaded.
      * WatchListLoad builds WATCHLST from this file.
      ******************************************************************
       01  SDN-FEED-RECORD.
           05  SDN-ENTRY-ID              PIC X(10).
           05  SDN-NAME-TYPE             PIC X.
               88  SDN-PRIMARY-NAME      VALUE 'P'.
               88  SDN-ALIAS             VALUE 'A'.
           05  SDN-ENTITY-TYPE           PIC X.
               88  SDN-INDIVIDUAL        VALUE 'I'.
               88  SDN-ENTITY            VALUE 'E'.
               88  SDN-VESSEL            VALUE 'V'.
           05  SDN-NAME                  PIC X(60).
           05  SDN-PROGRAM               PIC X(10).
