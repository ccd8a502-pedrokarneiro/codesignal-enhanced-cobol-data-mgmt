      ******************************************************************
      * MISSION.cpy
      * Mission request record.  One entry per mission an alliance
      * has asked to have staffed: the minimum HEROROS-POWER-LEVEL a
      * hero needs to be sent, how many heroes it needs, and the
      * dates it runs.  MissionAssign staffs each one from the
      * roster, members of the requesting alliance first, and never
      * sends a hero already out on a mission whose dates overlap.
      ******************************************************************
       01  MISSION-RECORD.
           05  MSN-MISSION-ID          PIC X(6).
           05  MSN-TITLE               PIC X(30).
           05  MSN-ALLIANCE            PIC X(30).
           05  MSN-MIN-POWER           PIC 9(3).
           05  MSN-START-DATE          PIC 9(8).
           05  MSN-END-DATE            PIC 9(8).
           05  MSN-HEROES-NEEDED       PIC 9(1).
