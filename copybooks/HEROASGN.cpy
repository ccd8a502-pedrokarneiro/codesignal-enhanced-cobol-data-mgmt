      ******************************************************************
      * HEROASGN.cpy
      * Hero assignment record - one per hero sent on a mission, with
      * the mission's dates copied on so a hero's availability can be
      * tested without going back to the mission file.  MissionAssign
      * appends to it; a mission with assignments on file is staffed
      * and is not picked again.  ASGN-ALLIANCE-MEMBER says whether
      * the hero came from the requesting alliance or from outside it.
      ******************************************************************
       01  HERO-ASSIGNMENT-RECORD.
           05  ASGN-MISSION-ID         PIC X(6).
           05  ASGN-HERO-NAME          PIC X(30).
           05  ASGN-START-DATE         PIC 9(8).
           05  ASGN-END-DATE           PIC 9(8).
           05  ASGN-ALLIANCE           PIC X(30).
           05  ASGN-ALLIANCE-MEMBER    PIC X(1).
               88  ASGN-FROM-ALLIANCE      VALUE 'Y'.
           05  ASGN-ASSIGNED-DATE      PIC 9(8).
