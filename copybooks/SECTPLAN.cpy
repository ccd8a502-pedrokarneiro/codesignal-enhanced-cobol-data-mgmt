      ******************************************************************
      * SECTPLAN.cpy
      * Section plan for the coming term - one entry per teacher's
      * class, laid out exactly as the CLASSCAP capacity record it
      * becomes.  TermRollover replaces CLASSCAP with the plan when
      * the term rolls over, so the new term's classes and caps are
      * set in one file instead of being edited into CLASSCAP by
      * hand.
      ******************************************************************
       COPY CLASSCAP REPLACING ==CLASS-CAPACITY-RECORD==
                            BY ==SECTION-PLAN-RECORD==
                       LEADING ==CLASSCAP-== BY ==SECTPLAN-==.
