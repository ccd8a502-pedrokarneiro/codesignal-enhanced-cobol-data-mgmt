      ******************************************************************
      * SQFTFAC.cpy
      * Square-footage factor record - the floor area each department
      * occupies in the shared building.  When this file holds any
      * records, ComputeExpenses allocates the shared rent and
      * utilities on the EXPPARM shared-cost record in proportion to
      * these figures; when it is empty or absent the allocation is
      * by active EMPMAST headcount instead.
      ******************************************************************
       01  SQFT-FACTOR-RECORD.
           05  SQFT-DEPARTMENT-CODE     PIC X(4).
           05  SQFT-SQUARE-FEET         PIC 9(7).
