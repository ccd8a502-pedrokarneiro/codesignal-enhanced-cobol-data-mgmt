      ******************************************************************
      * FICAPARM.cpy
      * Social security and medicare parameter record for
      * QtrPayrollTax.  One record carrying the year's social
      * security wage base and the combined (employer plus employee)
      * social security and medicare rates the quarterly return
      * multiplies the taxable wages by, so the January change is an
      * operations update instead of a recompile.  Medicare has no
      * wage base.  A missing FICAPARM file falls back to the rates
      * and base coded in QtrPayrollTax.
      ******************************************************************
       01  FICA-PARM-RECORD.
           05  FICAPARM-WAGE-BASE       PIC 9(7)V99.
           05  FICAPARM-SS-RATE         PIC 9V9999.
           05  FICAPARM-MEDICARE-RATE   PIC 9V9999.
