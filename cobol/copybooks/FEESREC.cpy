      ******************************************************************
      * FEESREC - FEE SCHEDULE RECORD LAYOUT
      * Shared by FEE-POST (monthly charges) and ACCT-CLOSE (closing
      * fee). One line-sequential FEESCHED record per product code;
      * all amounts are USD. FS-CLOSE-AMT was added after the
      * monthly fields - a schedule line that stops short of it
      * reads as spaces there and means no closing fee.
      ******************************************************************
       01  FEE-SCHED-RECORD.
           05  FS-PRODUCT-CODE         PIC X(4).
           05  FS-MONTHLY-AMT          PIC 9(7)V99.
           05  FS-WAIVE-BALANCE        PIC 9(12)V99.
           05  FS-XCCY-AMT             PIC 9(7)V99.
           05  FS-XCCY-FREE-COUNT      PIC 9(3).
           05  FS-CLOSE-AMT            PIC 9(7)V99.
