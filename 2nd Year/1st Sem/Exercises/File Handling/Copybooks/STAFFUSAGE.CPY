       01 STAFFUSAGE-REC.
           05 EU-KEY.
               10 EU-EMPLOYEEID PIC X(10).
               10 EU-YEARMONTH PIC 9(06).
           05 EU-PURCHASED PIC S9(7)V99.
