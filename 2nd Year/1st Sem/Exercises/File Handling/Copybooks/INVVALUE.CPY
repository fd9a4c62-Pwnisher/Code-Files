       01 INVVALUE-REC.
           05 IV-KEY.
               10 IV-YEARMONTH PIC 9(06).
               10 IV-ITEMCODE PIC X(10).
           05 IV-DEPTCODE PIC X(04).
           05 IV-STOCKONHAND PIC S9(06)V9(03).
           05 IV-UNITCOST PIC 9(6)V99.
           05 IV-VALUE PIC S9(10)V99.
           05 IV-SNAPDATE PIC 9(08).
