       01 PURCHLINE-REC.
           05 PL-KEY.
               10 PL-PONUMBER PIC 9(08).
               10 PL-LINENUM PIC 9(03).
           05 PL-ITEMCODE PIC X(10).
           05 PL-QTYORDERED PIC 9(06)V9(03).
           05 PL-QTYRECEIVED PIC 9(06)V9(03).
           05 PL-UNITCOST PIC 9(6)V99.
           05 PL-LINESTATUS PIC X(01).
               88 PL-LINE-OPEN VALUE "O".
               88 PL-LINE-CLOSED VALUE "C".
               88 PL-LINE-CANCELLED VALUE "X".
