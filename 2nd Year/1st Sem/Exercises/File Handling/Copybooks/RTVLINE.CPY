       01 RTVLINE-REC.
           05 RT-KEY.
               10 RT-RTVNUMBER PIC 9(08).
               10 RT-LINENUM PIC 9(03).
           05 RT-ITEMCODE PIC X(10).
           05 RT-QTY PIC 9(06)V9(03).
           05 RT-UNITCOST PIC 9(6)V99.
           05 RT-EXTCOST PIC 9(8)V99.
           05 RT-SOURCE PIC X(01).
               88 RT-FROM-SHRINK VALUE "S".
               88 RT-FROM-STOCK VALUE "I".
           05 RT-REFUNDNUM PIC 9(10).
           05 RT-REASON PIC X(30).
