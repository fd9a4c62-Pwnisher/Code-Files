       01 PURCHORD-REC.
           05 PH-PONUMBER PIC 9(08).
           05 PH-SUPPLIERCODE PIC X(10).
           05 PH-ORDERDATE PIC 9(08).
           05 PH-DUEDATE PIC 9(08).
           05 PH-STATUS PIC X(01).
               88 PH-PO-OPEN VALUE "O".
               88 PH-PO-PARTIAL VALUE "P".
               88 PH-PO-CLOSED VALUE "C".
               88 PH-PO-CANCELLED VALUE "X".
           05 PH-APPROVEDBY PIC X(10).
           05 PH-LINECOUNT PIC 9(03).
           05 PH-POTOTAL PIC 9(8)V99.
           05 PH-LASTRECVDATE PIC 9(08).
