               10 PO-ITEMPROMOAMT PIC 9(6)V99.
               10 PO-ITEMDEPT PIC X(04).
               10 PO-ITEMTAXCLASS PIC X(01).
           05 PO-RIDERID PIC X(10).
           05 PO-TRIPNUM PIC 9(06).
           05 PO-AREA PIC X(20).
           05 PO-RETURNCOUNT PIC 9(02).
