       01 GRANDTOT-REC.
           05 GT-TILLNUM PIC 9(04).
           05 GT-GRANDTOTAL PIC 9(12)V99.
           05 GT-VOIDTOTAL PIC 9(12)V99.
           05 GT-REFUNDTOTAL PIC 9(12)V99.
           05 GT-ZCOUNTER PIC 9(06).
           05 GT-LASTZDATE PIC 9(08).
           05 GT-ZBEGINGT PIC 9(12)V99.
           05 GT-ZBEGINVOID PIC 9(12)V99.
           05 GT-ZBEGINREFUND PIC 9(12)V99.
           05 GT-ZFIRSTOR PIC 9(10).
           05 GT-LASTOR PIC 9(10).
           05 GT-ZTRANSCOUNT PIC 9(06).
