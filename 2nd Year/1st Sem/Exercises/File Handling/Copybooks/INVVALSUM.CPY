       01 INVVALSUM-REC.
           05 VS-YEARMONTH PIC 9(06).
           05 VS-VALDATE PIC 9(08).
           05 VS-SNAPDATE PIC 9(08).
           05 VS-CUTOFF PIC 9(08).
           05 VS-ITEMCOUNT PIC 9(06).
           05 VS-OPENING PIC S9(10)V99.
           05 VS-RECEIPTS PIC S9(10)V99.
           05 VS-COSTOFSALES PIC S9(10)V99.
           05 VS-ADJUSTMENTS PIC S9(10)V99.
           05 VS-TRANSFERS PIC S9(10)V99.
           05 VS-SHRINK PIC S9(10)V99.
           05 VS-VENDORRETURNS PIC S9(10)V99.
           05 VS-ROLLFORWARD PIC S9(10)V99.
           05 VS-CLOSING PIC S9(10)V99.
           05 VS-DIFFERENCE PIC S9(10)V99.
