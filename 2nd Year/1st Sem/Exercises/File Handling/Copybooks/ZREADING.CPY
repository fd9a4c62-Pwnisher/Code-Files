       01 ZREADING-REC.
           05 ZR-KEY.
               10 ZR-TILLNUM PIC 9(04).
               10 ZR-ZCOUNTER PIC 9(06).
           05 ZR-BUSDATE PIC 9(08).
           05 ZR-READDATE PIC 9(08).
           05 ZR-READTIME PIC 9(08).
           05 ZR-BEGINGT PIC 9(12)V99.
           05 ZR-ENDGT PIC 9(12)V99.
           05 ZR-BEGINOR PIC 9(10).
           05 ZR-ENDOR PIC 9(10).
           05 ZR-DAYVOID PIC 9(12)V99.
           05 ZR-DAYREFUND PIC 9(12)V99.
           05 ZR-TRANSCOUNT PIC 9(06).
           05 ZR-READBY PIC X(10).
