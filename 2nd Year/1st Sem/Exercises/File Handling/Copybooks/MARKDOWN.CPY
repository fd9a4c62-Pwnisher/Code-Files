       01 MARKDOWN-REC.
           05 MD-KEY.
               10 MD-ITEMCODE PIC X(10).
               10 MD-LOTNUM PIC X(10).
               10 MD-STARTDATE PIC 9(08).
           05 MD-DEPTCODE PIC X(04).
           05 MD-EXPIRYDATE PIC 9(08).
           05 MD-BANDDAYS PIC 9(03).
           05 MD-PERCENTOFF PIC 9(02)V99.
           05 MD-ORIGPRICE PIC 9(6)V99.
           05 MD-MDPRICE PIC 9(6)V99.
           05 MD-STATUS PIC X(01).
               88 MD-ACTIVE VALUE "A".
               88 MD-ENDED VALUE "E".
           05 MD-ENDREASON PIC X(01).
               88 MD-SOLD-THROUGH VALUE "S".
               88 MD-DEEPENED VALUE "D".
           05 MD-ENDDATE PIC 9(08).
           05 MD-CREATEDBY PIC X(10).
