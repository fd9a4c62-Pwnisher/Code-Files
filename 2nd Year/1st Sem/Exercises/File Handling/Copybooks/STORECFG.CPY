       01 STORECFG-REC.
           05 SG-STORECODE PIC X(03).
           05 SG-STORENAME PIC X(30).
           05 SG-PRICEZONE PIC X(02).
