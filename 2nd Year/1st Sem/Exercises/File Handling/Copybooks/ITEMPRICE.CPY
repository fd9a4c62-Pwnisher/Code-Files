           05 IP-KEY.
               10 IP-ITEMCODE PIC X(10).
               10 IP-EFFDATE PIC 9(08).
               10 IP-PRICEZONE PIC X(02).
           05 IP-PRICE PIC 9(6)V99.
           05 IP-LOADEDBY PIC X(10).
           05 IP-LOADDATE PIC 9(08).
