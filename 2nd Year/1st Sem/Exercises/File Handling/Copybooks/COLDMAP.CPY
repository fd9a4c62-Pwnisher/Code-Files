       01 COLDMAP-REC.
           05 SM-KEY.
               10 SM-SITE PIC X(10).
               10 SM-ITEMCODE PIC X(10).
           05 SM-UNITCODE PIC X(06).
           05 SM-UNITNAME PIC X(20).
           05 SM-MAPPEDBY PIC X(10).
           05 SM-MAPDATE PIC 9(08).
