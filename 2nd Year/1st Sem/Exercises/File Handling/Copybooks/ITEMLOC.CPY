       01 ITEMLOC-REC.
           05 IL-KEY.
               10 IL-ITEMCODE PIC X(10).
               10 IL-LOCSEQ PIC 9(02).
           05 IL-LOCATION.
               10 IL-AISLE PIC X(03).
               10 IL-BAY PIC X(03).
               10 IL-SHELF PIC X(02).
           05 IL-LOCTYPE PIC X(01).
               88 IL-SALES-FLOOR VALUE "F".
               88 IL-BACKROOM VALUE "B".
