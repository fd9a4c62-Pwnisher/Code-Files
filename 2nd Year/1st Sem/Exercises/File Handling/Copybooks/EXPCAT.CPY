       01 EXPCAT-REC.
           05 EC-CATCODE PIC X(04).
           05 EC-CATNAME PIC X(30).
           05 EC-GLACCOUNT PIC X(08).
           05 EC-RECEIPTFLAG PIC X(01).
               88 EC-RECEIPT-REQUIRED VALUE "Y".
           05 EC-ACTIVEFLAG PIC X(01).
               88 EC-CAT-ACTIVE VALUE "A".
               88 EC-CAT-INACTIVE VALUE "D".
