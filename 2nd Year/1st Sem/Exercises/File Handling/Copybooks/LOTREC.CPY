           05 LT-EXPIRYDATE PIC 9(08).
           05 LT-QTYONHAND PIC S9(06)V9(03).
           05 LT-RECVDATE PIC 9(08).
           05 LT-HOLDFLAG PIC X(01).
               88 LT-LOT-QUARANTINED VALUE "Q".
               88 LT-LOT-RELEASED VALUE "R".
           05 LT-HOLDSITE PIC X(10).
           05 LT-HOLDSTART PIC 9(14).
           05 LT-HOLDDATE PIC 9(08).
           05 LT-RELEASEDBY PIC X(10).
           05 LT-RELEASEDATE PIC 9(08).
