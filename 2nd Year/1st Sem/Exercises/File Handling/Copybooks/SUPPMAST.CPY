           05 SU-ACTIVEFLAG PIC X(01).
               88 SU-SUPPLIER-ACTIVE VALUE "A".
               88 SU-SUPPLIER-INACTIVE VALUE "D".
           05 SU-PAYTERMDAYS PIC 9(03).
           05 SU-LEADTIMEDAYS PIC 9(03).
           05 SU-CONSIGNCOMMPCT PIC 9(02)V99.
           05 SU-CONSIGNSETTLEDTO PIC 9(08).
