           05 SN-STATUS PIC X(01).
               88 SN-SOLD VALUE "S".
               88 SN-RETURNED VALUE "R".
               88 SN-REPLACED VALUE "X".
           05 SN-WARRANTYEND PIC 9(08).
           05 SN-REPLACESSERIAL PIC X(20).
           05 SN-REPLACEDBYSERIAL PIC X(20).
