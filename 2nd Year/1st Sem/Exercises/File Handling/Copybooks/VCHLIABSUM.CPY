       01 VCHLIABSUM-REC.
           05 VL-YEARMONTH PIC 9(06).
           05 VL-VALDATE PIC 9(08).
           05 VL-SNAPDATE PIC 9(08).
           05 VL-VALIDITYDAYS PIC 9(04).
           05 VL-VOUCHERCOUNT PIC 9(06).
           05 VL-OPENING PIC S9(10)V99.
           05 VL-ISSUES PIC S9(10)V99.
           05 VL-REDEMPTIONS PIC S9(10)V99.
           05 VL-VOIDS PIC S9(10)V99.
           05 VL-BREAKAGE PIC S9(10)V99.
           05 VL-CLOSING PIC S9(10)V99.
