       01 SCALECFG-REC.
           05 SC-PREFIX PIC X(03).
           05 SC-PREFIXLEN PIC 9(01).
           05 SC-ITEMLEN PIC 9(02).
           05 SC-VALUELEN PIC 9(01).
           05 SC-VALUEDEC PIC 9(01).
           05 SC-MODE PIC X(01).
               88 SC-WEIGHT-LABEL VALUE "W".
               88 SC-PRICE-LABEL VALUE "P".
           05 SC-CHECKFLAG PIC X(01).
               88 SC-CHECK-DIGIT VALUE "Y".
           05 SC-VENDOR PIC X(20).
