       01 DEPTMAST-REC.
           05 DP-DEPTCODE PIC X(04).
           05 DP-DEPTNAME PIC X(30).
           05 DP-STAFFDISCPCT PIC 9(02)V99.
           05 DP-TARGETMARGINPCT PIC 9(02)V99.
           05 DP-ENDINGCOUNT PIC 9(01).
           05 DP-PRICEENDING PIC 9(02) OCCURS 4 TIMES.
