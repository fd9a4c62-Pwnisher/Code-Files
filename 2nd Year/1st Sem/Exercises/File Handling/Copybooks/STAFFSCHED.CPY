       01 STAFFSCHED-REC.
           05 SS-KEY.
               10 SS-SCHEDDATE PIC 9(08).
               10 SS-EMPLOYEEID PIC X(10).
               10 SS-SHIFTSEQ PIC 9(01).
           05 SS-PLANSTART PIC 9(04).
           05 SS-PLANEND PIC 9(04).
           05 SS-TILLNUM PIC 9(04).
           05 SS-NOTE PIC X(20).
