           05 RU-TOTAL PIC S9(9)V99.
           05 RU-COMPLETION PIC X(01).
               88 RU-COMPLETED VALUE "C".
               88 RU-FAILED VALUE "F".
           05 RU-STREAMID PIC X(08).
           05 RU-STEPNO PIC 9(02).
           05 RU-BUSDATE PIC 9(08).
