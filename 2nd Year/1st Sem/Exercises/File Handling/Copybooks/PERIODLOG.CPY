       01 PERIODLOG-REC.
           05 PQ-PERIOD PIC 9(06).
           05 PQ-TRANDATE PIC 9(08).
           05 PQ-PROGRAM PIC X(20).
           05 PQ-RECORDKEY PIC X(20).
           05 PQ-AMOUNT PIC S9(9)V99.
           05 PQ-OPERATOR PIC X(10).
           05 PQ-POSTDATE PIC 9(08).
           05 PQ-POSTTIME PIC 9(08).
           05 PQ-CLOSEDATE PIC 9(08).
