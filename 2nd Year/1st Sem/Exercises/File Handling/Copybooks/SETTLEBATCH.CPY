       01 SETTLEBATCH-REC.
           05 SB-BATCHREF PIC X(20).
           05 SB-FROMDATE PIC 9(08).
           05 SB-TODATE PIC 9(08).
           05 SB-ROWCOUNT PIC 9(05).
           05 SB-AMOUNT PIC 9(8)V99.
           05 SB-RUNDATE PIC 9(08).
