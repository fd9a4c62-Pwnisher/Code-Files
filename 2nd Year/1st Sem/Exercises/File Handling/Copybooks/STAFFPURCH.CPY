       01 STAFFPURCH-REC.
           05 SP-ORDERNUM PIC 9(10).
           05 SP-RECORDTYPE PIC X(01).
               88 SP-SALE VALUE "S".
               88 SP-VOID VALUE "V".
               88 SP-REFUND VALUE "F".
           05 SP-ORIGORDERNUM PIC 9(10).
           05 SP-EMPLOYEEID PIC X(10).
           05 SP-BUSDATE PIC 9(08).
           05 SP-TILLNUM PIC 9(04).
           05 SP-CASHIERID PIC X(10).
           05 SP-ORNUMBER PIC 9(10).
           05 SP-GROSSAMOUNT PIC 9(6)V99.
           05 SP-DISCOUNTAMOUNT PIC 9(6)V99.
           05 SP-TAXAMOUNT PIC 9(6)V99.
           05 SP-AMOUNTDUE PIC 9(6)V99.
           05 SP-PAYROLLAMOUNT PIC 9(6)V99.
           05 SP-DEDUCTFLAG PIC X(01).
               88 SP-DEDUCT-TAKEN VALUE "Y".
           05 SP-DEDUCTPERIODTO PIC 9(08).
