       01 PAYDEDUCT-REC.
           05 PD-EMPLOYEEID PIC X(10).
           05 PD-PERIODFROM PIC 9(08).
           05 PD-PERIODTO PIC 9(08).
           05 PD-PURCHASECOUNT PIC 9(04).
           05 PD-CHARGED PIC 9(7)V99.
           05 PD-CREDITED PIC 9(7)V99.
           05 PD-DEDUCTAMOUNT PIC S9(7)V99.
