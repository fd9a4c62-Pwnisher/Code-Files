       01 APLEDGER-REC.
           05 AL-KEY.
               10 AL-SUPPLIERCODE PIC X(10).
               10 AL-INVOICENUM PIC X(15).
           05 AL-INVOICEDATE PIC 9(08).
           05 AL-APPROVEDATE PIC 9(08).
           05 AL-DUEDATE PIC 9(08).
           05 AL-INVOICETOTAL PIC 9(8)V99.
           05 AL-DEBITMEMOAMT PIC 9(8)V99.
           05 AL-NETPAYABLE PIC 9(8)V99.
           05 AL-AMOUNTPAID PIC 9(8)V99.
           05 AL-STATUS PIC X(01).
               88 AL-INV-OPEN VALUE "O".
               88 AL-INV-PAID VALUE "P".
           05 AL-VOUCHERNUM PIC 9(08).
           05 AL-CHECKNUM PIC X(10).
           05 AL-PAIDDATE PIC 9(08).
