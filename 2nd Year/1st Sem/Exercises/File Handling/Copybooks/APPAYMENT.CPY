       01 APPAYMENT-REC.
           05 PY-PAYDATE PIC 9(08).
           05 PY-VOUCHERNUM PIC 9(08).
           05 PY-CHECKNUM PIC X(10).
           05 PY-SUPPLIERCODE PIC X(10).
           05 PY-INVOICENUM PIC X(15).
           05 PY-AMOUNT PIC 9(8)V99.
           05 PY-PAIDBY PIC X(10).
