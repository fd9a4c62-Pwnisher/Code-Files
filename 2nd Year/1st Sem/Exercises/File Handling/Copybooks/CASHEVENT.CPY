           05 CE-AMOUNT PIC 9(6)V99.
           05 CE-REASON PIC X(40).
           05 CE-STORECODE PIC X(03).
           05 CE-EXPCATEGORY PIC X(04).
           05 CE-PAYEE PIC X(20).
           05 CE-RECEIPTREF PIC X(12).
