           05 AT-AMOUNT PIC 9(7)V99.
           05 AT-NEWBALANCE PIC S9(7)V99.
           05 AT-ENTEREDBY PIC X(10).
           05 AT-WTAXAMOUNT PIC 9(7)V99.
           05 AT-CERTNUM PIC X(15).
