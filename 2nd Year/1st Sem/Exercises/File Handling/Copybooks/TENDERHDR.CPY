               88 HDR-REFUND VALUE "F".
           05 VOIDORIGORDERNUMH3 PIC 9(10).
           05 CASHIERIDH3 PIC X(10).
           05 TILLBUSDATEH3.
               10 TILLNUMH3 PIC 9(04).
               10 BUSDATEH3 PIC 9(08).
           05 TRANSTIMEH3 PIC 9(08).
           05 ORNUMBERH3 PIC 9(10).
           05 TRAINFLAGH3 PIC X(01).
           05 ORDERCHANGEH3 PIC 9(6)V99.
           05 DISCOUNTFLAGH3 PIC X(01).
               88 HDR-SENIOR-PWD VALUE "Y".
               88 HDR-STAFF-PURCHASE VALUE "E".
           05 DISCOUNTAMOUNTH3 PIC 9(6)V99.
           05 SENIORPWDIDH3 PIC X(15).
           05 PROMODISCAMTH3 PIC 9(6)V99.
               88 HDR-PAY-CASH VALUE "C".
               88 HDR-PAY-DEBIT VALUE "D".
               88 HDR-PAY-EWALLET VALUE "E".
               88 HDR-PAY-PAYROLL VALUE "S".
           05 TENDERREFH3 PIC X(20).
           05 LOYALTYCARDH3 PIC X(12).
           05 POINTSEARNEDH3 PIC 9(05)V99.
