           05 ORDERCHANGEV3 PIC 9(6)V99.
           05 DISCOUNTFLAGV3 PIC X(01).
               88 SENIOR-PWD-DISCOUNT VALUE "Y".
               88 STAFF-PURCHASE-DISCOUNT VALUE "E".
           05 DISCOUNTAMOUNTV3 PIC 9(6)V99.
           05 SENIORPWDIDV3 PIC X(15).
           05 PROMODISCAMTV3 PIC 9(6)V99.
               88 PAY-CASH VALUE "C".
               88 PAY-DEBIT VALUE "D".
               88 PAY-EWALLET VALUE "E".
               88 PAY-PAYROLL VALUE "S".
           05 TENDERREFV3 PIC X(20).
           05 LOYALTYCARDV3 PIC X(12).
           05 POINTSEARNEDV3 PIC 9(05)V99.
