       01 STAFFLIMIT-REC.
           05 SL-EMPLOYEEID PIC X(10).
           05 SL-EMPLOYEENAME PIC X(30).
           05 SL-MONTHLYLIMIT PIC 9(6)V99.
           05 SL-PAYROLLFLAG PIC X(01).
               88 SL-PAYROLL-ALLOWED VALUE "Y".
           05 SL-ACTIVEFLAG PIC X(01).
               88 SL-STAFF-ACTIVE VALUE "A".
               88 SL-STAFF-INACTIVE VALUE "D".
