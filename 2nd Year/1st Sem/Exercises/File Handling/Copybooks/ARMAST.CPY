           05 AR-ACTIVEFLAG PIC X(01).
               88 AR-ACCT-ACTIVE VALUE "A".
               88 AR-ACCT-INACTIVE VALUE "D".
           05 AR-TIN PIC X(15).
