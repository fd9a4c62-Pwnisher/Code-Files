       01 WTAXREG-REC.
           05 WT-TRANSDATE PIC 9(08).
           05 WT-ACCTNUM PIC X(10).
           05 WT-TIN PIC X(15).
           05 WT-ACCTNAME PIC X(30).
           05 WT-ORNUM PIC 9(10).
           05 WT-CERTNUM PIC X(15).
           05 WT-ATCCODE PIC X(05).
           05 WT-AMOUNTCLEARED PIC 9(7)V99.
           05 WT-TAXWITHHELD PIC 9(7)V99.
           05 WT-ENTEREDBY PIC X(10).
