       01 BANKITEM-REC.
           05 BI-KEY.
               10 BI-SOURCE PIC X(01).
                   88 BI-DEPOSIT VALUE "D".
                   88 BI-SETTLEMENT VALUE "S".
                   88 BI-BANKCREDIT VALUE "B".
               10 BI-REFERENCE PIC X(20).
               10 BI-ITEMDATE PIC 9(08).
               10 BI-SEQ PIC 9(02).
           05 BI-AMOUNT PIC 9(8)V99.
           05 BI-STATUS PIC X(01).
               88 BI-OPEN VALUE "O".
               88 BI-MATCHED VALUE "M".
           05 BI-MATCHDATE PIC 9(08).
           05 BI-MATCHKEY PIC X(31).
           05 BI-DESCRIPTION PIC X(30).
           05 BI-LOADDATE PIC 9(08).
