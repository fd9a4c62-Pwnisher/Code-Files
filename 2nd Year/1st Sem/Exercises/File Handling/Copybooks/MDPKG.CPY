       01 MDPKG-REC.
           05 PK-RECTYPE PIC X(01).
               88 PK-HEADER VALUE "H".
               88 PK-DETAIL VALUE "D".
               88 PK-TRAILER VALUE "T".
           05 PK-STORECODE PIC X(03).
           05 PK-SEQUENCE PIC 9(06).
           05 PK-FILEID PIC X(06).
               88 PK-FILE-COUPON VALUE "COUPON".
               88 PK-FILE-DEPT VALUE "DEPT".
               88 PK-FILE-ITEM VALUE "ITEM".
               88 PK-FILE-PRICE VALUE "PRICE".
               88 PK-FILE-PROMO VALUE "PROMO".
           05 PK-ACTION PIC X(01).
               88 PK-ACTION-ADD VALUE "A".
               88 PK-ACTION-CHANGE VALUE "C".
               88 PK-ACTION-DELETE VALUE "D".
           05 PK-RECORDKEY PIC X(20).
           05 PK-IMAGE PIC X(200).
           05 PK-CONTROL REDEFINES PK-IMAGE.
               10 PK-PACKAGEDATE PIC 9(08).
               10 PK-PACKAGETIME PIC 9(08).
               10 PK-FROMDATE PIC 9(08).
               10 PK-FROMTIME PIC 9(08).
               10 PK-RECORDCOUNT PIC 9(06).
               10 FILLER PIC X(162).
