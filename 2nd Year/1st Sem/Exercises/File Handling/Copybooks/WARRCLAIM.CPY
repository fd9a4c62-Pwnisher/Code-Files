       01 WARRCLAIM-REC.
           05 WC-CLAIMNUM PIC 9(08).
           05 WC-SERIALNUM PIC X(20).
           05 WC-ITEMCODE PIC X(10).
           05 WC-SUPPLIERCODE PIC X(10).
           05 WC-CUSTNAME PIC X(30).
           05 WC-CUSTCONTACT PIC X(20).
           05 WC-COMPLAINT PIC X(60).
           05 WC-OPENDATE PIC 9(08).
           05 WC-OPENEDBY PIC X(10).
           05 WC-WARRANTYEND PIC 9(08).
           05 WC-STATUS PIC X(01).
               88 WC-AT-STORE VALUE "O".
               88 WC-AT-SUPPLIER VALUE "S".
               88 WC-CLOSED VALUE "C".
           05 WC-RMANUMBER PIC X(15).
           05 WC-SENTDATE PIC 9(08).
           05 WC-SENTBY PIC X(10).
           05 WC-OUTCOME PIC X(01).
               88 WC-REPAIRED VALUE "R".
               88 WC-REPLACED VALUE "P".
               88 WC-CREDITED VALUE "C".
           05 WC-OUTCOMEDATE PIC 9(08).
           05 WC-NEWSERIAL PIC X(20).
           05 WC-CREDITAMOUNT PIC 9(6)V99.
           05 WC-CREDITREF PIC X(15).
           05 WC-CLOSEDBY PIC X(10).
