       01 RIDERTRIP-REC.
           05 TR-TRIPNUM PIC 9(06).
           05 TR-RIDERID PIC X(10).
           05 TR-RIDERNAME PIC X(30).
           05 TR-TRIPDATE PIC 9(08).
           05 TR-DISPATCHTIME PIC 9(08).
           05 TR-DISPATCHEDBY PIC X(10).
           05 TR-ORDERCOUNT PIC 9(03).
           05 TR-CODDISPATCHED PIC 9(7)V99.
           05 TR-STATUS PIC X(01).
               88 TR-OUT VALUE "O".
               88 TR-CHECKED-IN VALUE "C".
           05 TR-DELIVEREDCOUNT PIC 9(03).
           05 TR-RETURNEDCOUNT PIC 9(03).
           05 TR-CODEXPECTED PIC 9(7)V99.
           05 TR-CASHRETURNED PIC 9(7)V99.
           05 TR-CHECKINDATE PIC 9(08).
           05 TR-CHECKINTIME PIC 9(08).
           05 TR-CHECKINBY PIC X(10).
