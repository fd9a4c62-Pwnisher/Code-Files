       01 BOAUTH-REC.
           05 BA-KEY.
               10 BA-ROLE PIC X(04).
               10 BA-PROGRAM PIC X(20).
               10 BA-FUNCTION PIC X(08).
           05 BA-GRANTEDBY PIC X(10).
           05 BA-GRANTDATE PIC 9(08).
