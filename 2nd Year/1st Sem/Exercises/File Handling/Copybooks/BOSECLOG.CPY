       01 BOSECLOG-REC.
           05 BL-LOGDATE PIC 9(08).
           05 BL-LOGTIME PIC 9(08).
           05 BL-PROGRAM PIC X(20).
           05 BL-FUNCTION PIC X(08).
           05 BL-USERID PIC X(10).
           05 BL-REASON PIC X(30).
