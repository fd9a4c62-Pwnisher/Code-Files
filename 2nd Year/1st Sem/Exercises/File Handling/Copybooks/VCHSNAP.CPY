       01 VCHSNAP-REC.
           05 VN-KEY.
               10 VN-YEARMONTH PIC 9(06).
               10 VN-VOUCHERNUM PIC X(12).
           05 VN-ISSUEDATE PIC 9(08).
           05 VN-FACEVALUE PIC 9(6)V99.
           05 VN-BALANCE PIC 9(6)V99.
           05 VN-LIABILITY PIC 9(6)V99.
           05 VN-VOUCHERSTATUS PIC X(01).
           05 VN-SNAPDATE PIC 9(08).
