       01 SPOOLIDX-REC.
           05 SX-SPOOLNUM PIC 9(06).
           05 SX-PROGRAM PIC X(20).
           05 SX-RUNDATE PIC 9(08).
           05 SX-RUNTIME PIC 9(08).
           05 SX-OPERATOR PIC X(10).
           05 SX-PAGES PIC 9(04).
           05 SX-LINES PIC 9(06).
           05 SX-FILENAME PIC X(60).
