       01 ACCTPERIOD-REC.
           05 AC-PERIOD PIC 9(06).
           05 AC-STATUS PIC X(01).
               88 AC-PERIOD-OPEN VALUE "O".
               88 AC-PERIOD-CLOSED VALUE "C".
           05 AC-CLOSEDBY PIC X(10).
           05 AC-CLOSEDATE PIC 9(08).
           05 AC-CLOSETIME PIC 9(08).
           05 AC-REOPENEDBY PIC X(10).
           05 AC-REOPENAPPROVER PIC X(10).
           05 AC-REOPENDATE PIC 9(08).
           05 AC-REOPENTIME PIC 9(08).
           05 AC-REOPENREASON PIC X(30).
           05 AC-REOPENCOUNT PIC 9(03).
