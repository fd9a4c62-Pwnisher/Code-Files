       01 TIMECLOCK-REC.
           05 TK-EMPLOYEEID PIC X(10).
           05 TK-PUNCHDATE PIC 9(08).
           05 TK-PUNCHTIME PIC 9(08).
           05 TK-PUNCHTYPE PIC X(01).
               88 TK-CLOCK-IN VALUE "I".
               88 TK-CLOCK-OUT VALUE "O".
               88 TK-BREAK-START VALUE "B".
               88 TK-BREAK-END VALUE "R".
