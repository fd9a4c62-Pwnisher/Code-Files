       01 TTPARAMS-REC.
           05 TT-STARTTIME PIC 9(04).
           05 TT-HOURSPERDAY PIC 9(02).
