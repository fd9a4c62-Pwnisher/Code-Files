       01 HOLIDAY-REC.
           05 HO-DATE PIC 9(08).
           05 HO-TYPE PIC X(01).
               88 HO-REGULAR VALUE "R".
               88 HO-SPECIAL VALUE "S".
           05 HO-PREMIUMPCT PIC 9(03).
           05 HO-NAME PIC X(30).
