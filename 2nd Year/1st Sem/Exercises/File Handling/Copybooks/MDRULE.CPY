       01 MDRULE-REC.
           05 MR-BANDDAYS PIC 9(03).
           05 MR-PERCENTOFF PIC 9(02)V99.
           05 MR-DESCRIPTION PIC X(20).
