           05 RU-TOTAL PIC S9(9)V99.
           05 RU-COMPLETION PIC X(01).
               88 RU-COMPLETED VALUE "C".
           05 RU-STREAMID PIC X(08).
           05 RU-STEPNO PIC 9(02).
           05 RU-BUSDATE PIC 9(08).
       WORKING-STORAGE SECTION.
       01 QUAD-INPUT-STATUS PIC X(02).
       01 QUAD-OUTPUT-STATUS PIC X(02).
           MOVE "QUADRATIC-BATCH" TO RU-PROGRAM.
           ACCEPT RU-RUNDATE FROM DATE YYYYMMDD.
           ACCEPT RU-RUNTIME FROM TIME.
           MOVE SPACES TO RU-STREAMID.
           MOVE ZERO TO RU-STEPNO.
           MOVE ZERO TO RU-BUSDATE.
           WRITE RUNCTL-REC.
           CLOSE RUNCTL-FILE.

