               OPEN OUTPUT RUNCTL-FILE
           END-IF.
           MOVE "TENDER-PERIOD-REG" TO RU-PROGRAM.
           MOVE SPACES TO RU-STREAMID.
           MOVE ZERO TO RU-STEPNO.
           MOVE ZERO TO RU-BUSDATE.
           ACCEPT RU-RUNDATE FROM DATE YYYYMMDD.
           ACCEPT RU-RUNTIME FROM TIME.
           WRITE RUNCTL-REC.
