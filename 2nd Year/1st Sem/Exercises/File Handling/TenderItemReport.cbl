           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORDERNUMH3
           ALTERNATE RECORD KEY IS ORNUMBERH3 WITH DUPLICATES
           ALTERNATE RECORD KEY IS LOYALTYCARDH3 WITH DUPLICATES
           ALTERNATE RECORD KEY IS TILLBUSDATEH3 WITH DUPLICATES
           FILE STATUS IS TENDERHDR-STATUS.
           SELECT TENDERDTL-FILE
           ASSIGN TO "D:\Files\dat\tenderdtl.dat"
               OPEN OUTPUT RUNCTL-FILE
           END-IF.
           MOVE "TENDER-ITEM-REPORT" TO RU-PROGRAM.
           MOVE SPACES TO RU-STREAMID.
           MOVE ZERO TO RU-STEPNO.
           MOVE ZERO TO RU-BUSDATE.
           ACCEPT RU-RUNDATE FROM DATE YYYYMMDD.
           ACCEPT RU-RUNTIME FROM TIME.
           WRITE RUNCTL-REC.
