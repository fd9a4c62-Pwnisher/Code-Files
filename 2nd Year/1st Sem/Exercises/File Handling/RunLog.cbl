       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-LOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE
           ASSIGN TO "D:\Files\dat\runctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RUNCTL-FILE.
       COPY "RUNCTL.CPY".
       WORKING-STORAGE SECTION.
       01 RUNCTL-STATUS PIC X(02).
       LINKAGE SECTION.
       01 RL-PROGRAMNAME PIC X(20).
       01 RL-EVENT PIC X(01).
       01 RL-RECORDS PIC 9(06).
       01 RL-TOTAL PIC S9(9)V99.
       01 RL-COMPLETION PIC X(01).
       PROCEDURE DIVISION USING RL-PROGRAMNAME RL-EVENT
           RL-RECORDS RL-TOTAL RL-COMPLETION.
       MAIN-PROCEDURE.
           OPEN EXTEND RUNCTL-FILE.
           IF RUNCTL-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
           END-IF.
           IF RUNCTL-STATUS = "00"
               MOVE RL-PROGRAMNAME TO RU-PROGRAM
               ACCEPT RU-RUNDATE FROM DATE YYYYMMDD
               ACCEPT RU-RUNTIME FROM TIME
               MOVE RL-EVENT TO RU-EVENT
               MOVE RL-RECORDS TO RU-RECORDS
               MOVE RL-TOTAL TO RU-TOTAL
               MOVE RL-COMPLETION TO RU-COMPLETION
               MOVE SPACES TO RU-STREAMID
               MOVE ZERO TO RU-STEPNO
               MOVE ZERO TO RU-BUSDATE
               WRITE RUNCTL-REC
               CLOSE RUNCTL-FILE
           END-IF.
           GOBACK.
       END PROGRAM RUN-LOG.
