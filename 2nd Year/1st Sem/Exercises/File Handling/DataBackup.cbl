       01 MANIFEST-LINE PIC X(100).
       01 FILES-OK-COUNT PIC 9(02) VALUE ZERO.
       01 FILES-BAD-COUNT PIC 9(02) VALUE ZERO.
       01 RUNLOG-PROGRAMNAME PIC X(20) VALUE "DATA-BACKUP".
       01 RUNLOG-EVENT PIC X(01).
       01 RUNLOG-RECORDS PIC 9(06) VALUE ZERO.
       01 RUNLOG-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 RUNLOG-COMPLETION PIC X(01) VALUE SPACE.
       01 TEXTSET-TABLE.
           05 FILLER PIC X(12) VALUE "roster".
           05 FILLER PIC X(12) VALUE "gradelog".
       01 DENIDX PIC 9(02) COMP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO RUNLOG-EVENT.
           PERFORM WRITE-RUN-LOG.
           ACCEPT BACKUPDATE FROM DATE YYYYMMDD.
           MOVE BACKUPDATE TO BACKUPDATE-X.


           CLOSE MANIFEST-FILE.
           DISPLAY "MANIFEST WRITTEN TO " MANIFEST-FILENAME.
           MOVE FILES-OK-COUNT TO RUNLOG-RECORDS.
           IF FILES-BAD-COUNT = ZERO
               MOVE "C" TO RUNLOG-COMPLETION
           ELSE
               MOVE "F" TO RUNLOG-COMPLETION
           END-IF.
           MOVE "E" TO RUNLOG-EVENT.
           PERFORM WRITE-RUN-LOG.
           STOP RUN.

       BUILD-BACKUP-NAME.
           ELSE
               PERFORM REPORT-SET-SKIPPED
           END-IF.
       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING RUNLOG-PROGRAMNAME RUNLOG-EVENT
               RUNLOG-RECORDS RUNLOG-TOTAL RUNLOG-COMPLETION.
       END PROGRAM DATA-BACKUP.
