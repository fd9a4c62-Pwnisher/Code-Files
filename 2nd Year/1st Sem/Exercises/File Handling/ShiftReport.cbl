       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 RUNLOG-PROGRAMNAME PIC X(20) VALUE "SHIFT-REPORT".
       01 RUNLOG-EVENT PIC X(01).
       01 RUNLOG-RECORDS PIC 9(06) VALUE ZERO.
       01 RUNLOG-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 RUNLOG-COMPLETION PIC X(01) VALUE SPACE.
       01 TENDER-EOF-SW PIC X(03) VALUE "NO".
           88 TENDER-EOF VALUE "YES".
       01 READINGTYPE PIC X(01).
       01 SHF-VOUCHER-TOTAL PIC S9(08)V99 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO RUNLOG-EVENT.
           PERFORM WRITE-RUN-LOG.
           PERFORM UNTIL X-READING OR Z-READING
               DISPLAY "READING TYPE (X-MID SHIFT, Z-END OF "
                   "SHIFT): "
               PERFORM CLOSE-SHIFT-RECORD
           END-IF.

           MOVE SHF-ORDER-COUNT TO RUNLOG-RECORDS.
           MOVE SHF-SALES-TOTAL TO RUNLOG-TOTAL.
           MOVE "C" TO RUNLOG-COMPLETION.
           MOVE "E" TO RUNLOG-EVENT.
           PERFORM WRITE-RUN-LOG.
           STOP RUN.

       ACCUMULATE-SHIFT-RECORD.
                   DISPLAY "SHIFT CLOSED AT " SH-CLOSETIME "."
           END-READ.
           CLOSE SHIFT-FILE.
       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING RUNLOG-PROGRAMNAME RUNLOG-EVENT
               RUNLOG-RECORDS RUNLOG-TOTAL RUNLOG-COMPLETION.
       END PROGRAM SHIFT-REPORT.
