       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 RUNLOG-PROGRAMNAME PIC X(20) VALUE "DAY-CLOSE-AUDIT".
       01 RUNLOG-EVENT PIC X(01).
       01 RUNLOG-RECORDS PIC 9(06) VALUE ZERO.
       01 RUNLOG-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 RUNLOG-COMPLETION PIC X(01) VALUE SPACE.
       01 TENDER-EOF-SW PIC X(03) VALUE "NO".
           88 TENDER-EOF VALUE "YES".
       01 VOID-EOF-SW PIC X(03) VALUE "NO".
       01 CERT-LINE PIC X(90).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO RUNLOG-EVENT.
           PERFORM WRITE-RUN-LOG.
           DISPLAY "BUSINESS DATE TO AUDIT: ".
           ACCEPT AUDIT-BUSDATE.

           CLOSE CHECKPOINT-FILE.
           CLOSE CERT-FILE.
           DISPLAY "CERTIFICATE WRITTEN TO DAYCLOSECERT.DAT".
           MOVE AUD-ORDER-COUNT TO RUNLOG-RECORDS.
           MOVE AUD-SALES-TOTAL TO RUNLOG-TOTAL.
           MOVE "C" TO RUNLOG-COMPLETION.
           MOVE "E" TO RUNLOG-EVENT.
           PERFORM WRITE-RUN-LOG.
           STOP RUN.

       REPORT-DISCREPANCY.
                   INTO CERT-LINE
               PERFORM REPORT-DISCREPANCY
           END-IF.
       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING RUNLOG-PROGRAMNAME RUNLOG-EVENT
               RUNLOG-RECORDS RUNLOG-TOTAL RUNLOG-COMPLETION.
       END PROGRAM DAY-CLOSE-AUDIT.
