       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 RUNLOG-PROGRAMNAME PIC X(20) VALUE "BIR-SALES-EXTRACT".
       01 RUNLOG-EVENT PIC X(01).
       01 RUNLOG-RECORDS PIC 9(06) VALUE ZERO.
       01 RUNLOG-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 RUNLOG-COMPLETION PIC X(01) VALUE SPACE.
       01 DATE-FROM PIC 9(08).
       01 DATE-TO PIC 9(08).
       01 TENDER-EOF-SW PIC X(03).
       01 TOTAL-DISCOUNT PIC S9(9)V99 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO RUNLOG-EVENT.
           PERFORM WRITE-RUN-LOG.
           DISPLAY "DATE FROM (YYYYMMDD): ".
           ACCEPT DATE-FROM.
           DISPLAY "DATE TO (YYYYMMDD): ".
           CLOSE TENDER-FILE.
           DISPLAY "TRANSMISSION FILE WRITTEN, " DETAIL-COUNT
               " OR RECORDS.".
           MOVE DETAIL-COUNT TO RUNLOG-RECORDS.
           MOVE TOTAL-VATABLE TO RUNLOG-TOTAL.
           MOVE "C" TO RUNLOG-COMPLETION.
           MOVE "E" TO RUNLOG-EVENT.
           PERFORM WRITE-RUN-LOG.
           STOP RUN.

       COLLECT-REVERSALS.
           MOVE TOTAL-DISCOUNT TO BR-DISCOUNT.
           MOVE SPACE TO BR-SRPWDFLAG.
           WRITE BIRSALES-REC.
       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING RUNLOG-PROGRAMNAME RUNLOG-EVENT
               RUNLOG-RECORDS RUNLOG-TOTAL RUNLOG-COMPLETION.
       END PROGRAM BIR-SALES-EXTRACT.
