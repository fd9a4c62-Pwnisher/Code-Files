           ASSIGN TO SETTLE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SETTLE-STATUS.
           SELECT SETTLEBATCH-FILE
           ASSIGN TO "D:\Files\dat\settlebatch.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SB-BATCHREF
           FILE STATUS IS SETTLEBATCH-STATUS.
           SELECT RECON-FILE
           ASSIGN TO "D:\Files\dat\settlerecon.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           05 ST-REFERENCE PIC X(20).
           05 ST-METHOD PIC X(01).
           05 ST-AMOUNT PIC 9(6)V99.
       FD SETTLEBATCH-FILE.
       COPY "SETTLEBATCH.CPY".
       FD RECON-FILE.
       01 RECON-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 TENDER-STATUS PIC X(02).
       01 SETTLE-STATUS PIC X(02).
       01 RECON-STATUS PIC X(02).
       01 SETTLEBATCH-STATUS PIC X(02).
       01 SETTLE-FILENAME PIC X(60).
       01 GUARD-PROGRAMNAME PIC X(20).
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 RUNLOG-PROGRAMNAME PIC X(20) VALUE "SETTLEMENT-RECON".
       01 RUNLOG-EVENT PIC X(01).
       01 RUNLOG-RECORDS PIC 9(06) VALUE ZERO.
       01 RUNLOG-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 RUNLOG-COMPLETION PIC X(01) VALUE SPACE.
       01 TENDER-EOF-SW PIC X(03) VALUE "NO".
           88 TENDER-EOF VALUE "YES".
       01 SETTLE-EOF-SW PIC X(03) VALUE "NO".
       01 UNMATCHED-TENDER-COUNT PIC 9(05) VALUE ZERO.
       01 UNMATCHED-SETTLE-COUNT PIC 9(05) VALUE ZERO.
       01 RECON-LINE PIC X(90).
       01 PAYOUT-REFERENCE PIC X(20).
       01 SETTLE-ROW-COUNT PIC 9(05) VALUE ZERO.
       01 SETTLE-FILE-TOTAL PIC 9(8)V99 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO RUNLOG-EVENT.
           PERFORM WRITE-RUN-LOG.
           DISPLAY "SETTLEMENT FILE PATH: ".
           ACCEPT SETTLE-FILENAME.
           DISPLAY "FROM BUSINESS DATE (YYYYMMDD): ".
           ACCEPT RECON-FROMDATE.
           DISPLAY "TO BUSINESS DATE (YYYYMMDD): ".
           ACCEPT RECON-TODATE.
           DISPLAY "PROCESSOR PAYOUT REFERENCE (BLANK IF NONE): ".
           ACCEPT PAYOUT-REFERENCE.

           PERFORM LOAD-SETTLEMENT-FILE.
           IF PAYOUT-REFERENCE NOT = SPACES
               PERFORM RECORD-SETTLEMENT-BATCH
           END-IF.

           OPEN OUTPUT RECON-FILE.
           MOVE "SETTLEMENT RECONCILIATION REPORT" TO RECON-REC.

           CLOSE RECON-FILE.
           DISPLAY "RECONCILIATION WRITTEN TO SETTLERECON.DAT".
           MOVE MATCHED-COUNT TO RUNLOG-RECORDS.
           MOVE "C" TO RUNLOG-COMPLETION.
           MOVE "E" TO RUNLOG-EVENT.
           PERFORM WRITE-RUN-LOG.
           STOP RUN.

       LOAD-SETTLEMENT-FILE.
                   AT END
                       SET SETTLE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO SETTLE-ROW-COUNT
                       ADD ST-AMOUNT TO SETTLE-FILE-TOTAL
                       IF STL-COUNT < 500
                           ADD 1 TO STL-COUNT
                           MOVE ST-REFERENCE
                   "SETTLEMENT FILE AND RERUN ***"
           END-IF.

       RECORD-SETTLEMENT-BATCH.
           OPEN I-O SETTLEBATCH-FILE.
           IF SETTLEBATCH-STATUS = "35"
               OPEN OUTPUT SETTLEBATCH-FILE
               CLOSE SETTLEBATCH-FILE
               OPEN I-O SETTLEBATCH-FILE
           END-IF.
           IF SETTLEBATCH-STATUS NOT = "00"
               MOVE "SETTLEMENT-RECON" TO GUARD-PROGRAMNAME
               MOVE "SETTLEMENT BATCH FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE SETTLEBATCH-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           MOVE PAYOUT-REFERENCE TO SB-BATCHREF.
           MOVE RECON-FROMDATE TO SB-FROMDATE.
           MOVE RECON-TODATE TO SB-TODATE.
           MOVE SETTLE-ROW-COUNT TO SB-ROWCOUNT.
           MOVE SETTLE-FILE-TOTAL TO SB-AMOUNT.
           ACCEPT SB-RUNDATE FROM DATE YYYYMMDD.
           WRITE SETTLEBATCH-REC
               INVALID KEY
                   REWRITE SETTLEBATCH-REC
           END-WRITE.
           CLOSE SETTLEBATCH-FILE.
           DISPLAY "PAYOUT " PAYOUT-REFERENCE " OF P" SB-AMOUNT
               " RECORDED FOR BANK RECONCILIATION.".

       MATCH-ONE-TENDER.
           IF TENDERCOUNTV3 > ZERO
               PERFORM VARYING TENDIDXV3 FROM 1 BY 1 UNTIL
                   DISPLAY RECON-LINE
               END-IF
           END-PERFORM.
       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING RUNLOG-PROGRAMNAME RUNLOG-EVENT
               RUNLOG-RECORDS RUNLOG-TOTAL RUNLOG-COMPLETION.
       END PROGRAM SETTLEMENT-RECON.
