           ASSIGN TO "D:\Files\dat\daystate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DAYSTATE-STATUS.
           SELECT GRANDTOT-FILE
           ASSIGN TO "D:\Files\dat\grandtot.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GT-TILLNUM
           FILE STATUS IS GRANDTOT-STATUS.
           SELECT ZREADING-FILE
           ASSIGN TO "D:\Files\dat\zreading.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ZR-KEY
           FILE STATUS IS ZREADING-STATUS.
           SELECT ZREPORT-FILE
           ASSIGN TO "D:\Files\dat\zreport.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ZREPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DAYSTATE-FILE.
       COPY "DAYSTATE.CPY".
       FD GRANDTOT-FILE.
       COPY "GRANDTOT.CPY".
       FD ZREADING-FILE.
       COPY "ZREADING.CPY".
       FD ZREPORT-FILE.
       01 ZREPORT-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 DAYSTATE-STATUS PIC X(02).
       01 GRANDTOT-STATUS PIC X(02).
       01 ZREADING-STATUS PIC X(02).
       01 ZREPORT-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "STORE-DAY-CONTROL".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 RUNLOG-PROGRAMNAME PIC X(20) VALUE "STORE-DAY-CONTROL".
       01 RUNLOG-EVENT PIC X(01).
       01 RUNLOG-RECORDS PIC 9(06) VALUE ZERO.
       01 RUNLOG-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 RUNLOG-COMPLETION PIC X(01) VALUE SPACE.
       01 GRANDTOT-EOF-SW PIC X(03) VALUE "NO".
           88 GRANDTOT-EOF VALUE "YES".
       01 ZREADBY PIC X(10).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "STORE-DAY-CONTROL".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 ZTILLCOUNT PIC 9(04) VALUE ZERO.
       01 ZDAYSALES PIC 9(12)V99.
       01 ZDAYNET PIC S9(12)V99.
       01 ZAMOUNT-DISP PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 ZCOUNT-DISP PIC ZZZ,ZZ9.
       01 REPORT-LINE PIC X(90).
       01 DAYCHOICE PIC X(01).
           88 DAY-OPEN-CHOICE VALUE "O".
           88 DAY-CLOSE-CHOICE VALUE "C".
           05 SV-CLOSETIME PIC 9(08).
       01 DAYSTATE-FOUND-SW PIC X(03) VALUE "NO".
           88 DAYSTATE-FOUND VALUE "YES".
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "STORE-DAY-CONTROL".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO RUNLOG-EVENT.
           PERFORM WRITE-RUN-LOG.
           PERFORM READ-DAY-STATE.

           IF DAYSTATE-FOUND
                   CONTINUE
           END-EVALUATE.

           MOVE ZTILLCOUNT TO RUNLOG-RECORDS.
           MOVE ZDAYSALES TO RUNLOG-TOTAL.
           IF RUNLOG-COMPLETION = SPACE
               MOVE "F" TO RUNLOG-COMPLETION
           END-IF.
           MOVE "E" TO RUNLOG-EVENT.
           PERFORM WRITE-RUN-LOG.
           STOP RUN.

       READ-DAY-STATE.
               WRITE DAYSTATE-REC
               CLOSE DAYSTATE-FILE
               DISPLAY "BUSINESS DATE " ENTEREDDATE " IS NOW OPEN."
               MOVE "C" TO RUNLOG-COMPLETION
           END-IF.

       CLOSE-BUSINESS-DAY.
           IF NOT DAYSTATE-FOUND OR SV-DAYSTATUS NOT = "O"
               DISPLAY "THERE IS NO OPEN BUSINESS DATE TO CLOSE."
           ELSE
               PERFORM BACK-OFFICE-SIGN-ON
               MOVE OPERATORID TO SPOOL-OPERATOR
               OPEN OUTPUT DAYSTATE-FILE
               MOVE SV-BUSDATE TO DS-BUSDATE
               SET DS-DAY-CLOSED TO TRUE
               WRITE DAYSTATE-REC
               CLOSE DAYSTATE-FILE
               DISPLAY "BUSINESS DATE " SV-BUSDATE " IS NOW CLOSED."
               PERFORM RUN-Z-READINGS
               MOVE "C" TO RUNLOG-COMPLETION
           END-IF.

       RUN-Z-READINGS.
           OPEN I-O GRANDTOT-FILE.
           IF GRANDTOT-STATUS = "35"
               DISPLAY "NO TILL HAS A GRAND TOTAL YET, NO Z-READING "
                   "TAKEN."
           ELSE
               IF GRANDTOT-STATUS NOT = "00"
                   MOVE "GRAND TOTAL FILE" TO GUARD-FILENAME
                   MOVE "OPEN" TO GUARD-ACTION
                   MOVE GRANDTOT-STATUS TO GUARD-FILESTATUS
                   CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                       GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
                   STOP RUN
               END-IF
               OPEN I-O ZREADING-FILE
               IF ZREADING-STATUS = "35"
                   OPEN OUTPUT ZREADING-FILE
                   CLOSE ZREADING-FILE
                   OPEN I-O ZREADING-FILE
               END-IF
               IF ZREADING-STATUS NOT = "00"
                   MOVE "Z-READING FILE" TO GUARD-FILENAME
                   MOVE "OPEN" TO GUARD-ACTION
                   MOVE ZREADING-STATUS TO GUARD-FILESTATUS
                   CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                       GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT ZREPORT-FILE
               MOVE "O" TO SPOOL-ACTION
               PERFORM CALL-REPORT-WRITER
               MOVE OPERATORID TO ZREADBY
               MOVE SPACES TO REPORT-LINE
               STRING "Z-READING FOR BUSINESS DATE " SV-BUSDATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE ZERO TO ZTILLCOUNT
               MOVE "NO" TO GRANDTOT-EOF-SW
               PERFORM UNTIL GRANDTOT-EOF
                   READ GRANDTOT-FILE NEXT RECORD
                       AT END
                           SET GRANDTOT-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-Z-READING
                   END-READ
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               MOVE ZTILLCOUNT TO ZCOUNT-DISP
               STRING "TILLS READ: " ZCOUNT-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               CLOSE ZREPORT-FILE
               MOVE "C" TO SPOOL-ACTION
               PERFORM CALL-REPORT-WRITER
               CLOSE ZREADING-FILE
               CLOSE GRANDTOT-FILE
           END-IF.

       TAKE-Z-READING.
           ADD 1 TO GT-ZCOUNTER.
           MOVE GT-TILLNUM TO ZR-TILLNUM.
           MOVE GT-ZCOUNTER TO ZR-ZCOUNTER.
           MOVE SV-BUSDATE TO ZR-BUSDATE.
           ACCEPT ZR-READDATE FROM DATE YYYYMMDD.
           ACCEPT ZR-READTIME FROM TIME.
           MOVE GT-ZBEGINGT TO ZR-BEGINGT.
           MOVE GT-GRANDTOTAL TO ZR-ENDGT.
           IF GT-ZFIRSTOR = ZERO
               MOVE ZERO TO ZR-BEGINOR
               MOVE ZERO TO ZR-ENDOR
           ELSE
               MOVE GT-ZFIRSTOR TO ZR-BEGINOR
               MOVE GT-LASTOR TO ZR-ENDOR
           END-IF.
           COMPUTE ZR-DAYVOID = GT-VOIDTOTAL - GT-ZBEGINVOID.
           COMPUTE ZR-DAYREFUND = GT-REFUNDTOTAL - GT-ZBEGINREFUND.
           MOVE GT-ZTRANSCOUNT TO ZR-TRANSCOUNT.
           MOVE ZREADBY TO ZR-READBY.
           WRITE ZREADING-REC
               INVALID KEY
                   DISPLAY "Z-READING " ZR-ZCOUNTER " FOR TILL "
                       ZR-TILLNUM " ALREADY ON FILE, TILL SKIPPED."
                   SUBTRACT 1 FROM GT-ZCOUNTER
           END-WRITE.
           IF ZREADING-STATUS = "00"
               MOVE GT-GRANDTOTAL TO GT-ZBEGINGT
               MOVE GT-VOIDTOTAL TO GT-ZBEGINVOID
               MOVE GT-REFUNDTOTAL TO GT-ZBEGINREFUND
               MOVE ZERO TO GT-ZFIRSTOR
               MOVE ZERO TO GT-ZTRANSCOUNT
               MOVE SV-BUSDATE TO GT-LASTZDATE
               REWRITE GRANDTOT-REC
               ADD 1 TO ZTILLCOUNT
               PERFORM PRINT-Z-READING
           END-IF.

       PRINT-Z-READING.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING "TILL " ZR-TILLNUM "   Z-COUNTER " ZR-ZCOUNTER
               "   READ " ZR-READDATE " " ZR-READTIME(1:6)
               " BY " ZR-READBY
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE ZR-BEGINGT TO ZAMOUNT-DISP.
           STRING "  BEGINNING GRAND TOTAL   " ZAMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE ZR-ENDGT TO ZAMOUNT-DISP.
           STRING "  ENDING GRAND TOTAL      " ZAMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           COMPUTE ZDAYSALES = ZR-ENDGT - ZR-BEGINGT.
           MOVE SPACES TO REPORT-LINE.
           MOVE ZDAYSALES TO ZAMOUNT-DISP.
           STRING "  GROSS SALES FOR READING " ZAMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE ZR-DAYVOID TO ZAMOUNT-DISP.
           STRING "  LESS VOIDS              " ZAMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE ZR-DAYREFUND TO ZAMOUNT-DISP.
           STRING "  LESS REFUNDS            " ZAMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           COMPUTE ZDAYNET = ZDAYSALES - ZR-DAYVOID - ZR-DAYREFUND.
           MOVE SPACES TO REPORT-LINE.
           MOVE ZDAYNET TO ZAMOUNT-DISP.
           STRING "  NET SALES               " ZAMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE ZR-TRANSCOUNT TO ZCOUNT-DISP.
           STRING "  BEGINNING OR " ZR-BEGINOR "   ENDING OR "
               ZR-ENDOR "   TRANSACTIONS " ZCOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE ZREPORT-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.

       BACK-OFFICE-SIGN-ON.
           MOVE "S" TO SIGNON-ACTION.
           MOVE "RUN" TO SIGNON-FUNCTION.
           CALL "BO-SIGNON" USING SIGNON-PROGRAMNAME SIGNON-ACTION
               SIGNON-FUNCTION SIGNON-USERID SIGNON-RESULT.
           IF NOT SIGNON-ALLOWED
               DISPLAY "NOT SIGNED ON, " SIGNON-PROGRAMNAME
                   " ENDED."
               STOP RUN
           END-IF.
           MOVE SIGNON-USERID TO OPERATORID.

       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING RUNLOG-PROGRAMNAME RUNLOG-EVENT
               RUNLOG-RECORDS RUNLOG-TOTAL RUNLOG-COMPLETION.
       END PROGRAM STORE-DAY-CONTROL.
