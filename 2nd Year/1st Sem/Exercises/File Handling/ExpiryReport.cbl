       01 TOTAL-QTY PIC 9(8)V9(03) VALUE ZERO.
       01 TOTAL-VALUE PIC 9(9)V99 VALUE ZERO.
       01 EXPIRED-FLAG PIC X(09).
       01 QTY-DISP PIC ZZ,ZZZ,ZZ9.999.
       01 VALUE-DISP PIC ZZZ,ZZZ,ZZ9.99.
       01 REPORT-LINE PIC X(132).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "EXPIRING-STOCK-RPT".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "EXPIRING STOCK REPORT".
               STOP RUN
           END-IF.
           OPEN INPUT ITEMMAST-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

           MOVE LOW-VALUES TO LT-KEY.
           START ITEMLOT-FILE KEY IS NOT LESS THAN LT-KEY
               END-READ
           END-PERFORM.

           MOVE TOTAL-QTY TO QTY-DISP.
           MOVE TOTAL-VALUE TO VALUE-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL EXPIRING QTY " QTY-DISP
               " SHELF VALUE P" VALUE-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM PRINT-EXPIRY-LINE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           CLOSE ITEMLOT-FILE.
           CLOSE ITEMMAST-FILE.
           STOP RUN.
           ELSE
               MOVE SPACES TO EXPIRED-FLAG
           END-IF.
           MOVE LT-QTYONHAND TO QTY-DISP.
           MOVE LOT-VALUE TO VALUE-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING LT-ITEMCODE " " IM-ITEMNAME
               " LOT " LT-LOTNUM
               " EXP " LT-EXPIRYDATE
               " QTY " QTY-DISP
               " VALUE P" VALUE-DISP " " EXPIRED-FLAG
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM PRINT-EXPIRY-LINE.
           ADD LT-QTYONHAND TO TOTAL-QTY.
           ADD LOT-VALUE TO TOTAL-VALUE.

       PRINT-EXPIRY-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM EXPIRING-STOCK-REPORT.
