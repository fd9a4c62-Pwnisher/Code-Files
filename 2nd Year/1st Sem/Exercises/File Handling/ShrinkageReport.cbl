       01 TOTAL-VALUE PIC 9(8)V99 VALUE ZERO.
       01 DAMAGED-VALUE PIC 9(8)V99 VALUE ZERO.
       01 EXPIRED-VALUE PIC 9(8)V99 VALUE ZERO.
       01 SPOILED-VALUE PIC 9(8)V99 VALUE ZERO.
       01 QTY-DISP PIC ZZZ,ZZ9.999.
       01 AMOUNT-DISP PIC ZZ,ZZZ,ZZ9.99.
       01 DAMAGED-DISP PIC ZZ,ZZZ,ZZ9.99.
       01 EXPIRED-DISP PIC ZZ,ZZZ,ZZ9.99.
       01 SPOILED-DISP PIC ZZ,ZZZ,ZZ9.99.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "SHRINKAGE-REPORT".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SHRINKAGE / WRITE-OFF REPORT".
               STOP RUN
           END-IF.
           OPEN INPUT ITEMMAST-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

           PERFORM UNTIL SHRINK-EOF
               READ SHRINK-FILE

           PERFORM PRINT-DEPT-SECTION.
           PERFORM PRINT-ITEM-SECTION.
           MOVE TOTAL-VALUE TO AMOUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL WRITTEN OFF P" AMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM PRINT-SHRINK-LINE.
           MOVE DAMAGED-VALUE TO DAMAGED-DISP.
           MOVE EXPIRED-VALUE TO EXPIRED-DISP.
           MOVE SPOILED-VALUE TO SPOILED-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "  (DAMAGED P" DAMAGED-DISP " EXPIRED P" EXPIRED-DISP
               " SPOILED P" SPOILED-DISP ")"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM PRINT-SHRINK-LINE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

           CLOSE SHRINK-FILE.
           CLOSE ITEMMAST-FILE.
           IF SK-DISPOSITION = "E"
               ADD SK-VALUE TO EXPIRED-VALUE
           END-IF.
           IF SK-DISPOSITION = "S"
               ADD SK-VALUE TO SPOILED-VALUE
           END-IF.
           PERFORM TALLY-DEPT.
           PERFORM TALLY-ITEM.

           END-IF.

       PRINT-DEPT-SECTION.
           MOVE "SHRINKAGE BY DEPARTMENT" TO REPORT-LINE.
           PERFORM PRINT-SHRINK-LINE.
           IF DEPT-COUNT = ZERO
               MOVE "  (NO WRITE-OFFS IN THE PERIOD)" TO REPORT-LINE
               PERFORM PRINT-SHRINK-LINE
           END-IF.
           PERFORM VARYING DEPTIDX FROM 1 BY 1 UNTIL
               DEPTIDX > DEPT-COUNT
               MOVE DTL-QTY(DEPTIDX) TO QTY-DISP
               MOVE DTL-VALUE(DEPTIDX) TO AMOUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "  DEPT " DTL-DEPTCODE(DEPTIDX)
                   " QTY " QTY-DISP " VALUE P" AMOUNT-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM PRINT-SHRINK-LINE
           END-PERFORM.

       PRINT-ITEM-SECTION.
           MOVE "SHRINKAGE BY ITEM" TO REPORT-LINE.
           PERFORM PRINT-SHRINK-LINE.
           PERFORM VARYING ITEMIDX FROM 1 BY 1 UNTIL
               ITEMIDX > ITEM-COUNT
               MOVE ITL-ITEMCODE(ITEMIDX) TO IM-ITEMCODE
                   INVALID KEY
                       MOVE "(NOT ON ITEM MASTER)" TO IM-ITEMNAME
               END-READ
               MOVE ITL-QTY(ITEMIDX) TO QTY-DISP
               MOVE ITL-VALUE(ITEMIDX) TO AMOUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "  " ITL-ITEMCODE(ITEMIDX) " "
                   IM-ITEMNAME " QTY " QTY-DISP
                   " VALUE P" AMOUNT-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM PRINT-SHRINK-LINE
           END-PERFORM.

       PRINT-SHRINK-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM SHRINKAGE-REPORT.
