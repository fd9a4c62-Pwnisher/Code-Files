       01 KIT-MARGIN PIC S9(8)V99.
       01 ANY-KITS-SW PIC X(03) VALUE "NO".
           88 ANY-KITS VALUE "YES".
       01 QTY-DISP PIC ZZ9.999.
       01 PRICE-DISP PIC ZZZ,ZZ9.99.
       01 COST-DISP PIC ZZZ,ZZ9.99.
       01 VALUE-DISP PIC Z,ZZZ,ZZ9.99-.
       01 TOTCOST-DISP PIC Z,ZZZ,ZZ9.99-.
       01 MARGIN-DISP PIC Z,ZZZ,ZZ9.99-.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "KIT-PROFIT-REPORT".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT BOM-FILE.
               STOP RUN
           END-IF.

           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE "KIT PROFITABILITY REPORT" TO REPORT-LINE.
           PERFORM PRINT-KIT-LINE.
           MOVE SPACES TO CURRENT-PARENT.
           MOVE LOW-VALUES TO BM-KEY.
           START BOM-FILE KEY IS NOT LESS THAN BM-KEY
               PERFORM PRINT-KIT-SUMMARY
           END-IF.
           IF NOT ANY-KITS
               MOVE "NO KITS ON THE COMPONENT FILE." TO REPORT-LINE
               PERFORM PRINT-KIT-LINE
           END-IF.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

           CLOSE BOM-FILE.
           CLOSE ITEMMAST-FILE.
                   MOVE IM-ITEMNAME TO PARENT-NAME
                   MOVE IM-ITEMPRICE TO PARENT-PRICE
           END-READ.
           MOVE PARENT-PRICE TO PRICE-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "KIT " CURRENT-PARENT " " PARENT-NAME
               " SELLS AT P" PRICE-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM PRINT-KIT-LINE.

       ADD-ONE-COMPONENT.
           MOVE BM-COMPONENTCODE TO IM-ITEMCODE.
           MOVE BM-QTYPERKIT TO QTY-DISP.
           MOVE SPACES TO REPORT-LINE.
           READ ITEMMAST-FILE
               INVALID KEY
                   STRING "  " BM-COMPONENTCODE " X "
                       QTY-DISP " (NOT ON ITEM MASTER)"
                       DELIMITED BY SIZE INTO REPORT-LINE
               NOT INVALID KEY
                   COMPUTE COMPONENT-VALUE = COMPONENT-VALUE +
                       BM-QTYPERKIT * IM-ITEMPRICE
                   COMPUTE COMPONENT-COST = COMPONENT-COST +
                       BM-QTYPERKIT * IM-UNITCOST
                   MOVE IM-ITEMPRICE TO PRICE-DISP
                   MOVE IM-UNITCOST TO COST-DISP
                   STRING "  " BM-COMPONENTCODE " "
                       IM-ITEMNAME " X " QTY-DISP
                       " AT P" PRICE-DISP
                       " COST P" COST-DISP
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-READ.
           PERFORM PRINT-KIT-LINE.

       PRINT-KIT-SUMMARY.
           COMPUTE KIT-MARGIN = PARENT-PRICE - COMPONENT-COST.
           MOVE COMPONENT-VALUE TO VALUE-DISP.
           MOVE COMPONENT-COST TO TOTCOST-DISP.
           MOVE KIT-MARGIN TO MARGIN-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "  COMPONENT VALUE P" VALUE-DISP
               " COMPONENT COST P" TOTCOST-DISP
               " KIT MARGIN P" MARGIN-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM PRINT-KIT-LINE.

       PRINT-KIT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM KIT-PROFIT-REPORT.
