       01 VAT-TOTAL-SALES PIC S9(08)V99 VALUE ZERO.
       01 VAT-AMT-DISP PIC -(8)9.99.
       01 REPORT-LINE PIC X(80).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "VAT-CLASSIFICATION".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL PERIOD-DAY OR PERIOD-MONTH
               + VAT-EXEMPT-SALES + VAT-ZERORATED-SALES.

           OPEN OUTPUT VATREPORT-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE "VAT SALES CLASSIFICATION REPORT (BIR FILING)"
               TO REPORT-LINE.
           WRITE VATREPORT-REC FROM REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF PERIOD-DAY
               STRING "PERIOD: DAY " DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE VATREPORT-REC FROM REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

           MOVE VAT-VATABLE-SALES TO VAT-AMT-DISP.
           PERFORM WRITE-VATABLE-LINE.
           PERFORM WRITE-TOTAL-LINE.

           CLOSE VATREPORT-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "REPORT WRITTEN TO VATREPORT.DAT".
           STOP RUN.

       CLASSIFY-ONE-LINE.
           COMPUTE LINE-NET = (ITEMEXT(ITEMIDXV3)
               - ITEMPROMOAMT(ITEMIDXV3)) * REVERSAL-SIGN.
           IF STAFF-PURCHASE-DISCOUNT AND DISCOUNTAMOUNTV3 > ZERO
               COMPUTE LINE-NET ROUNDED = LINE-NET
                   - LINE-NET * DISCOUNTAMOUNTV3
                   / (ORDERAMOUNTV3 + DISCOUNTAMOUNTV3)
           END-IF.
           EVALUATE ITEMTAXCLASS(ITEMIDXV3)
               WHEN "E"
                   ADD LINE-NET TO VAT-EXEMPT-SALES
           STRING "VATABLE SALES    : P" DELIMITED BY SIZE
               VAT-AMT-DISP DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE VATREPORT-REC FROM REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.
           DISPLAY REPORT-LINE.

       WRITE-VATAMT-LINE.
           STRING "VAT AMOUNT       : P" DELIMITED BY SIZE
               VAT-AMT-DISP DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE VATREPORT-REC FROM REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.
           DISPLAY REPORT-LINE.

       WRITE-EXEMPT-LINE.
           STRING "VAT-EXEMPT SALES : P" DELIMITED BY SIZE
               VAT-AMT-DISP DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE VATREPORT-REC FROM REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.
           DISPLAY REPORT-LINE.

       WRITE-IDCOUNT-LINE.
               VAT-EXEMPT-ID-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE VATREPORT-REC FROM REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.
           DISPLAY REPORT-LINE.

       WRITE-ZERORATED-LINE.
           STRING "ZERO-RATED SALES : P" DELIMITED BY SIZE
               VAT-AMT-DISP DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE VATREPORT-REC FROM REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.
           DISPLAY REPORT-LINE.

       WRITE-TOTAL-LINE.
           STRING "TOTAL NET SALES  : P" DELIMITED BY SIZE
               VAT-AMT-DISP DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE VATREPORT-REC FROM REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.
           DISPLAY REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM VAT-CLASSIFICATION-REPORT.
