           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ORDERNUMH3
           ALTERNATE RECORD KEY IS ORNUMBERH3 WITH DUPLICATES
           ALTERNATE RECORD KEY IS LOYALTYCARDH3 WITH DUPLICATES
           ALTERNATE RECORD KEY IS TILLBUSDATEH3 WITH DUPLICATES
           FILE STATUS IS TENDER-STATUS.
           SELECT DAYSTATE-FILE
           ASSIGN TO "D:\Files\dat\daystate.dat"
       01 REG-REFUND-TOTAL PIC S9(08)V99 VALUE ZERO.
       01 REG-PROMO-TOTAL PIC S9(08)V99 VALUE ZERO.
       01 REG-SRPWD-TOTAL PIC S9(08)V99 VALUE ZERO.
       01 REG-STAFFDISC-TOTAL PIC S9(08)V99 VALUE ZERO.
       01 CASHEVENT-STATUS PIC X(02).
       01 CASHEVENT-EOF-SW PIC X(03) VALUE "NO".
           88 CASHEVENT-EOF VALUE "YES".
       01 REG-FOREX-TOTAL PIC S9(08)V99 VALUE ZERO.
       01 REG-COUPON-TOTAL PIC S9(08)V99 VALUE ZERO.
       01 REG-LAYAWAY-TOTAL PIC S9(08)V99 VALUE ZERO.
       01 REG-PAYROLL-TOTAL PIC S9(08)V99 VALUE ZERO.
       01 REG-FLOAT-TOTAL PIC S9(08)V99 VALUE ZERO.
       01 REG-PAIDIN-TOTAL PIC S9(08)V99 VALUE ZERO.
       01 REG-PAIDOUT-TOTAL PIC S9(08)V99 VALUE ZERO.
       01 REG-EXPECTED-CASH PIC S9(08)V99 VALUE ZERO.
       01 REG-COUNTED-CASH PIC 9(08)V99 VALUE ZERO.
       01 REG-CASH-VARIANCE PIC S9(08)V99 VALUE ZERO.
       01 REPORT-LINE PIC X(90).
       01 REG-LABEL PIC X(22).
       01 REG-AMOUNT-DISP PIC ZZ,ZZZ,ZZ9.99-.
       01 REG-COUNT-DISP PIC ZZZ,ZZ9.
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "TENDER-REGISTER".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       01 RECONHIST-STATUS PIC X(02).
       01 RECON-CASHIERID PIC X(10).
       01 RECON-TILLNUM PIC 9(04).
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 RUNLOG-PROGRAMNAME PIC X(20) VALUE "TENDER-REGISTER".
       01 RUNLOG-EVENT PIC X(01).
       01 RUNLOG-RECORDS PIC 9(06) VALUE ZERO.
       01 RUNLOG-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 RUNLOG-COMPLETION PIC X(01) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO RUNLOG-EVENT.
           PERFORM WRITE-RUN-LOG.
           PERFORM READ-DAY-STATE.
           DISPLAY "BUSINESS DATE TO REGISTER (0 FOR LAST CLOSED "
               "DATE): ".
           COMPUTE REG-EXPECTED-CASH = REG-CASH-TOTAL
               + REG-FLOAT-TOTAL + REG-PAIDIN-TOTAL
               - REG-PAIDOUT-TOTAL - REG-DROP-TOTAL.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE "DAILY SALES REGISTER" TO REPORT-LINE.
           PERFORM PRINT-REGISTER-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "BUSINESS DATE" TO REG-LABEL.
           STRING REG-LABEL ": " REG-BUSDATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM PRINT-REGISTER-LINE.
           MOVE "ORDERS RUNG" TO REG-LABEL.
           MOVE REG-ORDER-COUNT TO REG-COUNT-DISP.
           PERFORM PRINT-COUNT-LINE.
           MOVE "ORDERS VOIDED" TO REG-LABEL.
           MOVE REG-VOID-COUNT TO REG-COUNT-DISP.
           PERFORM PRINT-COUNT-LINE.
           MOVE "REFUNDS" TO REG-LABEL.
           MOVE REG-REFUND-COUNT TO REG-COUNT-DISP.
           PERFORM PRINT-COUNT-LINE.
           MOVE "REFUND AMOUNT" TO REG-LABEL.
           MOVE REG-REFUND-TOTAL TO REG-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "PROMO DISCOUNTS" TO REG-LABEL.
           MOVE REG-PROMO-TOTAL TO REG-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "SR/PWD DISCOUNTS" TO REG-LABEL.
           MOVE REG-SRPWD-TOTAL TO REG-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "STAFF DISCOUNTS" TO REG-LABEL.
           MOVE REG-STAFFDISC-TOTAL TO REG-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "NET SALES" TO REG-LABEL.
           MOVE REG-SALES-TOTAL TO REG-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "NET VAT" TO REG-LABEL.
           MOVE REG-TAX-TOTAL TO REG-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "CASH SALES" TO REG-LABEL.
           MOVE REG-CASH-TOTAL TO REG-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "DEBIT SALES" TO REG-LABEL.
           MOVE REG-DEBIT-TOTAL TO REG-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "EWALLET SALES" TO REG-LABEL.
           MOVE REG-EWALLET-TOTAL TO REG-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "POINTS REDEEMED" TO REG-LABEL.
           MOVE REG-POINTS-TOTAL TO REG-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "VOUCHERS REDEEMED" TO REG-LABEL.
           MOVE REG-VOUCHER-TOTAL TO REG-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "CHARGED ON ACCOUNT" TO REG-LABEL.
           MOVE REG-ACCOUNT-TOTAL TO REG-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "FOREIGN CCY (PESO)" TO REG-LABEL.
           MOVE REG-FOREX-TOTAL TO REG-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "COUPONS ACCEPTED" TO REG-LABEL.
           MOVE REG-COUPON-TOTAL TO REG-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "LAYAWAY SETTLED" TO REG-LABEL.
           MOVE REG-LAYAWAY-TOTAL TO REG-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "STAFF PAYROLL DED" TO REG-LABEL.
           MOVE REG-PAYROLL-TOTAL TO REG-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "OPENING FLOAT" TO REG-LABEL.
           MOVE REG-FLOAT-TOTAL TO REG-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "PAID IN" TO REG-LABEL.
           MOVE REG-PAIDIN-TOTAL TO REG-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "PAID OUT" TO REG-LABEL.
           MOVE REG-PAIDOUT-TOTAL TO REG-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "DROPS TO SAFE" TO REG-LABEL.
           MOVE REG-DROP-TOTAL TO REG-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "OTHER DATES SKIPPED" TO REG-LABEL.
           MOVE REG-SKIPPED-COUNT TO REG-COUNT-DISP.
           PERFORM PRINT-COUNT-LINE.
           IF REG-UNSTAMPED-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "*** " REG-UNSTAMPED-COUNT " TRANSACTION(S) "
                   "WRITTEN OUTSIDE AN OPEN BUSINESS DAY ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM PRINT-REGISTER-LINE
           END-IF.
           MOVE "EXPECTED CASH ON HAND" TO REG-LABEL.
           MOVE REG-EXPECTED-CASH TO REG-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.

           DISPLAY "COUNTED DRAWER CASH: ".
           ACCEPT REG-COUNTED-CASH.
           COMPUTE REG-CASH-VARIANCE =
               REG-COUNTED-CASH - REG-EXPECTED-CASH.
           MOVE "CASH VARIANCE" TO REG-LABEL.
           MOVE REG-CASH-VARIANCE TO REG-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

           PERFORM SAVE-RECONCILIATION.

           MOVE REG-ORDER-COUNT TO RUNLOG-RECORDS.
           MOVE REG-SALES-TOTAL TO RUNLOG-TOTAL.
           MOVE "C" TO RUNLOG-COMPLETION.
           MOVE "E" TO RUNLOG-EVENT.
           PERFORM WRITE-RUN-LOG.
           STOP RUN.

       SAVE-RECONCILIATION.
                   ADD ORDERAMOUNTH3 TO REG-SALES-TOTAL
                   ADD TAXAMOUNTH3 TO REG-TAX-TOTAL
                   ADD PROMODISCAMTH3 TO REG-PROMO-TOTAL
                   IF HDR-STAFF-PURCHASE
                       ADD DISCOUNTAMOUNTH3 TO REG-STAFFDISC-TOTAL
                   ELSE
                       ADD DISCOUNTAMOUNTH3 TO REG-SRPWD-TOTAL
                   END-IF
                   IF TENDERCOUNTH3 > ZERO
                       PERFORM ALLOCATE-TENDER-TABLE
                   ELSE
                   WHEN "L"
                       ADD TENDAMOUNTH3(HDRTENDIDX)
                           TO REG-LAYAWAY-TOTAL
                   WHEN "S"
                       ADD TENDAMOUNTH3(HDRTENDIDX)
                           TO REG-PAYROLL-TOTAL
               END-EVALUATE
           END-PERFORM.
           SUBTRACT ORDERCHANGEH3 FROM REG-CASH-TOTAL.
                   WHEN "L"
                       SUBTRACT TENDAMOUNTH3(HDRTENDIDX)
                           FROM REG-LAYAWAY-TOTAL
                   WHEN "S"
                       SUBTRACT TENDAMOUNTH3(HDRTENDIDX)
                           FROM REG-PAYROLL-TOTAL
               END-EVALUATE
           END-PERFORM.
           ADD ORDERCHANGEH3 TO REG-CASH-TOTAL.
       PRINT-AMOUNT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING REG-LABEL ": P" REG-AMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM PRINT-REGISTER-LINE.

       PRINT-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING REG-LABEL ":  " REG-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM PRINT-REGISTER-LINE.

       PRINT-REGISTER-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.

       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING RUNLOG-PROGRAMNAME RUNLOG-EVENT
               RUNLOG-RECORDS RUNLOG-TOTAL RUNLOG-COMPLETION.
       END PROGRAM TENDER-REGISTER.
