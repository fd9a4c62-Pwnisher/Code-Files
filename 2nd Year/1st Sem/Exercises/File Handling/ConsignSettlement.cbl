       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSIGN-SETTLEMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMMAST-FILE
           ASSIGN TO "D:\Files\dat\itemmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IM-ITEMCODE
           FILE STATUS IS ITEMMAST-STATUS.
           SELECT SUPPMAST-FILE
           ASSIGN TO "D:\Files\dat\suppmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SU-SUPPLIERCODE
           FILE STATUS IS SUPPMAST-STATUS.
           SELECT TENDERHDR-FILE
           ASSIGN TO "D:\Files\dat\tenderhdr.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORDERNUMH3
           ALTERNATE RECORD KEY IS ORNUMBERH3 WITH DUPLICATES
           ALTERNATE RECORD KEY IS LOYALTYCARDH3 WITH DUPLICATES
           ALTERNATE RECORD KEY IS TILLBUSDATEH3 WITH DUPLICATES
           FILE STATUS IS TENDERHDR-STATUS.
           SELECT TENDERDTL-FILE
           ASSIGN TO "D:\Files\dat\tenderdtl.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TD-KEY
           FILE STATUS IS TENDERDTL-STATUS.
           SELECT APLEDGER-FILE
           ASSIGN TO "D:\Files\dat\apledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AL-KEY
           FILE STATUS IS APLEDGER-STATUS.
           SELECT APINVREG-FILE
           ASSIGN TO "D:\Files\dat\apinvreg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APINVREG-STATUS.
           SELECT CONSIGNSTMT-FILE
           ASSIGN TO "D:\Files\dat\consignstmt.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONSIGNSTMT-STATUS.
           SELECT CONSALE-FILE
           ASSIGN TO "D:\Files\dat\consale.tmp".
           SELECT CONSTOCK-FILE
           ASSIGN TO "D:\Files\dat\constock.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD ITEMMAST-FILE.
       COPY "ITEMMAST.CPY".
       FD SUPPMAST-FILE.
       COPY "SUPPMAST.CPY".
       FD TENDERHDR-FILE.
       COPY "TENDERHDR.CPY".
       FD TENDERDTL-FILE.
       COPY "TENDERDTL.CPY".
       FD APLEDGER-FILE.
       COPY "APLEDGER.CPY".
       FD APINVREG-FILE.
       01 APINVREG-REC.
           05 AP-INVOICENUM PIC X(15).
           05 AP-SUPPLIERCODE PIC X(10).
           05 AP-INVOICETOTAL PIC 9(8)V99.
           05 AP-APPROVEDBY PIC X(10).
           05 AP-APPROVEDATE PIC 9(08).
           05 AP-DEBITMEMOAMT PIC 9(8)V99.
           05 AP-NETPAYABLE PIC 9(8)V99.
           05 AP-DUEDATE PIC 9(08).
       FD CONSIGNSTMT-FILE.
       01 CONSIGNSTMT-REC PIC X(90).
       SD CONSALE-FILE.
       01 CONSALE-REC.
           05 CN-CONSIGNORCODE PIC X(10).
           05 CN-ITEMCODE PIC X(10).
           05 CN-ITEMNAME PIC X(30).
           05 CN-QTY PIC S9(06)V9(03).
           05 CN-NETAMOUNT PIC S9(8)V99.
       SD CONSTOCK-FILE.
       01 CONSTOCK-REC.
           05 CK-CONSIGNORCODE PIC X(10).
           05 CK-ITEMCODE PIC X(10).
           05 CK-ITEMNAME PIC X(30).
           05 CK-STOCKONHAND PIC S9(06)V9(03).
           05 CK-ITEMPRICE PIC 9(6)V99.
       WORKING-STORAGE SECTION.
       01 ITEMMAST-STATUS PIC X(02).
       01 SUPPMAST-STATUS PIC X(02).
       01 TENDERHDR-STATUS PIC X(02).
       01 TENDERDTL-STATUS PIC X(02).
       01 APLEDGER-STATUS PIC X(02).
       01 APINVREG-STATUS PIC X(02).
       01 CONSIGNSTMT-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "CONSIGN-SETTLEMENT".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "CONSIGN-SETTLEMENT".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 PERIOD-ACTION PIC X(01).
       01 PERIOD-DATE PIC 9(08).
       01 PERIOD-RECORDKEY PIC X(20) VALUE SPACES.
       01 PERIOD-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 PERIOD-OPERATOR PIC X(10) VALUE SPACES.
       01 PERIOD-STATE PIC X(01).
           88 PERIOD-IS-CLOSED VALUE "C".
       01 PERIOD-NEXTOPEN PIC 9(08).
       01 PERIOD-ANSWER PIC X(01).
       01 PERIOD-OK-SW PIC X(03).
           88 PERIOD-OK VALUE "YES".
       01 TODAYDATE PIC 9(08).
       01 POSTDATE PIC 9(08).
       01 PERIODFROM PIC 9(08).
       01 PERIODTO PIC 9(08).
       01 CONSIGNOR-FILTER PIC X(10).
       01 POST-ANSWER PIC X(01).
       01 POST-SW PIC X(03).
           88 POST-PAYABLES VALUE "YES".
       01 SOURCE-EOF-SW PIC X(03).
           88 SOURCE-EOF VALUE "YES".
       01 CONSALE-EOF-SW PIC X(03).
           88 CONSALE-EOF VALUE "YES".
       01 CONSTOCK-EOF-SW PIC X(03).
           88 CONSTOCK-EOF VALUE "YES".
       01 ORDER-VOIDED-SW PIC X(03).
           88 ORDER-VOIDED VALUE "YES".
       01 SKIP-CONSIGNOR-SW PIC X(03).
           88 SKIP-CONSIGNOR VALUE "YES".
       01 LASTDTLORDER PIC 9(10).
       01 VOID-TABLE-AREA.
           05 VT-ORDERNUM PIC 9(10) OCCURS 2000 TIMES
               INDEXED BY VT-IDX.
       01 VT-COUNT PIC 9(04) VALUE ZERO.
       01 VT-TRUNCATED PIC 9(07) VALUE ZERO.
       01 COUNT-DISP PIC ZZZ,ZZ9.
       01 LINE-SIGN PIC S9(01).
       01 CURRENT-CONSIGNOR PIC X(10).
       01 CURRENT-ITEM PIC X(10).
       01 CURRENT-ITEMNAME PIC X(30).
       01 CONSIGNOR-NAME PIC X(30).
       01 CONSIGNOR-COMMPCT PIC 9(02)V99.
       01 CONSIGNOR-TERMDAYS PIC 9(03).
       01 CONSIGNOR-SETTLEDTO PIC 9(08).
       01 ITEM-QTY PIC S9(07)V9(03).
       01 ITEM-SALES PIC S9(9)V99.
       01 CONSIGNOR-SALES PIC S9(9)V99.
       01 CONSIGNOR-COMMISSION PIC S9(9)V99.
       01 CONSIGNOR-PAYABLE PIC S9(9)V99.
       01 STOCK-RETAIL PIC S9(9)V99.
       01 STOCK-DUE PIC S9(9)V99.
       01 CONSIGNOR-RETAIL PIC S9(9)V99.
       01 CONSIGNOR-DUE PIC S9(9)V99.
       01 GRAND-SALES PIC S9(10)V99 VALUE ZERO.
       01 GRAND-COMMISSION PIC S9(10)V99 VALUE ZERO.
       01 GRAND-PAYABLE PIC S9(10)V99 VALUE ZERO.
       01 CONSIGNORS-SETTLED PIC 9(05) VALUE ZERO.
       01 PAYABLES-POSTED PIC 9(05) VALUE ZERO.
       01 SETTLE-INVOICENUM PIC X(15).
       01 DUEDATE PIC 9(08).
       01 REGISTER-AMOUNT PIC S9(9)V99.
       01 QTY-DISP PIC ZZZ,ZZ9.999-.
       01 PRICE-DISP PIC ZZZ,ZZ9.99.
       01 AMOUNT-DISP PIC ZZ,ZZZ,ZZ9.99-.
       01 AMOUNT-DISP2 PIC ZZ,ZZZ,ZZ9.99-.
       01 PCT-DISP PIC Z9.99.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "CONSIGN-SETTLEMENT".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT TODAYDATE FROM DATE YYYYMMDD.
           DISPLAY "CONSIGNOR SALES SETTLEMENT".
           PERFORM BACK-OFFICE-SIGN-ON.
           MOVE OPERATORID TO PERIOD-OPERATOR.
           MOVE OPERATORID TO SPOOL-OPERATOR.
           DISPLAY "PERIOD FROM (YYYYMMDD): ".
           ACCEPT PERIODFROM.
           DISPLAY "PERIOD TO (YYYYMMDD, 0 FOR TODAY): ".
           ACCEPT PERIODTO.
           IF PERIODTO = ZERO
               MOVE TODAYDATE TO PERIODTO
           END-IF.
           IF PERIODFROM > PERIODTO
               DISPLAY "PERIOD FROM IS AFTER PERIOD TO, RUN REJECTED."
               STOP RUN
           END-IF.
           DISPLAY "CONSIGNOR CODE (BLANK FOR ALL): ".
           ACCEPT CONSIGNOR-FILTER.
           DISPLAY "POST SETTLEMENTS TO ACCOUNTS PAYABLE? (Y/N, N "
               "PRINTS STATEMENTS ONLY): ".
           ACCEPT POST-ANSWER.
           IF POST-ANSWER = "Y" OR POST-ANSWER = "y"
               MOVE "YES" TO POST-SW
           ELSE
               MOVE "NO" TO POST-SW
           END-IF.
           MOVE TODAYDATE TO POSTDATE.
           IF POST-PAYABLES
               MOVE TODAYDATE TO PERIOD-DATE
               PERFORM CHECK-POSTING-PERIOD
               IF PERIOD-OK
                   MOVE PERIOD-DATE TO POSTDATE
               ELSE
                   DISPLAY "STATEMENTS WILL BE PRINTED, NOTHING "
                       "POSTED TO PAYABLES."
                   MOVE "NO" TO POST-SW
               END-IF
           END-IF.

           OPEN INPUT ITEMMAST-FILE.
           IF ITEMMAST-STATUS NOT = "00"
               MOVE "ITEM MASTER" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE ITEMMAST-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN I-O SUPPMAST-FILE.
           IF SUPPMAST-STATUS NOT = "00"
               MOVE "SUPPLIER MASTER" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE SUPPMAST-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN INPUT TENDERHDR-FILE.
           IF TENDERHDR-STATUS NOT = "00"
               MOVE "TENDER HEADER FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE TENDERHDR-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN INPUT TENDERDTL-FILE.
           IF TENDERDTL-STATUS NOT = "00"
               MOVE "TENDER DETAIL FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE TENDERDTL-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN I-O APLEDGER-FILE.
           IF APLEDGER-STATUS = "35"
               OPEN OUTPUT APLEDGER-FILE
               CLOSE APLEDGER-FILE
               OPEN I-O APLEDGER-FILE
           END-IF.
           IF APLEDGER-STATUS NOT = "00"
               MOVE "AP LEDGER FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE APLEDGER-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           IF POST-PAYABLES
               OPEN EXTEND APINVREG-FILE
               IF APINVREG-STATUS = "35"
                   OPEN OUTPUT APINVREG-FILE
               END-IF
           END-IF.
           OPEN OUTPUT CONSIGNSTMT-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

           PERFORM LOAD-VOIDED-ORDERS.
           IF VT-TRUNCATED > ZERO
               MOVE VT-TRUNCATED TO COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "*** VOID TABLE FULL: " COUNT-DISP
                   " VOIDS NOT LOADED, SETTLEMENT NOT RUN ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-STATEMENT-LINE
               MOVE "RUN A SHORTER PERIOD, NOTHING WAS POSTED."
                   TO REPORT-LINE
               PERFORM WRITE-STATEMENT-LINE
               CLOSE ITEMMAST-FILE
               CLOSE SUPPMAST-FILE
               CLOSE TENDERHDR-FILE
               CLOSE TENDERDTL-FILE
               CLOSE APLEDGER-FILE
               IF POST-PAYABLES
                   CLOSE APINVREG-FILE
               END-IF
               CLOSE CONSIGNSTMT-FILE
               MOVE "C" TO SPOOL-ACTION
               PERFORM CALL-REPORT-WRITER
               STOP RUN
           END-IF.

           SORT CONSALE-FILE
               ON ASCENDING KEY CN-CONSIGNORCODE CN-ITEMCODE
               INPUT PROCEDURE IS FEED-CONSIGN-SALES
               OUTPUT PROCEDURE IS SETTLE-CONSIGNORS.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE GRAND-SALES TO AMOUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "ALL CONSIGNORS  NET SALES P" AMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE GRAND-COMMISSION TO AMOUNT-DISP.
           MOVE GRAND-PAYABLE TO AMOUNT-DISP2.
           MOVE SPACES TO REPORT-LINE.
           STRING "                COMMISSION P" AMOUNT-DISP
               "  PAYABLE P" AMOUNT-DISP2
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CONSIGNORS SETTLED " CONSIGNORS-SETTLED
               "  PAYABLES POSTED " PAYABLES-POSTED
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

           SORT CONSTOCK-FILE
               ON ASCENDING KEY CK-CONSIGNORCODE CK-ITEMCODE
               INPUT PROCEDURE IS FEED-CONSIGN-STOCK
               OUTPUT PROCEDURE IS PRINT-STOCK-STATEMENTS.

           CLOSE ITEMMAST-FILE.
           CLOSE SUPPMAST-FILE.
           CLOSE TENDERHDR-FILE.
           CLOSE TENDERDTL-FILE.
           CLOSE APLEDGER-FILE.
           IF POST-PAYABLES
               CLOSE APINVREG-FILE
           END-IF.
           CLOSE CONSIGNSTMT-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "STATEMENTS WRITTEN TO CONSIGNSTMT.DAT".
           STOP RUN.

       LOAD-VOIDED-ORDERS.
           MOVE ZERO TO VT-COUNT.
           MOVE "NO" TO SOURCE-EOF-SW.
           PERFORM UNTIL SOURCE-EOF
               READ TENDERHDR-FILE NEXT RECORD
                   AT END
                       SET SOURCE-EOF TO TRUE
                   NOT AT END
                       IF HDR-VOID AND NOT HDR-TRAINING AND
                           BUSDATEH3 >= PERIODFROM
                           IF VT-COUNT < 2000
                               ADD 1 TO VT-COUNT
                               MOVE VOIDORIGORDERNUMH3
                                   TO VT-ORDERNUM(VT-COUNT)
                           ELSE
                               ADD 1 TO VT-TRUNCATED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FEED-CONSIGN-SALES.
           MOVE ZERO TO LASTDTLORDER.
           MOVE "NO" TO ORDER-VOIDED-SW.
           MOVE "NO" TO SOURCE-EOF-SW.
           MOVE LOW-VALUES TO TD-KEY.
           START TENDERDTL-FILE KEY IS NOT LESS THAN TD-KEY
               INVALID KEY
                   SET SOURCE-EOF TO TRUE
           END-START.
           PERFORM UNTIL SOURCE-EOF
               READ TENDERDTL-FILE NEXT RECORD
                   AT END
                       SET SOURCE-EOF TO TRUE
                   NOT AT END
                       IF NOT TD-TRAINING AND
                           TD-BUSDATE >= PERIODFROM AND
                           TD-BUSDATE <= PERIODTO
                           PERFORM RELEASE-CONSIGN-LINE
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-CONSIGN-LINE.
           IF TD-ORDERNUM NOT = LASTDTLORDER
               MOVE TD-ORDERNUM TO LASTDTLORDER
               PERFORM CHECK-ORDER-VOIDED
           END-IF.
           IF NOT ORDER-VOIDED
               MOVE TD-ITEMCODE TO IM-ITEMCODE
               READ ITEMMAST-FILE
                   INVALID KEY
                       MOVE "N" TO IM-CONSIGNFLAG
               END-READ
               IF IM-CONSIGNMENT AND
                   (CONSIGNOR-FILTER = SPACES OR
                   IM-CONSIGNORCODE = CONSIGNOR-FILTER)
                   IF TD-REFUND
                       MOVE -1 TO LINE-SIGN
                   ELSE
                       MOVE +1 TO LINE-SIGN
                   END-IF
                   MOVE IM-CONSIGNORCODE TO CN-CONSIGNORCODE
                   MOVE TD-ITEMCODE TO CN-ITEMCODE
                   MOVE TD-ITEMNAME TO CN-ITEMNAME
                   COMPUTE CN-QTY = TD-ITEMQTY * LINE-SIGN
                   COMPUTE CN-NETAMOUNT =
                       (TD-ITEMEXT - TD-ITEMPROMOAMT) * LINE-SIGN
                   RELEASE CONSALE-REC
               END-IF
           END-IF.

       CHECK-ORDER-VOIDED.
           MOVE "NO" TO ORDER-VOIDED-SW.
           PERFORM VARYING VT-IDX FROM 1 BY 1 UNTIL
               VT-IDX > VT-COUNT OR ORDER-VOIDED
               IF VT-ORDERNUM(VT-IDX) = TD-ORDERNUM
                   MOVE "YES" TO ORDER-VOIDED-SW
               END-IF
           END-PERFORM.

       SETTLE-CONSIGNORS.
           MOVE HIGH-VALUES TO CURRENT-CONSIGNOR.
           MOVE HIGH-VALUES TO CURRENT-ITEM.
           MOVE "NO" TO CONSALE-EOF-SW.
           PERFORM UNTIL CONSALE-EOF
               RETURN CONSALE-FILE
                   AT END
                       SET CONSALE-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-CONSIGN-LINE
               END-RETURN
           END-PERFORM.
           IF CURRENT-CONSIGNOR NOT = HIGH-VALUES
               PERFORM FINISH-SALES-ITEM
               PERFORM FINISH-CONSIGNOR
           END-IF.

       PROCESS-CONSIGN-LINE.
           IF CN-CONSIGNORCODE NOT = CURRENT-CONSIGNOR
               IF CURRENT-CONSIGNOR NOT = HIGH-VALUES
                   PERFORM FINISH-SALES-ITEM
                   PERFORM FINISH-CONSIGNOR
               END-IF
               PERFORM START-CONSIGNOR
           ELSE
               IF CN-ITEMCODE NOT = CURRENT-ITEM
                   PERFORM FINISH-SALES-ITEM
                   PERFORM START-SALES-ITEM
               END-IF
           END-IF.
           ADD CN-QTY TO ITEM-QTY.
           ADD CN-NETAMOUNT TO ITEM-SALES.

       START-CONSIGNOR.
           MOVE CN-CONSIGNORCODE TO CURRENT-CONSIGNOR.
           MOVE ZERO TO CONSIGNOR-SALES.
           PERFORM READ-CONSIGNOR.
           MOVE "NO" TO SKIP-CONSIGNOR-SW.
           IF CONSIGNOR-SETTLEDTO >= PERIODFROM AND
               CONSIGNOR-SETTLEDTO NOT = PERIODTO
               MOVE "YES" TO SKIP-CONSIGNOR-SW
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CONSIGNOR SETTLEMENT STATEMENT  " PERIODFROM
               " TO " PERIODTO
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE CONSIGNOR-COMMPCT TO PCT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING CURRENT-CONSIGNOR " " CONSIGNOR-NAME
               "  COMMISSION " PCT-DISP "%"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           IF SKIP-CONSIGNOR
               MOVE SPACES TO REPORT-LINE
               STRING "*** ALREADY SETTLED THROUGH "
                   CONSIGNOR-SETTLEDTO
                   ", OVERLAPPING PERIOD NOT SETTLED AGAIN"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-STATEMENT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "ITEM       DESCRIPTION                   "
                   "    QTY SOLD      NET SALES"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF.
           PERFORM START-SALES-ITEM.

       READ-CONSIGNOR.
           MOVE CURRENT-CONSIGNOR TO SU-SUPPLIERCODE.
           READ SUPPMAST-FILE
               INVALID KEY
                   MOVE "(NOT ON SUPPLIER MASTER)" TO CONSIGNOR-NAME
                   MOVE ZERO TO CONSIGNOR-COMMPCT
                   MOVE ZERO TO CONSIGNOR-TERMDAYS
                   MOVE ZERO TO CONSIGNOR-SETTLEDTO
               NOT INVALID KEY
                   MOVE SU-SUPPLIERNAME TO CONSIGNOR-NAME
                   MOVE SU-PAYTERMDAYS TO CONSIGNOR-TERMDAYS
                   MOVE SU-CONSIGNCOMMPCT TO CONSIGNOR-COMMPCT
                   MOVE SU-CONSIGNSETTLEDTO TO CONSIGNOR-SETTLEDTO
                   IF SU-CONSIGNCOMMPCT NOT NUMERIC
                       MOVE ZERO TO CONSIGNOR-COMMPCT
                   END-IF
                   IF SU-CONSIGNSETTLEDTO NOT NUMERIC
                       MOVE ZERO TO CONSIGNOR-SETTLEDTO
                   END-IF
           END-READ.

       START-SALES-ITEM.
           MOVE CN-ITEMCODE TO CURRENT-ITEM.
           MOVE CN-ITEMNAME TO CURRENT-ITEMNAME.
           MOVE ZERO TO ITEM-QTY.
           MOVE ZERO TO ITEM-SALES.

       FINISH-SALES-ITEM.
           IF NOT SKIP-CONSIGNOR
               ADD ITEM-SALES TO CONSIGNOR-SALES
               MOVE ITEM-QTY TO QTY-DISP
               MOVE ITEM-SALES TO AMOUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING CURRENT-ITEM " " CURRENT-ITEMNAME " "
                   QTY-DISP " " AMOUNT-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF.

       FINISH-CONSIGNOR.
           IF NOT SKIP-CONSIGNOR
               COMPUTE CONSIGNOR-COMMISSION ROUNDED =
                   CONSIGNOR-SALES * CONSIGNOR-COMMPCT / 100
               COMPUTE CONSIGNOR-PAYABLE =
                   CONSIGNOR-SALES - CONSIGNOR-COMMISSION
               ADD 1 TO CONSIGNORS-SETTLED
               ADD CONSIGNOR-SALES TO GRAND-SALES
               ADD CONSIGNOR-COMMISSION TO GRAND-COMMISSION
               ADD CONSIGNOR-PAYABLE TO GRAND-PAYABLE
               MOVE CONSIGNOR-SALES TO AMOUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "NET SALES, AFTER REFUNDS            "
                   "                  " AMOUNT-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-STATEMENT-LINE
               MOVE CONSIGNOR-COMMISSION TO AMOUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "LESS STORE COMMISSION               "
                   "                  " AMOUNT-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-STATEMENT-LINE
               MOVE CONSIGNOR-PAYABLE TO AMOUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "DUE TO CONSIGNOR                    "
                   "                  " AMOUNT-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-STATEMENT-LINE
               IF POST-PAYABLES
                   PERFORM POST-CONSIGN-PAYABLE
               END-IF
           END-IF.

       POST-CONSIGN-PAYABLE.
           IF CONSIGNOR-PAYABLE NOT > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "*** REFUNDS EXCEED SALES, NOTHING PAYABLE, "
                   "RECOVER FROM THE CONSIGNOR"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-STATEMENT-LINE
           ELSE
               MOVE SPACES TO SETTLE-INVOICENUM
               STRING "CONS" PERIODTO
                   DELIMITED BY SIZE INTO SETTLE-INVOICENUM
               COMPUTE DUEDATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(POSTDATE)
                   + CONSIGNOR-TERMDAYS)
               MOVE CURRENT-CONSIGNOR TO AL-SUPPLIERCODE
               MOVE SETTLE-INVOICENUM TO AL-INVOICENUM
               READ APLEDGER-FILE
                   INVALID KEY
                       PERFORM WRITE-CONSIGN-PAYABLE
                   NOT INVALID KEY
                       IF AL-INV-PAID OR AL-AMOUNTPAID > ZERO
                           MOVE SPACES TO REPORT-LINE
                           STRING "*** SETTLEMENT " SETTLE-INVOICENUM
                               " ALREADY PAID, PAYABLE NOT CHANGED"
                               DELIMITED BY SIZE INTO REPORT-LINE
                           PERFORM WRITE-STATEMENT-LINE
                       ELSE
                           PERFORM REWRITE-CONSIGN-PAYABLE
                       END-IF
               END-READ
           END-IF.
           MOVE CURRENT-CONSIGNOR TO SU-SUPPLIERCODE.
           READ SUPPMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PERIODTO TO SU-CONSIGNSETTLEDTO
                   REWRITE SUPPMAST-REC
           END-READ.

       WRITE-CONSIGN-PAYABLE.
           MOVE CURRENT-CONSIGNOR TO AL-SUPPLIERCODE.
           MOVE SETTLE-INVOICENUM TO AL-INVOICENUM.
           MOVE POSTDATE TO AL-INVOICEDATE.
           MOVE POSTDATE TO AL-APPROVEDATE.
           MOVE DUEDATE TO AL-DUEDATE.
           MOVE CONSIGNOR-PAYABLE TO AL-INVOICETOTAL.
           MOVE ZERO TO AL-DEBITMEMOAMT.
           MOVE CONSIGNOR-PAYABLE TO AL-NETPAYABLE.
           MOVE ZERO TO AL-AMOUNTPAID.
           SET AL-INV-OPEN TO TRUE.
           MOVE ZERO TO AL-VOUCHERNUM.
           MOVE SPACES TO AL-CHECKNUM.
           MOVE ZERO TO AL-PAIDDATE.
           WRITE APLEDGER-REC
               INVALID KEY
                   DISPLAY "AP LEDGER WRITE FAILED FOR "
                       CURRENT-CONSIGNOR
               NOT INVALID KEY
                   ADD 1 TO PAYABLES-POSTED
                   MOVE CONSIGNOR-PAYABLE TO REGISTER-AMOUNT
                   PERFORM WRITE-CONSIGN-REGISTER
                   MOVE SPACES TO REPORT-LINE
                   STRING "POSTED TO PAYABLES AS " SETTLE-INVOICENUM
                       " DUE " DUEDATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-STATEMENT-LINE
           END-WRITE.

       REWRITE-CONSIGN-PAYABLE.
           IF CONSIGNOR-PAYABLE < AL-INVOICETOTAL
               MOVE AL-INVOICETOTAL TO AMOUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "*** SETTLEMENT " SETTLE-INVOICENUM
                   " ALREADY POSTED AT P" AMOUNT-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-STATEMENT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "*** PAYABLE NOT CHANGED, RAISE A DEBIT MEMO "
                   "FOR THE REDUCTION"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-STATEMENT-LINE
           ELSE
               COMPUTE REGISTER-AMOUNT =
                   CONSIGNOR-PAYABLE - AL-INVOICETOTAL
               MOVE POSTDATE TO AL-APPROVEDATE
               MOVE DUEDATE TO AL-DUEDATE
               MOVE CONSIGNOR-PAYABLE TO AL-INVOICETOTAL
               COMPUTE AL-NETPAYABLE =
                   CONSIGNOR-PAYABLE - AL-DEBITMEMOAMT
               REWRITE APLEDGER-REC
               ADD 1 TO PAYABLES-POSTED
               IF REGISTER-AMOUNT > ZERO
                   PERFORM WRITE-CONSIGN-REGISTER
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING "PAYABLE " SETTLE-INVOICENUM " REPLACED, DUE "
                   DUEDATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF.

       WRITE-CONSIGN-REGISTER.
           MOVE SETTLE-INVOICENUM TO AP-INVOICENUM.
           MOVE CURRENT-CONSIGNOR TO AP-SUPPLIERCODE.
           MOVE REGISTER-AMOUNT TO AP-INVOICETOTAL.
           MOVE OPERATORID TO AP-APPROVEDBY.
           MOVE POSTDATE TO AP-APPROVEDATE.
           MOVE ZERO TO AP-DEBITMEMOAMT.
           MOVE REGISTER-AMOUNT TO AP-NETPAYABLE.
           MOVE DUEDATE TO AP-DUEDATE.
           WRITE APINVREG-REC.
           MOVE POSTDATE TO PERIOD-DATE.
           MOVE SETTLE-INVOICENUM TO PERIOD-RECORDKEY.
           MOVE REGISTER-AMOUNT TO PERIOD-AMOUNT.
           PERFORM LOG-POSTING-PERIOD.

       CHECK-POSTING-PERIOD.
           MOVE "YES" TO PERIOD-OK-SW.
           MOVE "C" TO PERIOD-ACTION.
           CALL "PERIOD-GUARD" USING GUARD-PROGRAMNAME PERIOD-ACTION
               PERIOD-DATE PERIOD-RECORDKEY PERIOD-AMOUNT
               PERIOD-OPERATOR PERIOD-STATE PERIOD-NEXTOPEN.
           IF PERIOD-IS-CLOSED
               DISPLAY PERIOD-DATE " FALLS IN A CLOSED ACCOUNTING "
                   "PERIOD."
               MOVE "NO" TO PERIOD-OK-SW
               IF PERIOD-NEXTOPEN NOT = ZERO
                   DISPLAY "POST DATED " PERIOD-NEXTOPEN
                       " INSTEAD? (Y/N): "
                   ACCEPT PERIOD-ANSWER
                   IF PERIOD-ANSWER = "Y" OR PERIOD-ANSWER = "y"
                       MOVE PERIOD-NEXTOPEN TO PERIOD-DATE
                       MOVE "YES" TO PERIOD-OK-SW
                   END-IF
               END-IF
           END-IF.

       LOG-POSTING-PERIOD.
           MOVE "L" TO PERIOD-ACTION.
           CALL "PERIOD-GUARD" USING GUARD-PROGRAMNAME PERIOD-ACTION
               PERIOD-DATE PERIOD-RECORDKEY PERIOD-AMOUNT
               PERIOD-OPERATOR PERIOD-STATE PERIOD-NEXTOPEN.

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

       FEED-CONSIGN-STOCK.
           MOVE "NO" TO SOURCE-EOF-SW.
           MOVE LOW-VALUES TO IM-ITEMCODE.
           START ITEMMAST-FILE KEY IS NOT LESS THAN IM-ITEMCODE
               INVALID KEY
                   SET SOURCE-EOF TO TRUE
           END-START.
           PERFORM UNTIL SOURCE-EOF
               READ ITEMMAST-FILE NEXT RECORD
                   AT END
                       SET SOURCE-EOF TO TRUE
                   NOT AT END
                       IF IM-CONSIGNMENT AND
                           (CONSIGNOR-FILTER = SPACES OR
                           IM-CONSIGNORCODE = CONSIGNOR-FILTER)
                           MOVE IM-CONSIGNORCODE TO CK-CONSIGNORCODE
                           MOVE IM-ITEMCODE TO CK-ITEMCODE
                           MOVE IM-ITEMNAME TO CK-ITEMNAME
                           MOVE IM-STOCKONHAND TO CK-STOCKONHAND
                           MOVE IM-ITEMPRICE TO CK-ITEMPRICE
                           RELEASE CONSTOCK-REC
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-STOCK-STATEMENTS.
           MOVE HIGH-VALUES TO CURRENT-CONSIGNOR.
           MOVE "NO" TO CONSTOCK-EOF-SW.
           PERFORM UNTIL CONSTOCK-EOF
               RETURN CONSTOCK-FILE
                   AT END
                       SET CONSTOCK-EOF TO TRUE
                   NOT AT END
                       PERFORM PRINT-STOCK-LINE
               END-RETURN
           END-PERFORM.
           IF CURRENT-CONSIGNOR NOT = HIGH-VALUES
               PERFORM FINISH-STOCK-STATEMENT
           END-IF.

       PRINT-STOCK-LINE.
           IF CK-CONSIGNORCODE NOT = CURRENT-CONSIGNOR
               IF CURRENT-CONSIGNOR NOT = HIGH-VALUES
                   PERFORM FINISH-STOCK-STATEMENT
               END-IF
               PERFORM START-STOCK-STATEMENT
           END-IF.
           COMPUTE STOCK-RETAIL ROUNDED =
               CK-STOCKONHAND * CK-ITEMPRICE.
           COMPUTE STOCK-DUE ROUNDED =
               STOCK-RETAIL * (100 - CONSIGNOR-COMMPCT) / 100.
           ADD STOCK-RETAIL TO CONSIGNOR-RETAIL.
           ADD STOCK-DUE TO CONSIGNOR-DUE.
           MOVE CK-STOCKONHAND TO QTY-DISP.
           MOVE CK-ITEMPRICE TO PRICE-DISP.
           MOVE STOCK-RETAIL TO AMOUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING CK-ITEMCODE " " CK-ITEMNAME(1:22) " "
               QTY-DISP " " PRICE-DISP " " AMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

       START-STOCK-STATEMENT.
           MOVE CK-CONSIGNORCODE TO CURRENT-CONSIGNOR.
           MOVE ZERO TO CONSIGNOR-RETAIL.
           MOVE ZERO TO CONSIGNOR-DUE.
           PERFORM READ-CONSIGNOR.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CONSIGNMENT STOCK ON HAND AS OF " TODAYDATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING CURRENT-CONSIGNOR " " CONSIGNOR-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ITEM       DESCRIPTION                 "
               "ON HAND      PRICE   RETAIL VALUE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

       FINISH-STOCK-STATEMENT.
           MOVE CONSIGNOR-RETAIL TO AMOUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL AT RETAIL                     "
               "                      " AMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE CONSIGNOR-DUE TO AMOUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "DUE TO CONSIGNOR WHEN SOLD          "
               "                      " AMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

       WRITE-STATEMENT-LINE.
           WRITE CONSIGNSTMT-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM CONSIGN-SETTLEMENT.
