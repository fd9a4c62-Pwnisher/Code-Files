       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-PAYMENT-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APLEDGER-FILE
           ASSIGN TO "D:\Files\dat\apledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AL-KEY
           FILE STATUS IS APLEDGER-STATUS.
           SELECT SUPPMAST-FILE
           ASSIGN TO "D:\Files\dat\suppmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SU-SUPPLIERCODE
           FILE STATUS IS SUPPMAST-STATUS.
           SELECT APPAYMENT-FILE
           ASSIGN TO "D:\Files\dat\appayment.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APPAYMENT-STATUS.
           SELECT APVOUCHER-FILE
           ASSIGN TO "D:\Files\dat\apvoucher.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APVOUCHER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD APLEDGER-FILE.
       COPY "APLEDGER.CPY".
       FD SUPPMAST-FILE.
       COPY "SUPPMAST.CPY".
       FD APPAYMENT-FILE.
       COPY "APPAYMENT.CPY".
       FD APVOUCHER-FILE.
       01 APVOUCHER-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 APLEDGER-STATUS PIC X(02).
       01 SUPPMAST-STATUS PIC X(02).
       01 APPAYMENT-STATUS PIC X(02).
       01 APVOUCHER-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "AP-PAYMENT-RUN".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "AP-PAYMENT-RUN".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 CUTOFFDATE PIC 9(08).
       01 PAYDATE PIC 9(08).
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
       01 NEXTVOUCHERNUM PIC 9(08).
       01 CHECKNUMBER PIC X(10).
       01 PAY-ANSWER PIC X(01).
       01 APLEDGER-EOF-SW PIC X(03).
           88 APLEDGER-EOF VALUE "YES".
       01 APPAYMENT-EOF-SW PIC X(03).
           88 APPAYMENT-EOF VALUE "YES".
       01 DUE-TABLE.
           05 DUE-ENTRY OCCURS 500 TIMES INDEXED BY DUE-IDX.
               10 DUE-SUPPLIERCODE PIC X(10).
               10 DUE-INVOICENUM PIC X(15).
               10 DUE-DUEDATE PIC 9(08).
               10 DUE-AMOUNT PIC 9(8)V99.
       01 DUE-COUNT PIC 9(03) VALUE ZERO.
       01 DUE-USED-SW PIC X(03) OCCURS 500 TIMES.
       01 DUE-SCAN PIC 9(03) COMP.
       01 DUE-TRUNCATED PIC 9(07) VALUE ZERO.
       01 TRUNCATED-DISP PIC Z,ZZZ,ZZ9.
       01 CURRENT-SUPPLIER PIC X(10).
       01 SUPPLIER-NAME-OUT PIC X(30).
       01 SUPPLIER-DUE PIC 9(9)V99.
       01 RUN-TOTAL PIC 9(10)V99 VALUE ZERO.
       01 VOUCHERS-WRITTEN PIC 9(05) VALUE ZERO.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "AP-PAYMENT-RUN".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       01 AMOUNT-DISP PIC ZZZ,ZZZ,ZZ9.99.
       01 COUNT-DISP PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O APLEDGER-FILE.
           IF APLEDGER-STATUS NOT = "00"
               MOVE "AP LEDGER FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE APLEDGER-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN INPUT SUPPMAST-FILE.

           PERFORM BACK-OFFICE-SIGN-ON.
           MOVE OPERATORID TO SPOOL-OPERATOR.
           DISPLAY "PAY INVOICES DUE ON OR BEFORE (YYYYMMDD): ".
           ACCEPT CUTOFFDATE.
           DISPLAY "CHECK DATE (YYYYMMDD, 0 FOR TODAY): ".
           ACCEPT PAYDATE.
           IF PAYDATE = ZERO
               ACCEPT PAYDATE FROM DATE YYYYMMDD
           END-IF.
           MOVE OPERATORID TO PERIOD-OPERATOR.
           MOVE PAYDATE TO PERIOD-DATE.
           PERFORM CHECK-POSTING-PERIOD.
           IF NOT PERIOD-OK
               DISPLAY "PAYMENT RUN NOT MADE."
               CLOSE APLEDGER-FILE
               CLOSE SUPPMAST-FILE
               STOP RUN
           END-IF.
           MOVE PERIOD-DATE TO PAYDATE.

           PERFORM FIND-NEXT-VOUCHERNUM.
           PERFORM LOAD-DUE-INVOICES.

           IF DUE-COUNT = ZERO
               DISPLAY "NO OPEN INVOICES DUE BY " CUTOFFDATE "."
           ELSE
               OPEN EXTEND APPAYMENT-FILE
               IF APPAYMENT-STATUS = "35"
                   OPEN OUTPUT APPAYMENT-FILE
               END-IF
               OPEN OUTPUT APVOUCHER-FILE
               MOVE "O" TO SPOOL-ACTION
               PERFORM CALL-REPORT-WRITER
               PERFORM VARYING DUE-SCAN FROM 1 BY 1 UNTIL
                   DUE-SCAN > DUE-COUNT
                   IF DUE-USED-SW(DUE-SCAN) = "NO"
                       MOVE DUE-SUPPLIERCODE(DUE-SCAN)
                           TO CURRENT-SUPPLIER
                       PERFORM PAY-ONE-SUPPLIER
                   END-IF
               END-PERFORM
               IF DUE-TRUNCATED > ZERO
                   PERFORM WRITE-TABLE-FULL-LINE
               END-IF
               CLOSE APPAYMENT-FILE
               CLOSE APVOUCHER-FILE
               MOVE "C" TO SPOOL-ACTION
               PERFORM CALL-REPORT-WRITER
               MOVE RUN-TOTAL TO AMOUNT-DISP
               MOVE VOUCHERS-WRITTEN TO COUNT-DISP
               DISPLAY "VOUCHERS WRITTEN: " COUNT-DISP
                   "  TOTAL DISBURSED: P" AMOUNT-DISP
               DISPLAY "VOUCHERS WRITTEN TO APVOUCHER.DAT"
           END-IF.

           CLOSE APLEDGER-FILE.
           CLOSE SUPPMAST-FILE.
           STOP RUN.

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

       FIND-NEXT-VOUCHERNUM.
           MOVE ZERO TO NEXTVOUCHERNUM.
           MOVE "NO" TO APPAYMENT-EOF-SW.
           OPEN INPUT APPAYMENT-FILE.
           IF APPAYMENT-STATUS NOT = "00"
               SET APPAYMENT-EOF TO TRUE
           END-IF.
           PERFORM UNTIL APPAYMENT-EOF
               READ APPAYMENT-FILE
                   AT END
                       SET APPAYMENT-EOF TO TRUE
                   NOT AT END
                       IF PY-VOUCHERNUM > NEXTVOUCHERNUM
                           MOVE PY-VOUCHERNUM TO NEXTVOUCHERNUM
                       END-IF
               END-READ
           END-PERFORM.
           IF APPAYMENT-STATUS NOT = "35"
               CLOSE APPAYMENT-FILE
           END-IF.
           ADD 1 TO NEXTVOUCHERNUM.

       LOAD-DUE-INVOICES.
           MOVE "NO" TO APLEDGER-EOF-SW.
           MOVE LOW-VALUES TO AL-KEY.
           START APLEDGER-FILE KEY IS NOT LESS THAN AL-KEY
               INVALID KEY
                   SET APLEDGER-EOF TO TRUE
           END-START.
           PERFORM UNTIL APLEDGER-EOF
               READ APLEDGER-FILE NEXT RECORD
                   AT END
                       SET APLEDGER-EOF TO TRUE
                   NOT AT END
                       IF AL-INV-OPEN AND AL-DUEDATE <= CUTOFFDATE
                           IF DUE-COUNT < 500
                               PERFORM ADD-DUE-INVOICE
                           ELSE
                               ADD 1 TO DUE-TRUNCATED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADD-DUE-INVOICE.
           ADD 1 TO DUE-COUNT.
           MOVE AL-SUPPLIERCODE TO DUE-SUPPLIERCODE(DUE-COUNT).
           MOVE AL-INVOICENUM TO DUE-INVOICENUM(DUE-COUNT).
           MOVE AL-DUEDATE TO DUE-DUEDATE(DUE-COUNT).
           COMPUTE DUE-AMOUNT(DUE-COUNT) =
               AL-NETPAYABLE - AL-AMOUNTPAID.
           MOVE "NO" TO DUE-USED-SW(DUE-COUNT).

       PAY-ONE-SUPPLIER.
           MOVE CURRENT-SUPPLIER TO SU-SUPPLIERCODE.
           READ SUPPMAST-FILE
               INVALID KEY
                   MOVE "(SUPPLIER NOT ON FILE)"
                       TO SUPPLIER-NAME-OUT
               NOT INVALID KEY
                   MOVE SU-SUPPLIERNAME TO SUPPLIER-NAME-OUT
           END-READ.

           MOVE ZERO TO SUPPLIER-DUE.
           DISPLAY "SUPPLIER " CURRENT-SUPPLIER " "
               SUPPLIER-NAME-OUT.
           PERFORM VARYING DUE-IDX FROM 1 BY 1 UNTIL
               DUE-IDX > DUE-COUNT
               IF DUE-USED-SW(DUE-IDX) = "NO" AND
                   DUE-SUPPLIERCODE(DUE-IDX) = CURRENT-SUPPLIER
                   ADD DUE-AMOUNT(DUE-IDX) TO SUPPLIER-DUE
                   MOVE DUE-AMOUNT(DUE-IDX) TO AMOUNT-DISP
                   DISPLAY "  INVOICE " DUE-INVOICENUM(DUE-IDX)
                       " DUE " DUE-DUEDATE(DUE-IDX)
                       " P" AMOUNT-DISP
               END-IF
           END-PERFORM.
           MOVE SUPPLIER-DUE TO AMOUNT-DISP.
           DISPLAY "  TOTAL DUE P" AMOUNT-DISP.
           DISPLAY "RELEASE PAYMENT TO THIS SUPPLIER? (Y/N): ".
           ACCEPT PAY-ANSWER.
           IF PAY-ANSWER = "Y" OR PAY-ANSWER = "y"
               DISPLAY "CHECK NUMBER (BLANK FOR BANK TRANSFER): "
               ACCEPT CHECKNUMBER
               PERFORM WRITE-VOUCHER-HEADING
           END-IF.

           PERFORM VARYING DUE-IDX FROM 1 BY 1 UNTIL
               DUE-IDX > DUE-COUNT
               IF DUE-USED-SW(DUE-IDX) = "NO" AND
                   DUE-SUPPLIERCODE(DUE-IDX) = CURRENT-SUPPLIER
                   MOVE "YES" TO DUE-USED-SW(DUE-IDX)
                   IF PAY-ANSWER = "Y" OR PAY-ANSWER = "y"
                       PERFORM PAY-ONE-INVOICE
                   END-IF
               END-IF
           END-PERFORM.

           IF PAY-ANSWER = "Y" OR PAY-ANSWER = "y"
               PERFORM WRITE-VOUCHER-FOOTING
               ADD SUPPLIER-DUE TO RUN-TOTAL
               ADD 1 TO VOUCHERS-WRITTEN
               ADD 1 TO NEXTVOUCHERNUM
           ELSE
               DISPLAY "PAYMENT HELD FOR " CURRENT-SUPPLIER "."
           END-IF.

       PAY-ONE-INVOICE.
           MOVE DUE-SUPPLIERCODE(DUE-IDX) TO AL-SUPPLIERCODE.
           MOVE DUE-INVOICENUM(DUE-IDX) TO AL-INVOICENUM.
           READ APLEDGER-FILE
               INVALID KEY
                   DISPLAY "INVOICE " DUE-INVOICENUM(DUE-IDX)
                       " NO LONGER ON THE LEDGER, NOT PAID."
               NOT INVALID KEY
                   ADD DUE-AMOUNT(DUE-IDX) TO AL-AMOUNTPAID
                   SET AL-INV-PAID TO TRUE
                   MOVE NEXTVOUCHERNUM TO AL-VOUCHERNUM
                   MOVE CHECKNUMBER TO AL-CHECKNUM
                   MOVE PAYDATE TO AL-PAIDDATE
                   REWRITE APLEDGER-REC
                   MOVE PAYDATE TO PY-PAYDATE
                   MOVE NEXTVOUCHERNUM TO PY-VOUCHERNUM
                   MOVE CHECKNUMBER TO PY-CHECKNUM
                   MOVE DUE-SUPPLIERCODE(DUE-IDX) TO PY-SUPPLIERCODE
                   MOVE DUE-INVOICENUM(DUE-IDX) TO PY-INVOICENUM
                   MOVE DUE-AMOUNT(DUE-IDX) TO PY-AMOUNT
                   MOVE OPERATORID TO PY-PAIDBY
                   WRITE APPAYMENT-REC
                   MOVE DUE-INVOICENUM(DUE-IDX) TO PERIOD-RECORDKEY
                   MOVE DUE-AMOUNT(DUE-IDX) TO PERIOD-AMOUNT
                   PERFORM LOG-POSTING-PERIOD
                   MOVE DUE-AMOUNT(DUE-IDX) TO AMOUNT-DISP
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       DUE-INVOICENUM(DUE-IDX) DELIMITED BY SIZE
                       "  DUE " DELIMITED BY SIZE
                       DUE-DUEDATE(DUE-IDX) DELIMITED BY SIZE
                       "  P" DELIMITED BY SIZE
                       AMOUNT-DISP DELIMITED BY SIZE
                       INTO REPORT-LINE
                   PERFORM WRITE-VOUCHER-LINE
           END-READ.

       WRITE-VOUCHER-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "DISBURSEMENT VOUCHER NO. " DELIMITED BY SIZE
               NEXTVOUCHERNUM DELIMITED BY SIZE
               "   DATE " DELIMITED BY SIZE
               PAYDATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-VOUCHER-LINE.
           DISPLAY REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PAY TO: " DELIMITED BY SIZE
               CURRENT-SUPPLIER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SUPPLIER-NAME-OUT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-VOUCHER-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF CHECKNUMBER = SPACES
               MOVE "PAYMENT BY BANK TRANSFER" TO REPORT-LINE
           ELSE
               STRING "CHECK NO. " DELIMITED BY SIZE
                   CHECKNUMBER DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           PERFORM WRITE-VOUCHER-LINE.
           MOVE "  INVOICE          DUE DATE        AMOUNT"
               TO REPORT-LINE.
           PERFORM WRITE-VOUCHER-LINE.

       WRITE-VOUCHER-FOOTING.
           MOVE SUPPLIER-DUE TO AMOUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL PAYMENT: P" DELIMITED BY SIZE
               AMOUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-VOUCHER-LINE.
           DISPLAY REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PREPARED BY " DELIMITED BY SIZE
               OPERATORID DELIMITED BY SIZE
               "  APPROVED BY ____________  RECEIVED BY ____________"
               DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-VOUCHER-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-VOUCHER-LINE.

       WRITE-TABLE-FULL-LINE.
           MOVE DUE-TRUNCATED TO TRUNCATED-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "*** TABLE FULL: " TRUNCATED-DISP
               " DUE INVOICES NOT PAID ***"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-VOUCHER-LINE.
           DISPLAY REPORT-LINE.
           MOVE "RUN AGAIN TO PAY THE REMAINING INVOICES."
               TO REPORT-LINE.
           PERFORM WRITE-VOUCHER-LINE.
           DISPLAY REPORT-LINE.

       WRITE-VOUCHER-LINE.
           WRITE APVOUCHER-REC FROM REPORT-LINE.
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
       END PROGRAM AP-PAYMENT-RUN.
