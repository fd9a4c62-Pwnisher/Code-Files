           ASSIGN TO "D:\Files\dat\apinvreg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APINVREG-STATUS.
           SELECT RTVHDR-FILE
           ASSIGN TO "D:\Files\dat\rtvhdr.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RH-RTVNUMBER
           FILE STATUS IS RTVHDR-STATUS.
           SELECT APLEDGER-FILE
           ASSIGN TO "D:\Files\dat\apledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AL-KEY
           FILE STATUS IS APLEDGER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SUPPINVH-FILE.
           05 RV-RECEIVEDBY PIC X(10).
           05 RV-RECVDATE PIC 9(08).
           05 RV-RECVTIME PIC 9(08).
           05 RV-PONUMBER PIC 9(08).
           05 RV-CONSIGNFLAG PIC X(01).
               88 RV-CONSIGNMENT VALUE "Y".
       FD APINVREG-FILE.
       01 APINVREG-REC.
           05 AP-INVOICENUM PIC X(15).
           05 AP-INVOICETOTAL PIC 9(8)V99.
           05 AP-APPROVEDBY PIC X(10).
           05 AP-APPROVEDATE PIC 9(08).
           05 AP-DEBITMEMOAMT PIC 9(8)V99.
           05 AP-NETPAYABLE PIC 9(8)V99.
           05 AP-DUEDATE PIC 9(08).
       FD RTVHDR-FILE.
       COPY "RTVHDR.CPY".
       FD APLEDGER-FILE.
       COPY "APLEDGER.CPY".
       WORKING-STORAGE SECTION.
       01 SUPPINVH-STATUS PIC X(02).
       01 SUPPINVL-STATUS PIC X(02).
       01 SUPPMAST-STATUS PIC X(02).
       01 RECVLOG-STATUS PIC X(02).
       01 APINVREG-STATUS PIC X(02).
       01 RTVHDR-STATUS PIC X(02).
       01 APLEDGER-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "INVOICE-MATCH".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "INVOICE-MATCH".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 MATCHCHOICE PIC X(01).
           88 MATCH-ENTER VALUE "E".
           88 MATCH-RUN VALUE "M".
           88 MATCH-UNMATCHED VALUE "U".
           88 MATCH-DEBITMEMOS VALUE "D".
           88 MATCH-EXIT VALUE "X".
       01 WORKINVOICENUM PIC X(15).
       01 WORKLINENUM PIC 9(03).
       01 RECV-COST-FOUND PIC 9(6)V99.
       01 RECV-HIT-SW PIC X(03).
           88 RECV-HIT VALUE "YES".
       01 CONSIGN-HIT-SW PIC X(03).
           88 CONSIGN-HIT VALUE "YES".
       01 LINE-DISCREPANCIES PIC 9(04).
       01 AGE-LIMIT-DAYS PIC 9(03).
       01 TODAYS-DATE PIC 9(08).
       01 INVOICED-SW PIC X(03).
           88 RECEIPT-INVOICED VALUE "YES".
       01 EXCEPTION-COUNT PIC 9(05).
       01 RTVHDR-EOF-SW PIC X(03).
           88 RTVHDR-EOF VALUE "YES".
       01 WORKSUPPLIERCODE PIC X(10).
       01 MEMOS-APPLIED PIC 9(8)V99.
       01 NET-REMAINING PIC 9(8)V99.
       01 MEMO-COUNT PIC 9(03).
       01 MEMO-OPEN-TOTAL PIC 9(8)V99.
       01 TERMDAYS PIC 9(03).
       01 BASEDATE PIC 9(08).
       01 DUEDATE PIC 9(08).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O SUPPINVH-FILE.
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN I-O RTVHDR-FILE.
           IF RTVHDR-STATUS = "35"
               OPEN OUTPUT RTVHDR-FILE
               CLOSE RTVHDR-FILE
               OPEN I-O RTVHDR-FILE
           END-IF.
           IF RTVHDR-STATUS NOT = "00"
               MOVE "RTV HEADER FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE RTVHDR-STATUS TO GUARD-FILESTATUS
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

           PERFORM BACK-OFFICE-SIGN-ON.

           PERFORM UNTIL MATCH-EXIT
               DISPLAY "INVOICE MATCHING (E-ENTER INVOICE, M-MATCH "
                   "AGAINST RECEIPTS, U-UNMATCHED RECEIPTS LIST, "
                   "D-OPEN DEBIT MEMOS, X-EXIT): "
               ACCEPT MATCHCHOICE
               EVALUATE TRUE
                   WHEN MATCH-ENTER
                       PERFORM MATCH-ONE-INVOICE
                   WHEN MATCH-UNMATCHED
                       PERFORM UNMATCHED-RECEIPTS-LIST
                   WHEN MATCH-DEBITMEMOS
                       PERFORM LIST-OPEN-DEBIT-MEMOS
                   WHEN MATCH-EXIT
                       CONTINUE
                   WHEN OTHER
           CLOSE SUPPINVH-FILE.
           CLOSE SUPPINVL-FILE.
           CLOSE SUPPMAST-FILE.
           CLOSE RTVHDR-FILE.
           CLOSE APLEDGER-FILE.
           STOP RUN.

       ENTER-INVOICE.
               PERFORM WRITE-APPROVED-REGISTER
               DISPLAY "INVOICE FULLY MATCHED AND APPROVED FOR "
                   "PAYMENT."
               IF MEMOS-APPLIED > ZERO
                   DISPLAY "DEBIT MEMOS NETTED: P" MEMOS-APPLIED
                       " NET PAYABLE: P" NET-REMAINING
               END-IF
               DISPLAY "PAYMENT DUE ON " DUEDATE
           ELSE
               SET IH-INV-DISCREPANT TO TRUE
               REWRITE SUPPINVH-REC
           MOVE ZERO TO RECV-QTY-FOUND.
           MOVE ZERO TO RECV-COST-FOUND.
           MOVE "NO" TO RECV-HIT-SW.
           MOVE "NO" TO CONSIGN-HIT-SW.
           MOVE "NO" TO RECVLOG-EOF-SW.
           OPEN INPUT RECVLOG-FILE.
           IF RECVLOG-STATUS NOT = "00"
                       SET RECVLOG-EOF TO TRUE
                   NOT AT END
                       IF RV-ITEMCODE = IL-ITEMCODE AND
                           RV-REFERENCE = WORKINVOICENUM AND
                           RV-CONSIGNMENT
                           MOVE "YES" TO CONSIGN-HIT-SW
                       END-IF
                       IF RV-ITEMCODE = IL-ITEMCODE AND
                           RV-REFERENCE = WORKINVOICENUM AND
                           NOT RV-CONSIGNMENT
                           ADD RV-QTYRECEIVED TO RECV-QTY-FOUND
                           MOVE RV-UNITCOST TO RECV-COST-FOUND
                           MOVE "YES" TO RECV-HIT-SW
           CLOSE RECVLOG-FILE.

           EVALUATE TRUE
               WHEN NOT RECV-HIT AND CONSIGN-HIT
                   ADD 1 TO LINE-DISCREPANCIES
                   DISPLAY "LINE " IL-LINENUM " " IL-ITEMCODE
                       ": CONSIGNMENT STOCK, PAID THROUGH THE "
                       "CONSIGNOR SETTLEMENT, NOT ON INVOICE."
               WHEN NOT RECV-HIT
                   ADD 1 TO LINE-DISCREPANCIES
                   DISPLAY "LINE " IL-LINENUM " " IL-ITEMCODE
           END-EVALUATE.

       WRITE-APPROVED-REGISTER.
           PERFORM NET-OPEN-DEBIT-MEMOS.
           PERFORM COMPUTE-DUE-DATE.
           OPEN EXTEND APINVREG-FILE.
           IF APINVREG-STATUS = "35"
               OPEN OUTPUT APINVREG-FILE
           MOVE IH-INVOICETOTAL TO AP-INVOICETOTAL.
           MOVE OPERATORID TO AP-APPROVEDBY.
           ACCEPT AP-APPROVEDATE FROM DATE YYYYMMDD.
           MOVE MEMOS-APPLIED TO AP-DEBITMEMOAMT.
           MOVE NET-REMAINING TO AP-NETPAYABLE.
           MOVE DUEDATE TO AP-DUEDATE.
           WRITE APINVREG-REC.
           CLOSE APINVREG-FILE.
           PERFORM WRITE-AP-LEDGER.

       COMPUTE-DUE-DATE.
           MOVE ZERO TO TERMDAYS.
           MOVE IH-SUPPLIERCODE TO SU-SUPPLIERCODE.
           READ SUPPMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SU-PAYTERMDAYS TO TERMDAYS
           END-READ.
           IF IH-INVOICEDATE = ZERO
               ACCEPT BASEDATE FROM DATE YYYYMMDD
           ELSE
               MOVE IH-INVOICEDATE TO BASEDATE
           END-IF.
           COMPUTE DUEDATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(BASEDATE) + TERMDAYS).

       WRITE-AP-LEDGER.
           MOVE IH-SUPPLIERCODE TO AL-SUPPLIERCODE.
           MOVE IH-INVOICENUM TO AL-INVOICENUM.
           MOVE IH-INVOICEDATE TO AL-INVOICEDATE.
           MOVE AP-APPROVEDATE TO AL-APPROVEDATE.
           MOVE DUEDATE TO AL-DUEDATE.
           MOVE IH-INVOICETOTAL TO AL-INVOICETOTAL.
           MOVE MEMOS-APPLIED TO AL-DEBITMEMOAMT.
           MOVE NET-REMAINING TO AL-NETPAYABLE.
           MOVE ZERO TO AL-AMOUNTPAID.
           SET AL-INV-OPEN TO TRUE.
           MOVE ZERO TO AL-VOUCHERNUM.
           MOVE SPACES TO AL-CHECKNUM.
           MOVE ZERO TO AL-PAIDDATE.
           WRITE APLEDGER-REC
               INVALID KEY
                   DISPLAY "INVOICE ALREADY ON THE AP LEDGER, NOT "
                       "ADDED AGAIN."
           END-WRITE.

       NET-OPEN-DEBIT-MEMOS.
           MOVE ZERO TO MEMOS-APPLIED.
           MOVE IH-INVOICETOTAL TO NET-REMAINING.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           MOVE "NO" TO RTVHDR-EOF-SW.
           MOVE ZERO TO RH-RTVNUMBER.
           START RTVHDR-FILE KEY IS NOT LESS THAN RH-RTVNUMBER
               INVALID KEY
                   SET RTVHDR-EOF TO TRUE
           END-START.
           PERFORM UNTIL RTVHDR-EOF
               READ RTVHDR-FILE NEXT RECORD
                   AT END
                       SET RTVHDR-EOF TO TRUE
                   NOT AT END
                       IF RH-MEMO-OPEN AND
                           RH-SUPPLIERCODE = IH-SUPPLIERCODE AND
                           RH-MEMOTOTAL <= NET-REMAINING
                           ADD RH-MEMOTOTAL TO MEMOS-APPLIED
                           SUBTRACT RH-MEMOTOTAL FROM NET-REMAINING
                           SET RH-MEMO-APPLIED TO TRUE
                           MOVE IH-INVOICENUM TO RH-APPLIEDINVOICE
                           MOVE TODAYS-DATE TO RH-APPLIEDDATE
                           REWRITE RTVHDR-REC
                           DISPLAY "DEBIT MEMO " RH-RTVNUMBER
                               " FOR P" RH-MEMOTOTAL
                               " APPLIED TO THIS INVOICE."
                       END-IF
               END-READ
           END-PERFORM.

       LIST-OPEN-DEBIT-MEMOS.
           DISPLAY "SUPPLIER CODE (BLANK FOR ALL): ".
           ACCEPT WORKSUPPLIERCODE.
           MOVE ZERO TO MEMO-COUNT.
           MOVE ZERO TO MEMO-OPEN-TOTAL.
           MOVE "NO" TO RTVHDR-EOF-SW.
           MOVE ZERO TO RH-RTVNUMBER.
           START RTVHDR-FILE KEY IS NOT LESS THAN RH-RTVNUMBER
               INVALID KEY
                   SET RTVHDR-EOF TO TRUE
           END-START.
           PERFORM UNTIL RTVHDR-EOF
               READ RTVHDR-FILE NEXT RECORD
                   AT END
                       SET RTVHDR-EOF TO TRUE
                   NOT AT END
                       IF RH-MEMO-OPEN AND
                           (WORKSUPPLIERCODE = SPACES OR
                           RH-SUPPLIERCODE = WORKSUPPLIERCODE)
                           ADD 1 TO MEMO-COUNT
                           ADD RH-MEMOTOTAL TO MEMO-OPEN-TOTAL
                           DISPLAY "RTV " RH-RTVNUMBER " "
                               RH-SUPPLIERCODE " DATED " RH-RTVDATE
                               " LINES " RH-LINECOUNT
                               " AMOUNT P" RH-MEMOTOTAL
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "OPEN DEBIT MEMOS: " MEMO-COUNT
               " TOTAL P" MEMO-OPEN-TOTAL.

       UNMATCHED-RECEIPTS-LIST.
           DISPLAY "LIST RECEIPTS WITH NO INVOICE OLDER THAN "
           COMPUTE RECV-INT =
               FUNCTION INTEGER-OF-DATE(RV-RECVDATE).
           COMPUTE RECV-AGE-DAYS = TODAY-INT - RECV-INT.
           IF RECV-AGE-DAYS > AGE-LIMIT-DAYS AND NOT RV-CONSIGNMENT
               MOVE "NO" TO INVOICED-SW
               MOVE RV-REFERENCE(1:15) TO IH-INVOICENUM
               READ SUPPINVH-FILE
                       "KEYED."
               END-IF
           END-IF.

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
       END PROGRAM INVOICE-MATCH.
