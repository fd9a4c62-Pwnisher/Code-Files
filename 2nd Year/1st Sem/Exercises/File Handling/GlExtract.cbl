           ASSIGN TO "D:\Files\dat\cashevent.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CASHEVENT-STATUS.
           SELECT EXPCAT-FILE
           ASSIGN TO "D:\Files\dat\expcat.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EC-CATCODE
           FILE STATUS IS EXPCAT-STATUS.
           SELECT GLMAP-FILE
           ASSIGN TO "D:\Files\dat\glmap.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ASSIGN TO "D:\Files\dat\gljournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLJOURNAL-STATUS.
           SELECT APINVREG-FILE
           ASSIGN TO "D:\Files\dat\apinvreg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APINVREG-STATUS.
           SELECT APPAYMENT-FILE
           ASSIGN TO "D:\Files\dat\appayment.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APPAYMENT-STATUS.
           SELECT INVVALSUM-FILE
           ASSIGN TO "D:\Files\dat\invvalsum.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VS-YEARMONTH
           FILE STATUS IS INVVALSUM-STATUS.
           SELECT VCHLIABSUM-FILE
           ASSIGN TO "D:\Files\dat\vchliabsum.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VL-YEARMONTH
           FILE STATUS IS VCHLIABSUM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TENDER-FILE.
       COPY "TENDERREC.CPY".
       FD CASHEVENT-FILE.
       COPY "CASHEVENT.CPY".
       FD EXPCAT-FILE.
       COPY "EXPCAT.CPY".
       FD GLMAP-FILE.
       01 GLMAP-REC.
           05 GM-MAPTYPE PIC X(01).
               88 GM-SRPWD-DISC VALUE "S".
               88 GM-TENDER-CLEARING VALUE "T".
               88 GM-CASH-EVENT VALUE "E".
               88 GM-AP-POSTING VALUE "A".
               88 GM-INVENTORY VALUE "I".
               88 GM-GIFT-VOUCHER VALUE "G".
           05 GM-CODE PIC X(04).
           05 GM-ACCOUNT PIC X(08).
       FD GLJOURNAL-FILE.
           05 GJ-ACCOUNT PIC X(08).
           05 GJ-DRCR PIC X(01).
           05 GJ-AMOUNT PIC 9(9)V99.
           05 GJ-REFERENCE PIC X(15).
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
       FD APPAYMENT-FILE.
       COPY "APPAYMENT.CPY".
       FD INVVALSUM-FILE.
       COPY "INVVALSUM.CPY".
       FD VCHLIABSUM-FILE.
       COPY "VCHLIABSUM.CPY".
       WORKING-STORAGE SECTION.
       01 TENDER-STATUS PIC X(02).
       01 CASHEVENT-STATUS PIC X(02).
       01 GLMAP-STATUS PIC X(02).
       01 EXPCAT-STATUS PIC X(02).
       01 GLJOURNAL-STATUS PIC X(02).
       01 APINVREG-STATUS PIC X(02).
       01 APPAYMENT-STATUS PIC X(02).
       01 INVVALSUM-STATUS PIC X(02).
       01 VCHLIABSUM-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "GL-EXTRACT".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 RUNLOG-PROGRAMNAME PIC X(20) VALUE "GL-EXTRACT".
       01 RUNLOG-EVENT PIC X(01).
       01 RUNLOG-RECORDS PIC 9(06) VALUE ZERO.
       01 RUNLOG-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 RUNLOG-COMPLETION PIC X(01) VALUE SPACE.
       01 RPT-BUSDATE PIC 9(08).
       01 TENDER-EOF-SW PIC X(03) VALUE "NO".
           88 TENDER-EOF VALUE "YES".
       01 CASHEVENT-EOF-SW PIC X(03) VALUE "NO".
           88 CASHEVENT-EOF VALUE "YES".
       01 EXPCAT-OPEN-SW PIC X(03) VALUE "NO".
           88 EXPCAT-OPEN VALUE "YES".
       01 GLMAP-EOF-SW PIC X(03) VALUE "NO".
           88 GLMAP-EOF VALUE "YES".
       01 APINVREG-EOF-SW PIC X(03) VALUE "NO".
           88 APINVREG-EOF VALUE "YES".
       01 APPAYMENT-EOF-SW PIC X(03) VALUE "NO".
           88 APPAYMENT-EOF VALUE "YES".
       01 INVVALSUM-EOF-SW PIC X(03) VALUE "NO".
           88 INVVALSUM-EOF VALUE "YES".
       01 VCHLIABSUM-EOF-SW PIC X(03) VALUE "NO".
           88 VCHLIABSUM-EOF VALUE "YES".
       01 INVENTORY-REFERENCE.
           05 FILLER PIC X(04) VALUE "INV ".
           05 IR-YEARMONTH PIC 9(06).
       01 GIFTVOUCHER-REFERENCE.
           05 FILLER PIC X(04) VALUE "GVL ".
           05 GR-YEARMONTH PIC 9(06).
       01 MAP-TABLE-AREA.
           05 MAP-ENTRY OCCURS 100 TIMES INDEXED BY MAP-IDX.
               10 MAP-TYPE PIC X(01).
       01 LOOKUP-TYPE PIC X(01).
       01 LOOKUP-CODE PIC X(04).
       01 LOOKUP-ACCOUNT PIC X(08).
       01 LOOKUP-REFERENCE PIC X(15) VALUE SPACES.
       01 VOUCHER-REFERENCE.
           05 FILLER PIC X(02) VALUE "DV".
           05 VR-VOUCHERNUM PIC 9(08).
       01 LINE-SIGN PIC S9(01).
       01 SAVED-ORDERNUM PIC 9(10).
       01 POSTING-AMOUNT PIC S9(9)V99.
       01 LINE-NET PIC S9(8)V99.
       01 AMOUNT-DUE PIC S9(8)V99.
       01 JOURNAL-TABLE-AREA.
           05 JRN-ENTRY OCCURS 500 TIMES INDEXED BY JRN-IDX.
               10 JRN-ACCOUNT PIC X(08).
               10 JRN-REFERENCE PIC X(15).
               10 JRN-DEBIT PIC S9(9)V99.
               10 JRN-CREDIT PIC S9(9)V99.
       01 JRN-COUNT PIC 9(03) VALUE ZERO.
       01 TOTAL-CREDITS PIC S9(10)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO RUNLOG-EVENT.
           PERFORM WRITE-RUN-LOG.
           DISPLAY "BUSINESS DATE TO EXTRACT (YYYYMMDD): ".
           ACCEPT RPT-BUSDATE.

           CLOSE TENDER-FILE.

           PERFORM POST-CASH-EVENTS.
           PERFORM POST-AP-APPROVALS.
           PERFORM POST-AP-PAYMENTS.
           PERFORM POST-INVENTORY-BALANCE.
           PERFORM POST-VOUCHER-LIABILITY.

           MOVE ZERO TO TOTAL-DEBITS.
           MOVE ZERO TO TOTAL-CREDITS.
               DISPLAY "JOURNAL OUT OF BALANCE: DEBITS P"
                   TOTAL-DEBITS " CREDITS P" TOTAL-CREDITS
               DISPLAY "RUN REJECTED, NO JOURNAL FILE WRITTEN."
               MOVE "F" TO RUNLOG-COMPLETION
           ELSE
               PERFORM WRITE-JOURNAL-FILE
               MOVE "C" TO RUNLOG-COMPLETION
               DISPLAY "BALANCED JOURNAL WRITTEN, DEBITS = "
                   "CREDITS = P" TOTAL-DEBITS
           END-IF.
           MOVE JRN-COUNT TO RUNLOG-RECORDS.
           MOVE TOTAL-DEBITS TO RUNLOG-TOTAL.
           MOVE "E" TO RUNLOG-EVENT.
           PERFORM WRITE-RUN-LOG.
           STOP RUN.

       LOAD-ACCOUNT-MAP.

           IF DISCOUNTAMOUNTV3 > ZERO
               MOVE "S" TO LOOKUP-TYPE
               IF STAFF-PURCHASE-DISCOUNT
                   MOVE "STAF" TO LOOKUP-CODE
               ELSE
                   MOVE "SRPW" TO LOOKUP-CODE
               END-IF
               PERFORM FIND-ACCOUNT
               COMPUTE POSTING-AMOUNT =
                   DISCOUNTAMOUNTV3 * LINE-SIGN
           END-IF.

       POST-CASH-EVENTS.
           OPEN INPUT EXPCAT-FILE.
           IF EXPCAT-STATUS = "00"
               MOVE "YES" TO EXPCAT-OPEN-SW
           END-IF.
           OPEN INPUT CASHEVENT-FILE.
           IF CASHEVENT-STATUS NOT = "00"
               SET CASHEVENT-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CASHEVENT-FILE.
           IF EXPCAT-OPEN
               CLOSE EXPCAT-FILE
           END-IF.

       POST-ONE-CASH-EVENT.
           MOVE "E" TO LOOKUP-TYPE.
           MOVE CE-EVENTTYPE TO LOOKUP-CODE.
           PERFORM FIND-ACCOUNT.
           IF CE-PAIDOUT AND CE-EXPCATEGORY NOT = SPACES
               PERFORM FIND-EXPENSE-ACCOUNT
           END-IF.
           MOVE CE-AMOUNT TO POSTING-AMOUNT.
           IF CE-PAIDIN
               PERFORM POST-CREDIT
               PERFORM POST-DEBIT
           ELSE
               PERFORM POST-DEBIT
               MOVE SPACES TO LOOKUP-REFERENCE
               MOVE "T" TO LOOKUP-TYPE
               MOVE "C" TO LOOKUP-CODE
               PERFORM FIND-ACCOUNT
               PERFORM POST-CREDIT
           END-IF.

       FIND-EXPENSE-ACCOUNT.
           MOVE SPACES TO LOOKUP-REFERENCE.
           STRING "PAIDOUT " CE-EXPCATEGORY
               DELIMITED BY SIZE INTO LOOKUP-REFERENCE.
           IF EXPCAT-OPEN
               MOVE CE-EXPCATEGORY TO EC-CATCODE
               READ EXPCAT-FILE
                   INVALID KEY
                       DISPLAY "NO EXPENSE CATEGORY " CE-EXPCATEGORY
                           ", POSTED TO THE PAID-OUT ACCOUNT."
                   NOT INVALID KEY
                       IF EC-GLACCOUNT NOT = SPACES
                           MOVE EC-GLACCOUNT TO LOOKUP-ACCOUNT
                       END-IF
               END-READ
           END-IF.

       POST-AP-APPROVALS.
           OPEN INPUT APINVREG-FILE.
           IF APINVREG-STATUS NOT = "00"
               SET APINVREG-EOF TO TRUE
           END-IF.
           PERFORM UNTIL APINVREG-EOF
               READ APINVREG-FILE
                   AT END
                       SET APINVREG-EOF TO TRUE
                   NOT AT END
                       IF AP-APPROVEDATE = RPT-BUSDATE
                           PERFORM POST-ONE-AP-APPROVAL
                       END-IF
               END-READ
           END-PERFORM.
           IF APINVREG-STATUS NOT = "35"
               CLOSE APINVREG-FILE
           END-IF.
           MOVE SPACES TO LOOKUP-REFERENCE.

       POST-ONE-AP-APPROVAL.
           MOVE AP-INVOICENUM TO LOOKUP-REFERENCE.
           MOVE "A" TO LOOKUP-TYPE.
           MOVE "PURC" TO LOOKUP-CODE.
           PERFORM FIND-ACCOUNT.
           MOVE AP-INVOICETOTAL TO POSTING-AMOUNT.
           PERFORM POST-DEBIT.
           IF AP-DEBITMEMOAMT = ZERO AND AP-NETPAYABLE = ZERO
               MOVE AP-INVOICETOTAL TO AP-NETPAYABLE
           END-IF.
           MOVE "A" TO LOOKUP-TYPE.
           MOVE "AP  " TO LOOKUP-CODE.
           PERFORM FIND-ACCOUNT.
           MOVE AP-NETPAYABLE TO POSTING-AMOUNT.
           PERFORM POST-CREDIT.
           IF AP-DEBITMEMOAMT > ZERO
               MOVE "A" TO LOOKUP-TYPE
               MOVE "RTV " TO LOOKUP-CODE
               PERFORM FIND-ACCOUNT
               MOVE AP-DEBITMEMOAMT TO POSTING-AMOUNT
               PERFORM POST-CREDIT
           END-IF.

       POST-AP-PAYMENTS.
           OPEN INPUT APPAYMENT-FILE.
           IF APPAYMENT-STATUS NOT = "00"
               SET APPAYMENT-EOF TO TRUE
           END-IF.
           PERFORM UNTIL APPAYMENT-EOF
               READ APPAYMENT-FILE
                   AT END
                       SET APPAYMENT-EOF TO TRUE
                   NOT AT END
                       IF PY-PAYDATE = RPT-BUSDATE
                           PERFORM POST-ONE-AP-PAYMENT
                       END-IF
               END-READ
           END-PERFORM.
           IF APPAYMENT-STATUS NOT = "35"
               CLOSE APPAYMENT-FILE
           END-IF.
           MOVE SPACES TO LOOKUP-REFERENCE.

       POST-ONE-AP-PAYMENT.
           IF PY-CHECKNUM = SPACES
               MOVE PY-VOUCHERNUM TO VR-VOUCHERNUM
               MOVE VOUCHER-REFERENCE TO LOOKUP-REFERENCE
           ELSE
               MOVE PY-CHECKNUM TO LOOKUP-REFERENCE
           END-IF.
           MOVE PY-AMOUNT TO POSTING-AMOUNT.
           MOVE "A" TO LOOKUP-TYPE.
           MOVE "AP  " TO LOOKUP-CODE.
           PERFORM FIND-ACCOUNT.
           PERFORM POST-DEBIT.
           MOVE "A" TO LOOKUP-TYPE.
           MOVE "BANK" TO LOOKUP-CODE.
           PERFORM FIND-ACCOUNT.
           PERFORM POST-CREDIT.

       POST-INVENTORY-BALANCE.
           OPEN INPUT INVVALSUM-FILE.
           IF INVVALSUM-STATUS NOT = "00"
               SET INVVALSUM-EOF TO TRUE
           END-IF.
           PERFORM UNTIL INVVALSUM-EOF
               READ INVVALSUM-FILE NEXT RECORD
                   AT END
                       SET INVVALSUM-EOF TO TRUE
                   NOT AT END
                       IF VS-VALDATE = RPT-BUSDATE
                           PERFORM POST-ONE-INVENTORY-BALANCE
                       END-IF
               END-READ
           END-PERFORM.
           IF INVVALSUM-STATUS NOT = "35"
               CLOSE INVVALSUM-FILE
           END-IF.
           MOVE SPACES TO LOOKUP-REFERENCE.

       POST-ONE-INVENTORY-BALANCE.
           MOVE VS-YEARMONTH TO IR-YEARMONTH.
           MOVE INVENTORY-REFERENCE TO LOOKUP-REFERENCE.
           COMPUTE POSTING-AMOUNT = VS-CLOSING - VS-OPENING.
           MOVE "I" TO LOOKUP-TYPE.
           MOVE "INV " TO LOOKUP-CODE.
           PERFORM FIND-ACCOUNT.
           PERFORM POST-DEBIT.
           MOVE "I" TO LOOKUP-TYPE.
           MOVE "COGS" TO LOOKUP-CODE.
           PERFORM FIND-ACCOUNT.
           PERFORM POST-CREDIT.

       POST-VOUCHER-LIABILITY.
           OPEN INPUT VCHLIABSUM-FILE.
           IF VCHLIABSUM-STATUS NOT = "00"
               SET VCHLIABSUM-EOF TO TRUE
           END-IF.
           PERFORM UNTIL VCHLIABSUM-EOF
               READ VCHLIABSUM-FILE NEXT RECORD
                   AT END
                       SET VCHLIABSUM-EOF TO TRUE
                   NOT AT END
                       IF VL-VALDATE = RPT-BUSDATE
                           PERFORM POST-ONE-VOUCHER-LIABILITY
                       END-IF
               END-READ
           END-PERFORM.
           IF VCHLIABSUM-STATUS NOT = "35"
               CLOSE VCHLIABSUM-FILE
           END-IF.
           MOVE SPACES TO LOOKUP-REFERENCE.

       POST-ONE-VOUCHER-LIABILITY.
           MOVE VL-YEARMONTH TO GR-YEARMONTH.
           MOVE GIFTVOUCHER-REFERENCE TO LOOKUP-REFERENCE.
           MOVE VL-ISSUES TO POSTING-AMOUNT.
           MOVE "G" TO LOOKUP-TYPE.
           MOVE "SALE" TO LOOKUP-CODE.
           PERFORM FIND-ACCOUNT.
           PERFORM POST-DEBIT.
           MOVE "G" TO LOOKUP-TYPE.
           MOVE "LIAB" TO LOOKUP-CODE.
           PERFORM FIND-ACCOUNT.
           PERFORM POST-CREDIT.

           MOVE VL-REDEMPTIONS TO POSTING-AMOUNT.
           MOVE "G" TO LOOKUP-TYPE.
           MOVE "LIAB" TO LOOKUP-CODE.
           PERFORM FIND-ACCOUNT.
           PERFORM POST-DEBIT.
           MOVE "G" TO LOOKUP-TYPE.
           MOVE "RDM " TO LOOKUP-CODE.
           PERFORM FIND-ACCOUNT.
           PERFORM POST-CREDIT.

           MOVE VL-VOIDS TO POSTING-AMOUNT.
           MOVE "G" TO LOOKUP-TYPE.
           MOVE "LIAB" TO LOOKUP-CODE.
           PERFORM FIND-ACCOUNT.
           PERFORM POST-DEBIT.
           MOVE "G" TO LOOKUP-TYPE.
           MOVE "SALE" TO LOOKUP-CODE.
           PERFORM FIND-ACCOUNT.
           PERFORM POST-CREDIT.

           MOVE VL-BREAKAGE TO POSTING-AMOUNT.
           MOVE "G" TO LOOKUP-TYPE.
           MOVE "LIAB" TO LOOKUP-CODE.
           PERFORM FIND-ACCOUNT.
           PERFORM POST-DEBIT.
           MOVE "G" TO LOOKUP-TYPE.
           MOVE "BRKG" TO LOOKUP-CODE.
           PERFORM FIND-ACCOUNT.
           PERFORM POST-CREDIT.

       POST-DEBIT.
           PERFORM FIND-JOURNAL-ACCOUNT.
           ADD POSTING-AMOUNT TO JRN-DEBIT(JRN-IDX).
           MOVE "NO" TO JRN-FOUND-SW.
           PERFORM VARYING JRN-IDX FROM 1 BY 1 UNTIL
               JRN-IDX > JRN-COUNT OR JRN-FOUND
               IF JRN-ACCOUNT(JRN-IDX) = LOOKUP-ACCOUNT AND
                   JRN-REFERENCE(JRN-IDX) = LOOKUP-REFERENCE
                   MOVE "YES" TO JRN-FOUND-SW
               END-IF
           END-PERFORM.
           IF JRN-FOUND
               SET JRN-IDX DOWN BY 1
           ELSE
               IF JRN-COUNT NOT < 500
                   DISPLAY "JOURNAL TABLE FULL AT 500 LINES, "
                       LOOKUP-ACCOUNT " " LOOKUP-REFERENCE
                       " NOT POSTED."
                   DISPLAY "RUN REJECTED, NO JOURNAL FILE WRITTEN."
                   MOVE JRN-COUNT TO RUNLOG-RECORDS
                   MOVE ZERO TO RUNLOG-TOTAL
                   MOVE "E" TO RUNLOG-EVENT
                   MOVE "F" TO RUNLOG-COMPLETION
                   PERFORM WRITE-RUN-LOG
                   STOP RUN
               END-IF
               ADD 1 TO JRN-COUNT
               SET JRN-IDX TO JRN-COUNT
               MOVE LOOKUP-ACCOUNT TO JRN-ACCOUNT(JRN-IDX)
               MOVE LOOKUP-REFERENCE TO JRN-REFERENCE(JRN-IDX)
               MOVE ZERO TO JRN-DEBIT(JRN-IDX)
               MOVE ZERO TO JRN-CREDIT(JRN-IDX)
           END-IF.
               IF JRN-DEBIT(JRN-SCAN) NOT = ZERO
                   MOVE RPT-BUSDATE TO GJ-BUSDATE
                   MOVE JRN-ACCOUNT(JRN-SCAN) TO GJ-ACCOUNT
                   MOVE JRN-REFERENCE(JRN-SCAN) TO GJ-REFERENCE
                   IF JRN-DEBIT(JRN-SCAN) > ZERO
                       MOVE "D" TO GJ-DRCR
                       MOVE JRN-DEBIT(JRN-SCAN) TO GJ-AMOUNT
               IF JRN-CREDIT(JRN-SCAN) NOT = ZERO
                   MOVE RPT-BUSDATE TO GJ-BUSDATE
                   MOVE JRN-ACCOUNT(JRN-SCAN) TO GJ-ACCOUNT
                   MOVE JRN-REFERENCE(JRN-SCAN) TO GJ-REFERENCE
                   IF JRN-CREDIT(JRN-SCAN) > ZERO
                       MOVE "C" TO GJ-DRCR
                       MOVE JRN-CREDIT(JRN-SCAN) TO GJ-AMOUNT
               END-IF
           END-PERFORM.
           CLOSE GLJOURNAL-FILE.
       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING RUNLOG-PROGRAMNAME RUNLOG-EVENT
               RUNLOG-RECORDS RUNLOG-TOTAL RUNLOG-COMPLETION.
       END PROGRAM GL-EXTRACT.
