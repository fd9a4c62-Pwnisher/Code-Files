           ASSIGN TO "D:\Files\dat\cashevent.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CASHEVENT-STATUS.
           SELECT EXPCAT-FILE
           ASSIGN TO "D:\Files\dat\expcat.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EC-CATCODE
           FILE STATUS IS EXPCAT-STATUS.
           SELECT DEPTMAST-FILE
           ASSIGN TO "D:\Files\dat\deptmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DP-DEPTCODE
           FILE STATUS IS DEPTMAST-STATUS.
           SELECT STAFFLIMIT-FILE
           ASSIGN TO "D:\Files\dat\stafflimit.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SL-EMPLOYEEID
           FILE STATUS IS STAFFLIMIT-STATUS.
           SELECT STAFFUSAGE-FILE
           ASSIGN TO "D:\Files\dat\staffusage.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EU-KEY
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS STAFFUSAGE-STATUS.
           SELECT STAFFPURCH-FILE
           ASSIGN TO "D:\Files\dat\staffpurch.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SP-ORDERNUM
           FILE STATUS IS STAFFPURCH-STATUS.
           SELECT ORCONTROL-FILE
           ASSIGN TO "D:\Files\dat\orcontrol.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS OC-TILLNUM
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS ORCONTROL-STATUS.
           SELECT GRANDTOT-FILE
           ASSIGN TO "D:\Files\dat\grandtot.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS GT-TILLNUM
           FILE STATUS IS GRANDTOT-STATUS.
           SELECT ARCINDEX-FILE
           ASSIGN TO "D:\Files\dat\arcindex.dat"
           ORGANIZATION IS INDEXED
           ASSIGN TO "D:\Files\dat\storecfg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STORECFG-STATUS.
           SELECT SCALECFG-FILE
           ASSIGN TO "D:\Files\dat\scalecfg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCALECFG-STATUS.
           SELECT FXRATE-FILE
           ASSIGN TO "D:\Files\dat\fxrate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORDERNUMH3
           ALTERNATE RECORD KEY IS ORNUMBERH3 WITH DUPLICATES
           ALTERNATE RECORD KEY IS LOYALTYCARDH3 WITH DUPLICATES
           ALTERNATE RECORD KEY IS TILLBUSDATEH3 WITH DUPLICATES
           FILE STATUS IS TENDERHDR-STATUS.
           SELECT TENDERDTL-FILE
           ASSIGN TO "D:\Files\dat\tenderdtl.dat"
       COPY "SHIFTREC.CPY".
       FD CASHEVENT-FILE.
       COPY "CASHEVENT.CPY".
       FD EXPCAT-FILE.
       COPY "EXPCAT.CPY".
       FD DEPTMAST-FILE.
       COPY "DEPTMAST.CPY".
       FD STAFFLIMIT-FILE.
       COPY "STAFFLIMIT.CPY".
       FD STAFFUSAGE-FILE.
       COPY "STAFFUSAGE.CPY".
       FD STAFFPURCH-FILE.
       COPY "STAFFPURCH.CPY".
       FD ORCONTROL-FILE.
       COPY "ORCONTROL.CPY".
       FD GRANDTOT-FILE.
       COPY "GRANDTOT.CPY".
       FD ARCINDEX-FILE.
       COPY "ARCINDEX.CPY".
       FD ARCHTENDER-FILE.
       FD LAYAWAY-FILE.
       COPY "LAYAWAY.CPY".
       FD STORECFG-FILE.
       COPY "STORECFG.CPY".
       FD SCALECFG-FILE.
       COPY "SCALECFG.CPY".
       FD FXRATE-FILE.
       01 FXRATE-REC.
           05 FX-CURRENCY PIC X(03).
       01 LAYCOPYIDXV3 PIC 9(03) COMP.
       01 STORECFG-STATUS PIC X(02).
       01 SESSIONSTORECODEV3 PIC X(03) VALUE "001".
       01 SESSIONPRICEZONEV3 PIC X(02) VALUE SPACES.
       01 FXRATE-STATUS PIC X(02).
       01 FXRATE-EOF-SW PIC X(03).
           88 FXRATE-EOF VALUE "YES".
       01 CASHMAST-STATUS PIC X(02).
       01 SHIFT-STATUS PIC X(02).
       01 CASHEVENT-STATUS PIC X(02).
       01 EXPCAT-STATUS PIC X(02).
       01 TENDEREDTOTALV3 PIC 9(6)V99.
       01 TENDERREMAINV3 PIC 9(6)V99.
       01 ENTRYMETHODV3 PIC X(01).
           88 ENTRY-PAY-ACCOUNT VALUE "A".
           88 ENTRY-PAY-FOREX VALUE "F".
           88 ENTRY-PAY-COUPON VALUE "M".
           88 ENTRY-PAY-PAYROLL VALUE "S".
       01 ENTRYAMOUNTV3 PIC 9(6)V99.
       01 CASHTENDEREDV3 PIC 9(6)V99.
       01 LARGESTTENDERV3 PIC 9(6)V99.
       01 ORCONTROL-STATUS PIC X(02).
       01 GRANDTOT-STATUS PIC X(02).
       01 GTKINDV3 PIC X(01).
           88 GT-KIND-SALE VALUE "S".
           88 GT-KIND-VOID VALUE "V".
           88 GT-KIND-REFUND VALUE "R".
       01 GTAMOUNTV3 PIC 9(7)V99.
       01 ARCINDEX-STATUS PIC X(02).
       01 ARCHTENDER-STATUS PIC X(02).
       01 TENDERJRN-STATUS PIC X(02).
       01 RCPT-AMT-DISP PIC ZZZZZ9.99.
       01 RCPT-QTY-DISP PIC ZZ9.999.
       01 RCPT-DENOM-DISP PIC ZZZ9.
       01 SCANNEDCODEV3 PIC X(13).
       01 RESOLVEDCODEV3 PIC X(10).
       01 LOOKUPCODEV3 PIC X(10).
       01 SCALECFG-STATUS PIC X(02).
       01 SCALECFG-EOF-SW PIC X(03).
           88 SCALECFG-EOF VALUE "YES".
       01 SCALE-RULE-TABLE.
           05 SR-ENTRY OCCURS 10 TIMES.
               10 SR-PREFIX PIC X(03).
               10 SR-PREFIXLEN PIC 9(01).
               10 SR-ITEMLEN PIC 9(02).
               10 SR-VALUELEN PIC 9(01).
               10 SR-VALUEDEC PIC 9(01).
               10 SR-MODE PIC X(01).
                   88 SR-PRICE-LABEL VALUE "P".
               10 SR-CHECKFLAG PIC X(01).
                   88 SR-CHECK-DIGIT VALUE "Y".
       01 SCALE-RULE-COUNT PIC 9(02) VALUE ZERO.
       01 SCALEIDXV3 PIC 9(02) COMP.
       01 SCALERULEV3 PIC 9(02) COMP.
       01 SCALELENV3 PIC 9(02) COMP.
       01 SCALEPOSV3 PIC 9(02) COMP.
       01 SCALE-LABEL-SW PIC X(03) VALUE "NO".
           88 SCALE-LABEL VALUE "YES".
       01 SCALE-BAD-SW PIC X(03) VALUE "NO".
           88 SCALE-LABEL-BAD VALUE "YES".
       01 SCALE-PRICED-SW PIC X(03) VALUE "NO".
           88 SCALE-PRICED VALUE "YES".
       01 SCALEITEMCODEV3 PIC X(10).
       01 SCALEDIGITSV3 PIC X(07) JUSTIFIED RIGHT.
       01 SCALEVALUEV3 REDEFINES SCALEDIGITSV3 PIC 9(07).
       01 SCALEPRICEV3 PIC 9(6)V99.
       01 SCALEDIGITV3 PIC 9(01).
       01 SCALEWEIGHTV3 PIC 9(01).
       01 SCALESUMV3 PIC 9(04).
       01 SCALEQUOTV3 PIC 9(04).
       01 SCALEREMV3 PIC 9(01).
       01 SCALEEXPECTV3 PIC 9(01).
       01 INQUIRYCODEV3 PIC X(13).
       01 DISCTHRESHOLDV3 PIC 9(6)V99 VALUE 200.00.
       01 OVERRIDE-OK-SW PIC X(03).
           88 OVERRIDE-OK VALUE "YES".
           88 EVENT-PAIDIN VALUE "I".
           88 EVENT-PAIDOUT VALUE "O".
           88 EVENT-DROP VALUE "D".
       01 EXPCAT-OK-SW PIC X(03).
           88 EXPCAT-OK VALUE "YES".
       01 DEPTMAST-STATUS PIC X(02).
       01 STAFFLIMIT-STATUS PIC X(02).
       01 STAFFUSAGE-STATUS PIC X(02).
       01 STAFFPURCH-STATUS PIC X(02).
       01 STAFFPURCHFLAGV3 PIC X(01).
           88 STAFF-PURCHASE-REQUESTED VALUE "Y".
       01 STAFFEMPIDV3 PIC X(10).
       01 STAFF-OK-SW PIC X(03).
           88 STAFF-OK VALUE "YES".
       01 STAFF-PAYROLL-SW PIC X(03) VALUE "NO".
           88 STAFF-PAYROLL-ALLOWED VALUE "YES".
       01 STAFFUSEDV3 PIC S9(7)V99.
       01 STAFFREMAINV3 PIC S9(7)V99.
       01 STAFFDISCPCTV3 PIC 9(02)V99.
       01 STAFFLINEDISCV3 PIC 9(6)V99.
       01 STAFFMONTHV3 PIC 9(06).
       01 STAFFUSAGEAMTV3 PIC S9(7)V99.
       01 STAFFPAYROLLAMTV3 PIC 9(6)V99.
       01 STAFFRECTYPEV3 PIC X(01).
       01 STAFFCASHBACKV3 PIC 9(6)V99.
       01 ORIGSTAFFBASEV3 PIC 9(6)V99.
       01 ORIGSTAFFDISCV3 PIC 9(6)V99.
       01 ORIGSTAFFPAYV3 PIC 9(6)V99.
       01 ORIGBUSDATEV3 PIC 9(08).
       01 RECEIPTNEEDEDV3 PIC X(01).
           88 RECEIPT-NEEDED VALUE "Y".
       01 SIGNON-OK-SW PIC X(03) VALUE "NO".
           88 SIGNON-OK VALUE "YES".
       01 SESSIONROLEV3 PIC X(01).
           88 TRANS-LAYAWAY VALUE "L".
           88 TRANS-PHONEORDER VALUE "O".
       01 REPRINTNUMV3 PIC 9(10).
       01 LOOKUPORNUMV3 PIC 9(10).
       01 LOOKUPORDERNUMV3 PIC 9(10).
       01 ORSCAN-EOF-SW PIC X(03).
           88 ORSCAN-EOF VALUE "YES".
       01 SENIORPWDRATEV3 PIC 9V99 VALUE 0.20.
       01 SENIORREG-STATUS PIC X(02).
       01 SRUSAGE-STATUS PIC X(02).
       01 BESTLOTNUMV3 PIC X(10).
       01 BESTLOTEXPV3 PIC 9(08).
       01 LOTTAKEV3 PIC 9(06)V9(03).
       01 CHECKDIGIT-ACTION PIC X(01).
       01 CHECKDIGIT-NUMBER PIC X(12).
       01 CHECKDIGIT-RESULT PIC X(01).
           88 CHECKDIGIT-OK VALUE "Y".
       01 LOTHELDQTYV3 PIC S9(06)V9(03).
       01 LOT-HELD-SW PIC X(03).
           88 LINE-LOTS-HELD VALUE "YES".
       01 LINECORR-STATUS PIC X(02).
       01 REVIEWANSWERV3 PIC X(01).
       01 CORRECTLINENOV3 PIC 9(03).
           END-IF.

           PERFORM READ-STORE-CONFIG.
           PERFORM LOAD-SCALE-RULES.
           PERFORM READ-DAY-STATE.
           IF NOT BUSINESS-DAY-OPEN
               IF DAYSTATE-READABLE
                   THRU OFFLINE-TILL-SESSION-EXIT
               STOP RUN
           END-IF.

           OPEN I-O TENDERHDR-FILE.
           IF TENDERHDR-STATUS = "35"
           MOVE "PRICE HISTORY FILE" TO GUARD-FILENAME.
           MOVE ITEMPRICE-STATUS TO GUARD-FILESTATUS.
           PERFORM CHECK-CRITICAL-OPEN.
           IF ITEMPRICE-STATUS = "00"
               PERFORM REFRESH-PRICE-CACHE
                   THRU REFRESH-PRICE-CACHE-EXIT
           END-IF.

           OPEN I-O ORCONTROL-FILE.
           IF ORCONTROL-STATUS = "35"
           MOVE ORCONTROL-STATUS TO GUARD-FILESTATUS.
           PERFORM CHECK-CRITICAL-OPEN.

           OPEN I-O GRANDTOT-FILE.
           IF GRANDTOT-STATUS = "35"
               OPEN OUTPUT GRANDTOT-FILE
               CLOSE GRANDTOT-FILE
               OPEN I-O GRANDTOT-FILE
           END-IF.
           MOVE "GRAND TOTAL FILE" TO GUARD-FILENAME.
           MOVE GRANDTOT-STATUS TO GUARD-FILESTATUS.
           PERFORM CHECK-CRITICAL-OPEN.

           OPEN EXTEND TENDERJRN-FILE.
           IF TENDERJRN-STATUS = "35"
               OPEN OUTPUT TENDERJRN-FILE
           CLOSE CASHMAST-FILE.
           CLOSE SHIFT-FILE.
           CLOSE ORCONTROL-FILE.
           CLOSE GRANDTOT-FILE.
           CLOSE TENDERJRN-FILE.
           CLOSE CUSTMAST-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE CHECKPOINT-FILE.
           CLOSE ITEMPRICE-FILE.
           CLOSE ORCONTROL-FILE.
           CLOSE GRANDTOT-FILE.
           CLOSE TENDERJRN-FILE.
           CLOSE CUSTMAST-FILE.
           CLOSE VOUCHER-FILE.
           PERFORM FINALIZE-SALE.

       ENTER-LINE-QUANTITY.
           MOVE "NO" TO QTY-OK-SW.
           MOVE "NO" TO SCALE-PRICED-SW.
           IF SCALE-LABEL
               PERFORM APPLY-SCALE-QUANTITY
           END-IF.
           IF NOT QTY-OK
               IF LINE-UOM-WEIGHT
                   DISPLAY "QUANTITY (E.G. 1.250 KG): "
               ELSE
                   DISPLAY "QUANTITY: "
               END-IF
               ACCEPT ITEMQTY(ITEMIDXV3)
               PERFORM VALIDATE-LINE-QUANTITY
           END-IF.
           PERFORM UNTIL QTY-OK
               DISPLAY "RE-ENTER QUANTITY: "
               ACCEPT ITEMQTY(ITEMIDXV3)
           END-IF.
           COMPUTE ITEMEXT(ITEMIDXV3) ROUNDED =
               ITEMQTY(ITEMIDXV3) * ITEMPRICE(ITEMIDXV3).
           IF SCALE-PRICED
               MOVE SCALEPRICEV3 TO ITEMEXT(ITEMIDXV3)
           END-IF.
           IF LINE-SERIAL-TRACKED AND SERIALS-WANTED
               PERFORM CAPTURE-LINE-SERIALS
           END-IF.
           PERFORM APPLY-LINE-PROMO.

       APPLY-SCALE-QUANTITY.
           IF SR-PRICE-LABEL(SCALERULEV3)
               COMPUTE SCALEPRICEV3 =
                   SCALEVALUEV3 / 10 ** SR-VALUEDEC(SCALERULEV3)
               IF ITEMPRICE(ITEMIDXV3) > ZERO
                   COMPUTE ITEMQTY(ITEMIDXV3) ROUNDED =
                       SCALEPRICEV3 / ITEMPRICE(ITEMIDXV3)
                       ON SIZE ERROR
                           MOVE ZERO TO ITEMQTY(ITEMIDXV3)
                   END-COMPUTE
                   MOVE "YES" TO SCALE-PRICED-SW
               ELSE
                   MOVE ZERO TO ITEMQTY(ITEMIDXV3)
               END-IF
           ELSE
               COMPUTE ITEMQTY(ITEMIDXV3) =
                   SCALEVALUEV3 / 10 ** SR-VALUEDEC(SCALERULEV3)
                   ON SIZE ERROR
                       MOVE ZERO TO ITEMQTY(ITEMIDXV3)
               END-COMPUTE
           END-IF.
           IF ITEMQTY(ITEMIDXV3) >= 0.001
               DISPLAY "SCALE LABEL WEIGHT: " ITEMQTY(ITEMIDXV3)
               PERFORM VALIDATE-LINE-QUANTITY
               IF NOT QTY-OK
                   MOVE "NO" TO SCALE-PRICED-SW
               END-IF
           ELSE
               MOVE "NO" TO SCALE-PRICED-SW
               DISPLAY "SCALE LABEL VALUE CANNOT BE USED, KEY THE "
                   "WEIGHT."
           END-IF.

       VALIDATE-LINE-QUANTITY.
           MOVE "NO" TO QTY-OK-SW.
           IF LINE-UOM-WEIGHT
                       "AT LEAST 1 FOR THIS ITEM."
               END-IF
           END-IF.
           IF QTY-OK AND LINE-LOTS-HELD AND
               ITEMQTY(ITEMIDXV3) > LOOKUPSTOCKV3
               MOVE "NO" TO QTY-OK-SW
               DISPLAY "ONLY " LOOKUPSTOCKV3 " CAN BE SOLD, THE REST "
                   "IS ON QUARANTINE HOLD."
           END-IF.

       RESUME-TRANSACTION.
           DISPLAY "ORDER NUMBER TO RESUME: ".
               END-IF
           END-IF.

           MOVE "NO" TO STAFF-PAYROLL-SW.
           IF NOT SENIOR-PWD-DISCOUNT
               DISPLAY "EMPLOYEE PURCHASE? (Y/N): "
               ACCEPT STAFFPURCHFLAGV3
               IF STAFF-PURCHASE-REQUESTED
                   PERFORM VALIDATE-STAFF-PURCHASE
                       THRU VALIDATE-STAFF-PURCHASE-EXIT
                   IF STAFF-OK
                       MOVE "E" TO DISCOUNTFLAGV3
                       MOVE STAFFEMPIDV3 TO SENIORPWDIDV3
                   END-IF
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN SENIOR-PWD-DISCOUNT
                   PERFORM APPLY-SENIOR-DISCOUNT
               WHEN STAFF-PURCHASE-DISCOUNT
                   PERFORM APPLY-STAFF-DISCOUNT
               WHEN OTHER
                   PERFORM COMPUTE-ORDER-TAX
           END-EVALUATE.

           COMPUTE AMOUNTDUEV3 = ORDERAMOUNTV3 + TAXAMOUNTV3.

           COMPUTE TOTALDISCOUNTV3 =
               DISPLAY "SR/PWD DISCOUNT: P" DISCOUNTAMOUNTV3
               DISPLAY "SR/PWD ID      : " SENIORPWDIDV3
           END-IF.
           IF STAFF-PURCHASE-DISCOUNT
               DISPLAY "STAFF DISCOUNT : P" DISCOUNTAMOUNTV3
               DISPLAY "EMPLOYEE ID    : " SENIORPWDIDV3
           END-IF.
           DISPLAY "VAT            : P" TAXAMOUNTV3.
           DISPLAY "AMOUNT DUE     : P" AMOUNTDUEV3.
           PERFORM VARYING TENDIDXV3 FROM 1 BY 1 UNTIL
           IF TENDER-STATUS = "00"
               PERFORM WRITE-TENDER-SPLIT
               IF NOT TRAINING-MODE
                   SET GT-KIND-SALE TO TRUE
                   MOVE AMOUNTDUEV3 TO GTAMOUNTV3
                   PERFORM UPDATE-GRAND-TOTAL
                   PERFORM REGISTER-SALE-SERIALS
                   IF NOT STOCK-ALREADY-RESERVED
                       PERFORM UPDATE-STOCK-FOR-SALE
                   IF SENIOR-PWD-DISCOUNT
                       PERFORM POST-SENIOR-USAGE
                   END-IF
                   IF STAFF-PURCHASE-DISCOUNT
                       PERFORM SUM-STAFF-PAYROLL-TENDERS
                       MOVE "S" TO STAFFRECTYPEV3
                       MOVE SESSIONBUSDATEV3 TO ORIGBUSDATEV3
                       COMPUTE STAFFUSAGEAMTV3 = AMOUNTDUEV3
                       PERFORM POST-STAFF-PURCHASE
                   END-IF
               END-IF
               MOVE SPACE TO RECEIPTMODEV3
               PERFORM PRINT-RECEIPT
           ACCEPT LP-PAYDATE FROM DATE YYYYMMDD.
           ACCEPT LP-PAYTIME FROM TIME.
           MOVE LAYPAYAMOUNTV3 TO LP-AMOUNT.
           SET GT-KIND-SALE TO TRUE.
           MOVE LAYPAYAMOUNTV3 TO GTAMOUNTV3.
           PERFORM UPDATE-GRAND-TOTAL.
           MOVE ORNUMBERV3 TO LP-ORNUMBER.
           MOVE SESSIONCASHIERV3 TO LP-CASHIERID.
           WRITE LAYPAY-REC.
           ACCEPT PO-CREATEDATE FROM DATE YYYYMMDD.
           MOVE SESSIONCASHIERV3 TO PO-TAKENBY.
           MOVE ZERO TO PO-SETTLEORDERNUM.
           MOVE SPACES TO PO-RIDERID.
           MOVE ZERO TO PO-TRIPNUM.
           MOVE SPACES TO PO-AREA.
           MOVE ZERO TO PO-RETURNCOUNT.
           COMPUTE PO-TOTALDUE = PHONELINETOTALV3
               - PROMODISCAMTV3 + TAXAMOUNTV3.
           MOVE PROMODISCAMTV3 TO PO-PROMODISCAMT.
           END-IF.

       VOID-ORIGINAL-ORDER.
           MOVE BUSDATEV3 TO ORIGBUSDATEV3.
           IF STAFF-PURCHASE-DISCOUNT
               PERFORM SUM-STAFF-PAYROLL-TENDERS
           END-IF.
           MOVE ORDERCOUNTV3 TO STOCKRESTORECOUNTV3.
           PERFORM VARYING REFUNDIDXV3 FROM 1 BY 1 UNTIL
               REFUNDIDXV3 > STOCKRESTORECOUNTV3
           IF TENDER-STATUS = "00"
               PERFORM WRITE-TENDER-SPLIT
               IF NOT TRAINING-MODE
                   SET GT-KIND-VOID TO TRUE
                   COMPUTE GTAMOUNTV3 = ORDERAMOUNTV3 + TAXAMOUNTV3
                   PERFORM UPDATE-GRAND-TOTAL
                   PERFORM RESTORE-STOCK-FROM-SAVE
                   PERFORM WRITE-VOID-AUDIT
                   IF STAFF-PURCHASE-DISCOUNT
                       MOVE "V" TO STAFFRECTYPEV3
                       COMPUTE STAFFUSAGEAMTV3 =
                           (ORDERAMOUNTV3 + TAXAMOUNTV3) * -1
                       PERFORM POST-STAFF-PURCHASE
                   END-IF
               END-IF
               DISPLAY "VOID RECORDED FOR ORDER " VOIDORIGORDERNUMV3
           END-IF.

       UPDATE-GRAND-TOTAL.
           MOVE SESSIONTILLV3 TO GT-TILLNUM.
           READ GRANDTOT-FILE
               INVALID KEY
                   MOVE ZERO TO GT-GRANDTOTAL GT-VOIDTOTAL
                       GT-REFUNDTOTAL GT-ZCOUNTER GT-LASTZDATE
                       GT-ZBEGINGT GT-ZBEGINVOID GT-ZBEGINREFUND
                       GT-ZFIRSTOR GT-LASTOR GT-ZTRANSCOUNT
                   WRITE GRANDTOT-REC
           END-READ.
           EVALUATE TRUE
               WHEN GT-KIND-SALE
                   ADD GTAMOUNTV3 TO GT-GRANDTOTAL
                   IF ORNUMBERV3 > ZERO
                       IF GT-ZFIRSTOR = ZERO
                           MOVE ORNUMBERV3 TO GT-ZFIRSTOR
                       END-IF
                       MOVE ORNUMBERV3 TO GT-LASTOR
                   END-IF
               WHEN GT-KIND-VOID
                   ADD GTAMOUNTV3 TO GT-VOIDTOTAL
               WHEN GT-KIND-REFUND
                   ADD GTAMOUNTV3 TO GT-REFUNDTOTAL
           END-EVALUATE.
           ADD 1 TO GT-ZTRANSCOUNT.
           REWRITE GRANDTOT-REC
               INVALID KEY
                   DISPLAY "WARNING: GRAND TOTAL FOR TILL "
                       SESSIONTILLV3 " NOT UPDATED."
           END-REWRITE.

       WRITE-VOID-AUDIT.
           MOVE VOIDNUMV3 TO VA-VOIDORDERNUM.
           MOVE VOIDORIGORDERNUMV3 TO VA-ORIGORDERNUM.
           END-IF.
           DISPLAY "REASON: ".
           ACCEPT CE-REASON.
           MOVE SPACES TO CE-EXPCATEGORY.
           MOVE SPACES TO CE-PAYEE.
           MOVE SPACES TO CE-RECEIPTREF.
           IF EVENT-PAIDOUT
               PERFORM CAPTURE-PAIDOUT-DETAILS
           END-IF.

           WRITE CASHEVENT-REC.
           CLOSE CASHEVENT-FILE.
           DISPLAY "CASH EVENT RECORDED.".

       CAPTURE-PAIDOUT-DETAILS.
           MOVE "N" TO RECEIPTNEEDEDV3.
           OPEN INPUT EXPCAT-FILE.
           IF EXPCAT-STATUS NOT = "00"
               DISPLAY "EXPENSE CATEGORY FILE NOT AVAILABLE, CATEGORY "
                   "NOT CHECKED."
               DISPLAY "EXPENSE CATEGORY: "
               ACCEPT CE-EXPCATEGORY
           ELSE
               MOVE "NO" TO EXPCAT-OK-SW
               PERFORM UNTIL EXPCAT-OK
                   DISPLAY "EXPENSE CATEGORY: "
                   ACCEPT CE-EXPCATEGORY
                   MOVE CE-EXPCATEGORY TO EC-CATCODE
                   READ EXPCAT-FILE
                       INVALID KEY
                           DISPLAY "UNKNOWN EXPENSE CATEGORY, TRY "
                               "AGAIN."
                       NOT INVALID KEY
                           IF EC-CAT-ACTIVE
                               MOVE "YES" TO EXPCAT-OK-SW
                               MOVE EC-RECEIPTFLAG TO RECEIPTNEEDEDV3
                               DISPLAY EC-CATCODE " " EC-CATNAME
                           ELSE
                               DISPLAY "CATEGORY IS NO LONGER IN USE, "
                                   "TRY AGAIN."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPCAT-FILE
           END-IF.
           DISPLAY "PAID TO (PAYEE): ".
           ACCEPT CE-PAYEE.
           DISPLAY "RECEIPT REFERENCE: ".
           ACCEPT CE-RECEIPTREF.
           PERFORM UNTIL CE-RECEIPTREF NOT = SPACES OR
                   NOT RECEIPT-NEEDED
               DISPLAY "THIS CATEGORY NEEDS A RECEIPT, RECEIPT "
                   "REFERENCE: "
               ACCEPT CE-RECEIPTREF
           END-PERFORM.

       REFUND-TRANSACTION.
           DISPLAY "ORIGINAL ORDER NUMBER TO REFUND FROM (0 TO "
               "FIND BY OR NUMBER): ".
           ACCEPT REFUNDORIGNUMV3.
           IF REFUNDORIGNUMV3 = ZERO
               PERFORM LOOKUP-ORDER-BY-OR
               MOVE LOOKUPORDERNUMV3 TO REFUNDORIGNUMV3
           END-IF.
           MOVE REFUNDORIGNUMV3 TO ORDERNUMV3.

           READ TENDER-FILE
           MOVE PAYMENTMETHODV3 TO ORIGPAYMETHODV3.
           MOVE DISCOUNTFLAGV3 TO ORIGDISCFLAGV3.
           MOVE SENIORPWDIDV3 TO ORIGSRIDV3.
           MOVE BUSDATEV3 TO ORIGBUSDATEV3.
           MOVE ZERO TO ORIGSTAFFPAYV3.
           IF STAFF-PURCHASE-DISCOUNT
               COMPUTE ORIGSTAFFBASEV3 =
                   ORDERAMOUNTV3 + DISCOUNTAMOUNTV3
               MOVE DISCOUNTAMOUNTV3 TO ORIGSTAFFDISCV3
               PERFORM SUM-STAFF-PAYROLL-TENDERS
               MOVE STAFFPAYROLLAMTV3 TO ORIGSTAFFPAYV3
           END-IF.

           PERFORM VARYING ITEMIDXV3 FROM 1 BY 1 UNTIL
               ITEMIDXV3 > ORDERCOUNTV3
           MOVE ZERO TO PROMODISCAMTV3.
           MOVE ORIGDISCFLAGV3 TO DISCOUNTFLAGV3.
           MOVE ORIGSRIDV3 TO SENIORPWDIDV3.
           IF STAFF-PURCHASE-DISCOUNT
               PERFORM PRORATE-STAFF-REFUND
           END-IF.
           MOVE SPACES TO TENDERREFV3.
           MOVE ZERO TO ORNUMBERV3.
           MOVE ZERO TO TENDERCOUNTV3.
           IF TENDER-STATUS = "00"
               PERFORM WRITE-TENDER-SPLIT
               IF NOT TRAINING-MODE
                   SET GT-KIND-REFUND TO TRUE
                   COMPUTE GTAMOUNTV3 = ORDERAMOUNTV3 + TAXAMOUNTV3
                   PERFORM UPDATE-GRAND-TOTAL
                   PERFORM APPLY-REFUND-DISPOSITIONS
                   PERFORM MARK-SERIALS-RETURNED
                   IF STAFF-PURCHASE-DISCOUNT
                       PERFORM POST-STAFF-REFUND
                   END-IF
               END-IF
               DISPLAY "REFUND OF P" ORDERAMOUNTV3 " PLUS VAT P"
                   TAXAMOUNTV3 " RECORDED AGAINST ORDER "
           END-IF.

       REPRINT-TRANSACTION.
           DISPLAY "ORDER NUMBER TO REPRINT (0 TO FIND BY OR "
               "NUMBER): ".
           ACCEPT REPRINTNUMV3.
           IF REPRINTNUMV3 = ZERO
               PERFORM LOOKUP-ORDER-BY-OR
               MOVE LOOKUPORDERNUMV3 TO REPRINTNUMV3
           END-IF.
           MOVE REPRINTNUMV3 TO ORDERNUMV3.
           MOVE "NO" TO REPRINT-FOUND-SW.

                   DISPLAY "SR/PWD DISCOUNT: P" DISCOUNTAMOUNTV3
                   DISPLAY "SR/PWD ID      : " SENIORPWDIDV3
               END-IF
               IF STAFF-PURCHASE-DISCOUNT
                   DISPLAY "STAFF DISCOUNT: P" DISCOUNTAMOUNTV3
                   DISPLAY "EMPLOYEE ID   : " SENIORPWDIDV3
               END-IF
               DISPLAY "VAT           : P" TAXAMOUNTV3
               DISPLAY "TENDER AMOUNT : P" ORDERTENDERV3
               DISPLAY "CHANGE        : P" ORDERCHANGEV3
               PERFORM PRINT-RECEIPT
           END-IF.

       LOOKUP-ORDER-BY-OR.
           MOVE ZERO TO LOOKUPORDERNUMV3.
           DISPLAY "OFFICIAL RECEIPT NUMBER: ".
           ACCEPT LOOKUPORNUMV3.
           IF LOOKUPORNUMV3 = ZERO
               DISPLAY "OR NUMBER 0 IS NOT AN OFFICIAL RECEIPT."
           ELSE
               MOVE "NO" TO ORSCAN-EOF-SW
               MOVE LOOKUPORNUMV3 TO ORNUMBERH3
               START TENDERHDR-FILE KEY IS EQUAL TO ORNUMBERH3
                   INVALID KEY
                       SET ORSCAN-EOF TO TRUE
               END-START
               PERFORM UNTIL ORSCAN-EOF
                   READ TENDERHDR-FILE NEXT RECORD
                       AT END
                           SET ORSCAN-EOF TO TRUE
                       NOT AT END
                           IF ORNUMBERH3 NOT = LOOKUPORNUMV3
                               SET ORSCAN-EOF TO TRUE
                           ELSE
                               IF TILLNUMH3 = SESSIONTILLV3
                                   MOVE ORDERNUMH3
                                       TO LOOKUPORDERNUMV3
                                   SET ORSCAN-EOF TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF LOOKUPORDERNUMV3 = ZERO
                   DISPLAY "NO SALE ON FILE FOR THAT OR NUMBER ON "
                       "TILL " SESSIONTILLV3 "."
               ELSE
                   DISPLAY "OR " LOOKUPORNUMV3 " IS ORDER "
                       ORDERNUMH3 " OF " BUSDATEH3 " TILL "
                       TILLNUMH3
               END-IF
           END-IF.

       LOG-RECEIPT-REPRINT.
           OPEN EXTEND REPRINTLOG-FILE.
           IF REPRINTLOG-STATUS = "35"
                   CONTINUE
           END-EVALUATE.

       VALIDATE-STAFF-PURCHASE.
           MOVE "NO" TO STAFF-OK-SW.
           DISPLAY "EMPLOYEE ID: ".
           ACCEPT STAFFEMPIDV3.
           OPEN INPUT STAFFLIMIT-FILE.
           IF STAFFLIMIT-STATUS NOT = "00"
               DISPLAY "NO STAFF PURCHASE LIMITS ON FILE, EMPLOYEE "
                   "PURCHASE NOT ALLOWED."
               GO TO VALIDATE-STAFF-PURCHASE-EXIT
           END-IF.
           MOVE STAFFEMPIDV3 TO SL-EMPLOYEEID.
           READ STAFFLIMIT-FILE
               INVALID KEY
                   DISPLAY "EMPLOYEE NOT SET UP FOR STAFF PURCHASES."
               NOT INVALID KEY
                   IF SL-STAFF-INACTIVE
                       DISPLAY "EMPLOYEE IS DEACTIVATED FOR STAFF "
                           "PURCHASES."
                   ELSE
                       MOVE "YES" TO STAFF-OK-SW
                       DISPLAY "EMPLOYEE: " SL-EMPLOYEENAME
                   END-IF
           END-READ.
           CLOSE STAFFLIMIT-FILE.
           IF NOT STAFF-OK
               GO TO VALIDATE-STAFF-PURCHASE-EXIT
           END-IF.

           IF STAFFEMPIDV3 = SESSIONCASHIERV3
               DISPLAY "CASHIERS CANNOT RING THEIR OWN STAFF "
                   "PURCHASE WITHOUT A SUPERVISOR."
               PERFORM SUPERVISOR-OVERRIDE
               IF NOT OVERRIDE-OK
                   MOVE "NO" TO STAFF-OK-SW
                   GO TO VALIDATE-STAFF-PURCHASE-EXIT
               END-IF
           END-IF.

           IF SL-PAYROLL-ALLOWED
               MOVE "YES" TO STAFF-PAYROLL-SW
           END-IF.
           MOVE ZERO TO STAFFUSEDV3.
           MOVE SESSIONBUSDATEV3(1:6) TO STAFFMONTHV3.
           OPEN INPUT STAFFUSAGE-FILE.
           IF STAFFUSAGE-STATUS = "00"
               MOVE STAFFEMPIDV3 TO EU-EMPLOYEEID
               MOVE STAFFMONTHV3 TO EU-YEARMONTH
               READ STAFFUSAGE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EU-PURCHASED TO STAFFUSEDV3
               END-READ
               CLOSE STAFFUSAGE-FILE
           END-IF.
           COMPUTE STAFFREMAINV3 = SL-MONTHLYLIMIT - STAFFUSEDV3.
           IF STAFFREMAINV3 <= ZERO
               DISPLAY "MONTHLY STAFF PURCHASE LIMIT OF P"
                   SL-MONTHLYLIMIT " ALREADY USED, EMPLOYEE "
                   "PURCHASE NOT ALLOWED."
               MOVE "NO" TO STAFF-OK-SW
               MOVE "NO" TO STAFF-PAYROLL-SW
           ELSE
               DISPLAY "LIMIT LEFT THIS MONTH: P" STAFFREMAINV3
           END-IF.

       VALIDATE-STAFF-PURCHASE-EXIT.
           EXIT.

       APPLY-STAFF-DISCOUNT.
           MOVE ZERO TO DISCOUNTAMOUNTV3.
           MOVE ZERO TO TAXAMOUNTV3.
           OPEN INPUT DEPTMAST-FILE.
           IF DEPTMAST-STATUS NOT = "00"
               DISPLAY "DEPARTMENT FILE NOT AVAILABLE, NO STAFF "
                   "DISCOUNT RATES."
           END-IF.
           PERFORM VARYING TAXLINEIDXV3 FROM 1 BY 1 UNTIL
               TAXLINEIDXV3 > ORDERCOUNTV3
               MOVE ZERO TO STAFFDISCPCTV3
               IF DEPTMAST-STATUS = "00"
                   MOVE ITEMDEPT(TAXLINEIDXV3) TO DP-DEPTCODE
                   READ DEPTMAST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DP-STAFFDISCPCT NUMERIC
                               MOVE DP-STAFFDISCPCT
                                   TO STAFFDISCPCTV3
                           END-IF
                   END-READ
               END-IF
               COMPUTE LINENETV3 = ITEMEXT(TAXLINEIDXV3)
                   - ITEMPROMOAMT(TAXLINEIDXV3)
               COMPUTE STAFFLINEDISCV3 ROUNDED =
                   LINENETV3 * STAFFDISCPCTV3 / 100
               ADD STAFFLINEDISCV3 TO DISCOUNTAMOUNTV3
               PERFORM GET-CLASS-RATE
               COMPUTE LINETAXV3 ROUNDED =
                   (LINENETV3 - STAFFLINEDISCV3) * CLASSRATEV3
               ADD LINETAXV3 TO TAXAMOUNTV3
           END-PERFORM.
           IF DEPTMAST-STATUS = "00"
               CLOSE DEPTMAST-FILE
           END-IF.
           SUBTRACT DISCOUNTAMOUNTV3 FROM ORDERAMOUNTV3.

           IF ORDERAMOUNTV3 + TAXAMOUNTV3 > STAFFREMAINV3
               DISPLAY "EMPLOYEE PURCHASE OF P" ORDERAMOUNTV3
                   " PLUS VAT IS OVER THE P" STAFFREMAINV3
                   " LEFT ON THE MONTHLY LIMIT, CHARGING AS A "
                   "NORMAL SALE."
               ADD DISCOUNTAMOUNTV3 TO ORDERAMOUNTV3
               MOVE ZERO TO DISCOUNTAMOUNTV3
               MOVE "N" TO DISCOUNTFLAGV3
               MOVE SPACES TO SENIORPWDIDV3
               MOVE "NO" TO STAFF-PAYROLL-SW
               PERFORM COMPUTE-ORDER-TAX
           END-IF.

       PRORATE-STAFF-REFUND.
           IF ORIGSTAFFBASEV3 > ZERO AND ORDERAMOUNTV3 > ZERO
               COMPUTE DISCOUNTAMOUNTV3 ROUNDED = ORDERAMOUNTV3
                   * ORIGSTAFFDISCV3 / ORIGSTAFFBASEV3
               IF DISCOUNTAMOUNTV3 > ORDERAMOUNTV3
                   MOVE ORDERAMOUNTV3 TO DISCOUNTAMOUNTV3
               END-IF
               COMPUTE TAXAMOUNTV3 ROUNDED = TAXAMOUNTV3
                   * (ORDERAMOUNTV3 - DISCOUNTAMOUNTV3)
                   / ORDERAMOUNTV3
               SUBTRACT DISCOUNTAMOUNTV3 FROM ORDERAMOUNTV3
           END-IF.

       SUM-STAFF-PAYROLL-TENDERS.
           MOVE ZERO TO STAFFPAYROLLAMTV3.
           PERFORM VARYING TENDIDXV3 FROM 1 BY 1 UNTIL
               TENDIDXV3 > TENDERCOUNTV3
               IF TENDMETHODV3(TENDIDXV3) = "S"
                   ADD TENDAMOUNTV3(TENDIDXV3) TO STAFFPAYROLLAMTV3
               END-IF
           END-PERFORM.

       POST-STAFF-REFUND.
           COMPUTE STAFFUSAGEAMTV3 =
               (ORDERAMOUNTV3 + TAXAMOUNTV3) * -1.
           MOVE ZERO TO STAFFCASHBACKV3.
           IF ORDERAMOUNTV3 + TAXAMOUNTV3 > ORIGSTAFFPAYV3
               MOVE ORIGSTAFFPAYV3 TO STAFFPAYROLLAMTV3
               COMPUTE STAFFCASHBACKV3 = ORDERAMOUNTV3 + TAXAMOUNTV3
                   - ORIGSTAFFPAYV3
           ELSE
               COMPUTE STAFFPAYROLLAMTV3 =
                   ORDERAMOUNTV3 + TAXAMOUNTV3
           END-IF.
           IF STAFFPAYROLLAMTV3 > ZERO
               DISPLAY "P" STAFFPAYROLLAMTV3 " CREDITED BACK TO "
                   "PAYROLL DEDUCTION, CASH TO PAY OUT: P"
                   STAFFCASHBACKV3
           END-IF.
           MOVE "F" TO STAFFRECTYPEV3.
           PERFORM POST-STAFF-PURCHASE.

       POST-STAFF-PURCHASE.
           OPEN I-O STAFFPURCH-FILE.
           IF STAFFPURCH-STATUS = "35"
               OPEN OUTPUT STAFFPURCH-FILE
               CLOSE STAFFPURCH-FILE
               OPEN I-O STAFFPURCH-FILE
           END-IF.
           IF STAFFPURCH-STATUS NOT = "00"
               MOVE "STAFF PURCHASE FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE STAFFPURCH-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
           ELSE
               MOVE ORDERNUMV3 TO SP-ORDERNUM
               MOVE STAFFRECTYPEV3 TO SP-RECORDTYPE
               MOVE VOIDORIGORDERNUMV3 TO SP-ORIGORDERNUM
               MOVE SENIORPWDIDV3 TO SP-EMPLOYEEID
               MOVE SESSIONBUSDATEV3 TO SP-BUSDATE
               MOVE SESSIONTILLV3 TO SP-TILLNUM
               MOVE SESSIONCASHIERV3 TO SP-CASHIERID
               MOVE ORNUMBERV3 TO SP-ORNUMBER
               COMPUTE SP-GROSSAMOUNT =
                   ORDERAMOUNTV3 + DISCOUNTAMOUNTV3
               MOVE DISCOUNTAMOUNTV3 TO SP-DISCOUNTAMOUNT
               MOVE TAXAMOUNTV3 TO SP-TAXAMOUNT
               COMPUTE SP-AMOUNTDUE = ORDERAMOUNTV3 + TAXAMOUNTV3
               MOVE STAFFPAYROLLAMTV3 TO SP-PAYROLLAMOUNT
               MOVE SPACE TO SP-DEDUCTFLAG
               MOVE ZERO TO SP-DEDUCTPERIODTO
               WRITE STAFFPURCH-REC
                   INVALID KEY
                       DISPLAY "STAFF PURCHASE ALREADY LOGGED FOR "
                           "ORDER " ORDERNUMV3
               END-WRITE
               CLOSE STAFFPURCH-FILE
           END-IF.

           OPEN I-O STAFFUSAGE-FILE.
           IF STAFFUSAGE-STATUS = "35"
               OPEN OUTPUT STAFFUSAGE-FILE
               CLOSE STAFFUSAGE-FILE
               OPEN I-O STAFFUSAGE-FILE
           END-IF.
           IF STAFFUSAGE-STATUS = "00"
               MOVE SENIORPWDIDV3 TO EU-EMPLOYEEID
               MOVE ORIGBUSDATEV3(1:6) TO EU-YEARMONTH
               PERFORM READ-STAFFUSE-FOR-UPDATE
               EVALUATE TRUE
                   WHEN LOCK-OK
                       ADD STAFFUSAGEAMTV3 TO EU-PURCHASED
                       REWRITE STAFFUSAGE-REC
                       UNLOCK STAFFUSAGE-FILE
                   WHEN STAFFUSAGE-STATUS = "23"
                       MOVE SENIORPWDIDV3 TO EU-EMPLOYEEID
                       MOVE ORIGBUSDATEV3(1:6) TO EU-YEARMONTH
                       MOVE STAFFUSAGEAMTV3 TO EU-PURCHASED
                       WRITE STAFFUSAGE-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               CLOSE STAFFUSAGE-FILE
           END-IF.

       READ-STAFFUSE-FOR-UPDATE.
           MOVE "NO" TO LOCK-OK-SW.
           MOVE ZERO TO LOCKTRIESV3.
           PERFORM UNTIL LOCK-OK OR LOCKTRIESV3 > LOCKLIMITV3
               READ STAFFUSAGE-FILE WITH LOCK
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE STAFFUSAGE-STATUS
                   WHEN "00"
                       MOVE "YES" TO LOCK-OK-SW
                   WHEN "51"
                   WHEN "99"
                       ADD 1 TO LOCKTRIESV3
                       DISPLAY "STAFF USAGE RECORD IN USE, "
                           "RETRYING."
                   WHEN OTHER
                       COMPUTE LOCKTRIESV3 = LOCKLIMITV3 + 1
               END-EVALUATE
           END-PERFORM.
           IF NOT LOCK-OK AND
               (STAFFUSAGE-STATUS = "51" OR STAFFUSAGE-STATUS = "99")
               MOVE "STAFF PURCHASE USAGE FILE" TO GUARD-FILENAME
               MOVE "LOCK" TO GUARD-ACTION
               MOVE STAFFUSAGE-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
           END-IF.

       READ-SRUSE-FOR-UPDATE.
           MOVE "NO" TO LOCK-OK-SW.
           MOVE ZERO TO LOCKTRIESV3.
           MOVE ZERO TO LOYALTYBALV3.
           DISPLAY "LOYALTY CARD NUMBER (BLANK IF NONE): ".
           ACCEPT LOYALTYCARDV3.
           MOVE LOYALTYCARDV3 TO CHECKDIGIT-NUMBER.
           PERFORM VERIFY-CHECK-DIGIT.
           PERFORM UNTIL LOYALTYCARDV3 = SPACES OR CHECKDIGIT-OK
               DISPLAY "CARD NUMBER CHECK DIGIT IS WRONG, RE-ENTER "
                   "(BLANK IF NONE): "
               ACCEPT LOYALTYCARDV3
               MOVE LOYALTYCARDV3 TO CHECKDIGIT-NUMBER
               PERFORM VERIFY-CHECK-DIGIT
           END-PERFORM.
           IF LOYALTYCARDV3 NOT = SPACES
               MOVE LOYALTYCARDV3 TO CU-CARDNUM
               READ CUSTMAST-FILE
                       OR ENTRY-PAY-EWALLET OR ENTRY-PAY-POINTS
                       OR ENTRY-PAY-VOUCHER OR ENTRY-PAY-ACCOUNT
                       OR ENTRY-PAY-FOREX OR ENTRY-PAY-COUPON
                       OR ENTRY-PAY-PAYROLL
                   DISPLAY "TENDER METHOD (C-CASH, D-DEBIT, "
                       "E-EWALLET, P-POINTS, V-VOUCHER, "
                       "A-ON ACCOUNT, F-FOREIGN CURRENCY, "
                       "M-MANUFACTURER COUPON, "
                       "S-STAFF PAYROLL DEDUCTION): "
                   ACCEPT ENTRYMETHODV3
               END-PERFORM
               IF ENTRY-PAY-POINTS AND NOT LOYALTY-CUST-FOUND
                       "MODE."
                   MOVE SPACE TO ENTRYMETHODV3
               END-IF
               IF ENTRY-PAY-PAYROLL
                   EVALUATE TRUE
                       WHEN NOT STAFF-PURCHASE-DISCOUNT
                           DISPLAY "PAYROLL DEDUCTION IS ONLY FOR "
                               "EMPLOYEE PURCHASES."
                           MOVE SPACE TO ENTRYMETHODV3
                       WHEN NOT STAFF-PAYROLL-ALLOWED
                           DISPLAY "THIS EMPLOYEE MAY NOT CHARGE "
                               "PURCHASES TO PAYROLL."
                           MOVE SPACE TO ENTRYMETHODV3
                       WHEN TRAINING-MODE
                           DISPLAY "PAYROLL DEDUCTION CANNOT BE "
                               "USED IN TRAINING MODE."
                           MOVE SPACE TO ENTRYMETHODV3
                   END-EVALUATE
               END-IF
               IF ENTRY-PAY-COUPON
                   PERFORM VALIDATE-COUPON-TENDER
                   IF NOT COUPON-OK

           IF (ENTRY-PAY-DEBIT OR ENTRY-PAY-EWALLET
               OR ENTRY-PAY-POINTS OR ENTRY-PAY-VOUCHER
               OR ENTRY-PAY-ACCOUNT OR ENTRY-PAY-COUPON
               OR ENTRY-PAY-PAYROLL)
               AND ENTRYAMOUNTV3 > TENDERREMAINV3
               MOVE TENDERREMAINV3 TO ENTRYAMOUNTV3
               DISPLAY "NON-CASH TENDER CHARGED FOR REMAINING "
                       IF NOT TRAINING-MODE
                           PERFORM POST-ACCOUNT-CHARGE
                       END-IF
                   WHEN ENTRY-PAY-PAYROLL
                       MOVE STAFFEMPIDV3 TO TENDREFV3(TENDERCOUNTV3)
                   WHEN ENTRY-PAY-COUPON
                       MOVE ENTRYCOUPONCODEV3
                           TO TENDREFV3(TENDERCOUNTV3)
           ACCEPT ENTRYVOUCHERNUMV3.
           MOVE ENTRYVOUCHERNUMV3 TO VO-VOUCHERNUM.

           MOVE ENTRYVOUCHERNUMV3 TO CHECKDIGIT-NUMBER.
           PERFORM VERIFY-CHECK-DIGIT.
           IF NOT CHECKDIGIT-OK
               DISPLAY "VOUCHER NUMBER CHECK DIGIT IS WRONG, RE-KEY "
                   "THE NUMBER."
           ELSE
               READ VOUCHER-FILE
                   INVALID KEY
                       DISPLAY "VOUCHER NUMBER NOT FOUND."
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN VO-VOUCHER-BREAKAGE
                               DISPLAY "VOUCHER HAS EXPIRED."
                           WHEN NOT VO-VOUCHER-ACTIVE
                               DISPLAY "VOUCHER IS NOT ACTIVE."
                           WHEN VO-BALANCE = ZERO
                               DISPLAY "VOUCHER HAS NO REMAINING "
                                   "BALANCE."
                           WHEN OTHER
                               MOVE "YES" TO VOUCHER-OK-SW
                               DISPLAY "VOUCHER BALANCE: P" VO-BALANCE
                       END-EVALUATE
               END-READ
           END-IF.

       VALIDATE-COUPON-TENDER.
           MOVE "NO" TO COUPON-OK-SW.
           ACCEPT ENTRYCOUPONCODEV3.
           MOVE ENTRYCOUPONCODEV3 TO CP-COUPONCODE.

           MOVE ENTRYCOUPONCODEV3 TO CHECKDIGIT-NUMBER.
           PERFORM VERIFY-CHECK-DIGIT.
           IF NOT CHECKDIGIT-OK
               DISPLAY "COUPON CODE CHECK DIGIT IS WRONG, RE-KEY "
                   "THE CODE."
           ELSE
               READ COUPON-FILE
                   INVALID KEY
                       DISPLAY "COUPON CODE NOT ON FILE."
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CP-COUPON-REDEEMED
                               DISPLAY "COUPON WAS ALREADY REDEEMED "
                                   "ON " CP-REDEEMDATE "."
                           WHEN CP-COUPON-INACTIVE
                               DISPLAY "COUPON IS NOT ACTIVE."
                           WHEN SESSIONBUSDATEV3 < CP-STARTDATE
                               DISPLAY "COUPON IS NOT VALID YET."
                           WHEN SESSIONBUSDATEV3 > CP-ENDDATE
                               DISPLAY "COUPON EXPIRED " CP-ENDDATE "."
                           WHEN OTHER
                               PERFORM CHECK-COUPON-ITEM
                               IF COUPON-ITEM-IN-ORDER
                                   MOVE "YES" TO COUPON-OK-SW
                                   MOVE CP-VALUE TO ENTRYAMOUNTV3
                                   DISPLAY "COUPON FOR " CP-ITEMCODE
                                       " WORTH P" CP-VALUE "."
                               ELSE
                                   DISPLAY "ITEM " CP-ITEMCODE
                                       " IS NOT ON THIS ORDER, "
                                       "COUPON NOT ACCEPTED."
                               END-IF
                       END-EVALUATE
               END-READ
           END-IF.

       VERIFY-CHECK-DIGIT.
           MOVE "V" TO CHECKDIGIT-ACTION.
           CALL "CHECK-DIGIT" USING CHECKDIGIT-ACTION CHECKDIGIT-NUMBER
               CHECKDIGIT-RESULT.

       CHECK-COUPON-ITEM.
           MOVE "NO" TO COUPONITEM-SW.
                   MOVE ENTRYAMOUNTV3 TO AT-AMOUNT
                   MOVE AR-BALANCE TO AT-NEWBALANCE
                   MOVE SESSIONCASHIERV3 TO AT-ENTEREDBY
                   MOVE ZERO TO AT-WTAXAMOUNT
                   MOVE SPACES TO AT-CERTNUM
                   WRITE ARTRANS-REC
                   DISPLAY "CHARGED TO ACCOUNT, NEW BALANCE: P"
                       AR-BALANCE
                           SET LOT-EOF TO TRUE
                       ELSE
                           IF LT-QTYONHAND > ZERO AND
                               LT-EXPIRYDATE < BESTLOTEXPV3 AND
                               NOT LT-LOT-QUARANTINED
                               MOVE "YES" TO LOT-FOUND-SW
                               MOVE LT-LOTNUM TO BESTLOTNUMV3
                               MOVE LT-EXPIRYDATE TO BESTLOTEXPV3
                   REWRITE ITEMLOT-REC
           END-READ.

       TALLY-HELD-LOTS.
           MOVE "NO" TO LOT-HELD-SW.
           MOVE ZERO TO LOTHELDQTYV3.
           MOVE "NO" TO LOT-EOF-SW.
           MOVE IM-ITEMCODE TO LT-ITEMCODE.
           MOVE LOW-VALUES TO LT-LOTNUM.
           START ITEMLOT-FILE KEY IS NOT LESS THAN LT-KEY
               INVALID KEY
                   SET LOT-EOF TO TRUE
           END-START.
           IF ITEMLOT-STATUS NOT = "00"
               SET LOT-EOF TO TRUE
           END-IF.
           PERFORM UNTIL LOT-EOF
               READ ITEMLOT-FILE NEXT RECORD
                   AT END
                       SET LOT-EOF TO TRUE
                   NOT AT END
                       IF LT-ITEMCODE NOT = IM-ITEMCODE
                           SET LOT-EOF TO TRUE
                       ELSE
                           IF LT-QTYONHAND > ZERO AND
                               LT-LOT-QUARANTINED
                               MOVE "YES" TO LOT-HELD-SW
                               ADD LT-QTYONHAND TO LOTHELDQTYV3
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       READ-ITEM-FOR-UPDATE.
           MOVE "NO" TO LOCK-OK-SW.
           MOVE ZERO TO LOCKTRIESV3.
                       CONTINUE
                   NOT AT END
                       MOVE SG-STORECODE TO SESSIONSTORECODEV3
                       MOVE SG-PRICEZONE TO SESSIONPRICEZONEV3
                       DISPLAY "STORE: " SG-STORECODE " "
                           SG-STORENAME
                       IF SG-PRICEZONE NOT = SPACES
                           DISPLAY "PRICE ZONE: " SG-PRICEZONE
                       END-IF
               END-READ
               CLOSE STORECFG-FILE
           END-IF.
                   NOT AT END
                       MOVE IM-ITEMCODE TO PC-ITEMCODE
                       MOVE IM-ITEMNAME TO PC-ITEMNAME
                       PERFORM GET-EFFECTIVE-PRICE
                       MOVE EFFECTIVEPRICEV3 TO PC-ITEMPRICE
                       MOVE IM-DEPTCODE TO PC-DEPTCODE
                       MOVE IM-TAXCLASS TO PC-TAXCLASS
                       MOVE IM-UOM TO PC-UOM

       OFFLINE-LOOKUP-ITEM.
           MOVE "NO" TO CACHE-HIT-SW.
           MOVE "NO" TO SCALE-LABEL-SW.
           PERFORM UNTIL CACHE-HIT
               DISPLAY "ITEM CODE: "
               ACCEPT SCANNEDCODEV3
                       MOVE CH-UOM(CACHEIDXV3) TO LINEUOMV3
                       MOVE SPACE TO LINESERIALFLAGV3
                       MOVE 999999 TO LOOKUPSTOCKV3
                       MOVE "NO" TO LOT-HELD-SW
                   END-IF
               END-PERFORM
               IF NOT CACHE-HIT
               MOVE DISCOUNTAMOUNTV3 TO RCPT-AMT-DISP
               PERFORM PRINT-SRPWD-LINE
           END-IF.
           IF STAFF-PURCHASE-DISCOUNT
               MOVE DISCOUNTAMOUNTV3 TO RCPT-AMT-DISP
               PERFORM PRINT-STAFF-DISCOUNT-LINE
           END-IF.

           MOVE ORDERAMOUNTV3 TO RCPT-AMT-DISP.
           MOVE SPACES TO RECEIPT-LINE.
               SENIORPWDIDV3 DELIMITED BY SIZE INTO RECEIPT-LINE.
           WRITE RECEIPT-REC FROM RECEIPT-LINE.

       PRINT-STAFF-DISCOUNT-LINE.
           MOVE SPACES TO RECEIPT-LINE.
           STRING "STAFF DISCOUNT      -" DELIMITED BY SIZE
               RCPT-AMT-DISP DELIMITED BY SIZE INTO RECEIPT-LINE.
           WRITE RECEIPT-REC FROM RECEIPT-LINE.
           MOVE SPACES TO RECEIPT-LINE.
           STRING "EMPLOYEE ID " DELIMITED BY SIZE
               SENIORPWDIDV3 DELIMITED BY SIZE INTO RECEIPT-LINE.
           WRITE RECEIPT-REC FROM RECEIPT-LINE.

       RESOLVE-ITEM-ALIAS.
           PERFORM DECODE-SCALE-LABEL.
           IF SCALE-LABEL
               MOVE SCALEITEMCODEV3 TO LOOKUPCODEV3
           ELSE
               MOVE SCANNEDCODEV3 TO LOOKUPCODEV3
           END-IF.
           MOVE LOOKUPCODEV3 TO RESOLVEDCODEV3.
           IF ITEMALIAS-STATUS NOT = "35" AND
               ITEMALIAS-STATUS NOT = "30"
               MOVE LOOKUPCODEV3 TO AL-ALIASCODE
               READ ITEMALIAS-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       LOAD-SCALE-RULES.
           MOVE ZERO TO SCALE-RULE-COUNT.
           MOVE "NO" TO SCALECFG-EOF-SW.
           OPEN INPUT SCALECFG-FILE.
           IF SCALECFG-STATUS = "00"
               PERFORM UNTIL SCALECFG-EOF
                   READ SCALECFG-FILE
                       AT END
                           SET SCALECFG-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-SCALE-RULE
                   END-READ
               END-PERFORM
               CLOSE SCALECFG-FILE
           END-IF.

       ADD-SCALE-RULE.
           COMPUTE SCALELENV3 = SC-PREFIXLEN + SC-ITEMLEN
               + SC-VALUELEN.
           IF SC-CHECK-DIGIT
               ADD 1 TO SCALELENV3
           END-IF.
           IF SC-PREFIXLEN < 1 OR SC-PREFIXLEN > 3 OR
               SC-ITEMLEN < 1 OR SC-ITEMLEN > 10 OR
               SC-VALUELEN < 1 OR SC-VALUELEN > 7 OR
               SC-VALUEDEC > 3 OR SCALELENV3 > 13 OR
               NOT (SC-WEIGHT-LABEL OR SC-PRICE-LABEL) OR
               SC-PREFIX(1:SC-PREFIXLEN) IS NOT NUMERIC
               DISPLAY "SCALE LABEL RULE " SC-PREFIX
                   " IGNORED, LAYOUT IS INVALID."
           ELSE
               IF SCALE-RULE-COUNT < 10
                   ADD 1 TO SCALE-RULE-COUNT
                   MOVE SC-PREFIX TO SR-PREFIX(SCALE-RULE-COUNT)
                   MOVE SC-PREFIXLEN TO SR-PREFIXLEN(SCALE-RULE-COUNT)
                   MOVE SC-ITEMLEN TO SR-ITEMLEN(SCALE-RULE-COUNT)
                   MOVE SC-VALUELEN TO SR-VALUELEN(SCALE-RULE-COUNT)
                   MOVE SC-VALUEDEC TO SR-VALUEDEC(SCALE-RULE-COUNT)
                   MOVE SC-MODE TO SR-MODE(SCALE-RULE-COUNT)
                   MOVE SC-CHECKFLAG TO SR-CHECKFLAG(SCALE-RULE-COUNT)
               END-IF
           END-IF.

       DECODE-SCALE-LABEL.
           MOVE "NO" TO SCALE-LABEL-SW.
           MOVE "NO" TO SCALE-BAD-SW.
           PERFORM MATCH-SCALE-RULE THRU MATCH-SCALE-RULE-EXIT
               VARYING SCALEIDXV3 FROM 1 BY 1 UNTIL
               SCALEIDXV3 > SCALE-RULE-COUNT OR SCALE-LABEL.

       MATCH-SCALE-RULE.
           COMPUTE SCALELENV3 = SR-PREFIXLEN(SCALEIDXV3)
               + SR-ITEMLEN(SCALEIDXV3) + SR-VALUELEN(SCALEIDXV3).
           IF SR-CHECK-DIGIT(SCALEIDXV3)
               ADD 1 TO SCALELENV3
           END-IF.
           IF SCALELENV3 < 13
               IF SCANNEDCODEV3(SCALELENV3 + 1:13 - SCALELENV3)
                   NOT = SPACES
                   GO TO MATCH-SCALE-RULE-EXIT
               END-IF
           END-IF.
           IF SCANNEDCODEV3(1:SCALELENV3) IS NOT NUMERIC
               GO TO MATCH-SCALE-RULE-EXIT
           END-IF.
           IF SCANNEDCODEV3(1:SR-PREFIXLEN(SCALEIDXV3)) NOT =
               SR-PREFIX(SCALEIDXV3)(1:SR-PREFIXLEN(SCALEIDXV3))
               GO TO MATCH-SCALE-RULE-EXIT
           END-IF.

           MOVE "YES" TO SCALE-LABEL-SW.
           MOVE SCALEIDXV3 TO SCALERULEV3.
           COMPUTE SCALEPOSV3 = SR-PREFIXLEN(SCALEIDXV3) + 1.
           MOVE SCANNEDCODEV3(SCALEPOSV3:SR-ITEMLEN(SCALEIDXV3))
               TO SCALEITEMCODEV3.
           ADD SR-ITEMLEN(SCALEIDXV3) TO SCALEPOSV3.
           MOVE SCANNEDCODEV3(SCALEPOSV3:SR-VALUELEN(SCALEIDXV3))
               TO SCALEDIGITSV3.
           INSPECT SCALEDIGITSV3 REPLACING LEADING SPACES BY ZEROS.

           IF SR-CHECK-DIGIT(SCALEIDXV3)
               MOVE ZERO TO SCALESUMV3
               MOVE 3 TO SCALEWEIGHTV3
               COMPUTE SCALEPOSV3 = SCALELENV3 - 1
               PERFORM ADD-SCALE-CHECK-DIGIT UNTIL SCALEPOSV3 < 1
               DIVIDE SCALESUMV3 BY 10 GIVING SCALEQUOTV3
                   REMAINDER SCALEREMV3
               IF SCALEREMV3 = ZERO
                   MOVE ZERO TO SCALEEXPECTV3
               ELSE
                   COMPUTE SCALEEXPECTV3 = 10 - SCALEREMV3
               END-IF
               MOVE SCANNEDCODEV3(SCALELENV3:1) TO SCALEDIGITV3
               IF SCALEDIGITV3 NOT = SCALEEXPECTV3
                   MOVE "YES" TO SCALE-BAD-SW
               END-IF
           END-IF.

       MATCH-SCALE-RULE-EXIT.
           EXIT.

       ADD-SCALE-CHECK-DIGIT.
           MOVE SCANNEDCODEV3(SCALEPOSV3:1) TO SCALEDIGITV3.
           COMPUTE SCALESUMV3 = SCALESUMV3
               + SCALEDIGITV3 * SCALEWEIGHTV3.
           IF SCALEWEIGHTV3 = 3
               MOVE 1 TO SCALEWEIGHTV3
           ELSE
               MOVE 3 TO SCALEWEIGHTV3
           END-IF.
           SUBTRACT 1 FROM SCALEPOSV3.

       INQUIRY-TRANSACTION.
           DISPLAY "ITEM INQUIRY / PRICE CHECK (BLANK CODE TO END)".
           MOVE "X" TO INQUIRYCODEV3.
               PERFORM RESOLVE-ITEM-ALIAS
               MOVE RESOLVEDCODEV3 TO ITEMCODE(ITEMIDXV3)
               MOVE RESOLVEDCODEV3 TO IM-ITEMCODE
               IF SCALE-LABEL-BAD
                   DISPLAY "SCALE LABEL CHECK DIGIT IS WRONG, "
                       "RESCAN OR KEY THE ITEM."
               ELSE
                   READ ITEMMAST-FILE
                       INVALID KEY
                           DISPLAY "ITEM CODE NOT FOUND, TRY AGAIN."
                   END-READ
               END-IF
               IF ITEMMAST-STATUS = "00" AND NOT SCALE-LABEL-BAD
                   PERFORM TALLY-HELD-LOTS
                   EVALUATE TRUE
                       WHEN IM-ITEM-INACTIVE
                           DISPLAY "ITEM " IM-ITEMCODE " IS "
                               "DEACTIVATED AND CANNOT BE SOLD, "
                               "TRY AGAIN."
                       WHEN SCALE-LABEL AND NOT IM-UOM-WEIGHT
                           DISPLAY "ITEM " IM-ITEMCODE " IS NOT A "
                               "WEIGHED ITEM, SCALE LABEL REJECTED."
                       WHEN IM-STOCKONHAND <= ZERO
                           DISPLAY "ITEM " IM-ITEMCODE " IS OUT OF "
                               "STOCK, TRY AGAIN."
                       WHEN LINE-LOTS-HELD AND
                           IM-STOCKONHAND <= LOTHELDQTYV3
                           DISPLAY "ITEM " IM-ITEMCODE " STOCK IS ON "
                               "QUARANTINE HOLD AND CANNOT BE SOLD, "
                               "TRY AGAIN."
                       WHEN OTHER
                           MOVE "YES" TO ITEM-FOUND-SW
                           MOVE IM-ITEMNAME TO ITEMNAME(ITEMIDXV3)
                           MOVE IM-UOM TO LINEUOMV3
                           MOVE IM-SERIALFLAG TO LINESERIALFLAGV3
                           MOVE IM-STOCKONHAND TO LOOKUPSTOCKV3
                           IF LINE-LOTS-HELD
                               SUBTRACT LOTHELDQTYV3
                                   FROM LOOKUPSTOCKV3
                           END-IF
                           PERFORM OFFER-PRICE-OVERRIDE
                               THRU OFFER-PRICE-OVERRIDE-EXIT
                   END-EVALUATE
               MOVE ORNUMBERV3 TO SN-ORNUMBER
               MOVE SESSIONBUSDATEV3 TO SN-SALEDATE
               SET SN-SOLD TO TRUE
               MOVE ZERO TO SN-WARRANTYEND
               MOVE SPACES TO SN-REPLACESSERIAL
               MOVE SPACES TO SN-REPLACEDBYSERIAL
               WRITE SERIALREG-REC
                   INVALID KEY
                       DISPLAY "SERIAL " SN-SERIALNUM " WAS "
               INVALID KEY
                   MOVE SPACE TO LINEUOMV3
                   MOVE 999999 TO LOOKUPSTOCKV3
                   MOVE "NO" TO LOT-HELD-SW
               NOT INVALID KEY
                   MOVE IM-UOM TO LINEUOMV3
                   MOVE IM-STOCKONHAND TO LOOKUPSTOCKV3
                   PERFORM TALLY-HELD-LOTS
                   IF LINE-LOTS-HELD
                       SUBTRACT LOTHELDQTYV3 FROM LOOKUPSTOCKV3
                   END-IF
           END-READ.
           MOVE CORRECTLINENOV3 TO ITEMIDXV3.
           IF LINE-UOM-WEIGHT
           MOVE "NO" TO ITEMPRICE-EOF-SW.
           MOVE IM-ITEMCODE TO IP-ITEMCODE.
           MOVE ZERO TO IP-EFFDATE.
           MOVE SPACES TO IP-PRICEZONE.
           START ITEMPRICE-FILE KEY IS NOT LESS THAN IP-KEY
               INVALID KEY
                   SET ITEMPRICE-EOF TO TRUE
                               OR IP-EFFDATE > SESSIONBUSDATEV3
                           SET ITEMPRICE-EOF TO TRUE
                       ELSE
                           PERFORM TAKE-ZONE-PRICE
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-ZONE-PRICE.
           IF IP-PRICEZONE = SESSIONPRICEZONEV3 OR IP-PRICEZONE = SPACES
               MOVE IP-PRICE TO EFFECTIVEPRICEV3
           END-IF.

       END PROGRAM 29-TENDER-CHANGE-V2.
