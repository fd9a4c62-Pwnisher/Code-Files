       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-VALUATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMMAST-FILE
           ASSIGN TO "D:\Files\dat\itemmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IM-ITEMCODE
           FILE STATUS IS ITEMMAST-STATUS.
           SELECT BOM-FILE
           ASSIGN TO "D:\Files\dat\bom.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BM-KEY
           FILE STATUS IS BOM-STATUS.
           SELECT DEPTMAST-FILE
           ASSIGN TO "D:\Files\dat\deptmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DP-DEPTCODE
           FILE STATUS IS DEPTMAST-STATUS.
           SELECT INVVALUE-FILE
           ASSIGN TO "D:\Files\dat\invvalue.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IV-KEY
           FILE STATUS IS INVVALUE-STATUS.
           SELECT INVVALSUM-FILE
           ASSIGN TO "D:\Files\dat\invvalsum.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VS-YEARMONTH
           FILE STATUS IS INVVALSUM-STATUS.
           SELECT RECVLOG-FILE
           ASSIGN TO "D:\Files\dat\recvlog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECVLOG-STATUS.
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
           SELECT SHRINK-FILE
           ASSIGN TO "D:\Files\dat\shrink.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHRINK-STATUS.
           SELECT STOCKADJ-FILE
           ASSIGN TO "D:\Files\dat\stockadj.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STOCKADJ-STATUS.
           SELECT XFER-FILE
           ASSIGN TO "D:\Files\dat\xfer.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XF-KEY
           FILE STATUS IS XFER-STATUS.
           SELECT RTVHDR-FILE
           ASSIGN TO "D:\Files\dat\rtvhdr.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RH-RTVNUMBER
           FILE STATUS IS RTVHDR-STATUS.
           SELECT RTVLINE-FILE
           ASSIGN TO "D:\Files\dat\rtvline.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RT-KEY
           FILE STATUS IS RTVLINE-STATUS.
           SELECT PHONEORD-FILE
           ASSIGN TO "D:\Files\dat\phoneord.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-ORDERNUM
           FILE STATUS IS PHONEORD-STATUS.
           SELECT LAYAWAY-FILE
           ASSIGN TO "D:\Files\dat\layaway.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LY-LAYAWAYNUM
           FILE STATUS IS LAYAWAY-STATUS.
           SELECT VALREPORT-FILE
           ASSIGN TO "D:\Files\dat\invvaluation.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VALREPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ITEMMAST-FILE.
       COPY "ITEMMAST.CPY".
       FD BOM-FILE.
       COPY "BOMREC.CPY".
       FD DEPTMAST-FILE.
       COPY "DEPTMAST.CPY".
       FD INVVALUE-FILE.
       COPY "INVVALUE.CPY".
       FD INVVALSUM-FILE.
       COPY "INVVALSUM.CPY".
       FD RECVLOG-FILE.
       01 RECVLOG-REC.
           05 RV-ITEMCODE PIC X(10).
           05 RV-QTYRECEIVED PIC 9(06)V9(03).
           05 RV-NEWSTOCK PIC S9(06)V9(03).
           05 RV-UNITCOST PIC 9(6)V99.
           05 RV-REFERENCE PIC X(20).
           05 RV-RECEIVEDBY PIC X(10).
           05 RV-RECVDATE PIC 9(08).
           05 RV-RECVTIME PIC 9(08).
           05 RV-PONUMBER PIC 9(08).
           05 RV-CONSIGNFLAG PIC X(01).
               88 RV-CONSIGNMENT VALUE "Y".
       FD TENDERHDR-FILE.
       COPY "TENDERHDR.CPY".
       FD TENDERDTL-FILE.
       COPY "TENDERDTL.CPY".
       FD SHRINK-FILE.
       01 SHRINK-REC.
           05 SK-BUSDATE PIC 9(08).
           05 SK-REFUNDNUM PIC 9(10).
           05 SK-ORIGORDERNUM PIC 9(10).
           05 SK-ITEMCODE PIC X(10).
           05 SK-DEPTCODE PIC X(04).
           05 SK-QTY PIC 9(03)V9(03).
           05 SK-VALUE PIC 9(6)V99.
           05 SK-DISPOSITION PIC X(01).
           05 SK-REASON PIC X(30).
           05 SK-CASHIERID PIC X(10).
       FD STOCKADJ-FILE.
       01 STOCKADJ-REC.
           05 SA-ITEMCODE PIC X(10).
           05 SA-BOOKSTOCK PIC S9(06)V9(03).
           05 SA-COUNTEDQTY PIC 9(06)V9(03).
           05 SA-VARIANCE PIC S9(06)V9(03).
           05 SA-COUNTEDBY PIC X(10).
           05 SA-APPROVEDBY PIC X(10).
           05 SA-ADJDATE PIC 9(08).
           05 SA-ADJTIME PIC 9(08).
       FD XFER-FILE.
       01 XFER-REC.
           05 XF-KEY.
               10 XF-XFERNUM PIC 9(08).
               10 XF-LINENUM PIC 9(03).
           05 XF-ITEMCODE PIC X(10).
           05 XF-ITEMNAME PIC X(30).
           05 XF-QUANTITY PIC 9(06)V9(03).
           05 XF-FROMSTORE PIC X(03).
           05 XF-TOSTORE PIC X(03).
           05 XF-XFERSTATUS PIC X(01).
               88 XF-IN-TRANSIT VALUE "T".
               88 XF-RECEIVED VALUE "R".
               88 XF-CANCELLED VALUE "X".
           05 XF-SENTBY PIC X(10).
           05 XF-SENTDATE PIC 9(08).
           05 XF-RECEIVEDBY PIC X(10).
           05 XF-RECVDATE PIC 9(08).
       FD RTVHDR-FILE.
       COPY "RTVHDR.CPY".
       FD RTVLINE-FILE.
       COPY "RTVLINE.CPY".
       FD PHONEORD-FILE.
       COPY "PHONEORD.CPY".
       FD LAYAWAY-FILE.
       COPY "LAYAWAY.CPY".
       FD VALREPORT-FILE.
       01 VALREPORT-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 ITEMMAST-STATUS PIC X(02).
       01 BOM-STATUS PIC X(02).
       01 DEPTMAST-STATUS PIC X(02).
       01 INVVALUE-STATUS PIC X(02).
       01 INVVALSUM-STATUS PIC X(02).
       01 RECVLOG-STATUS PIC X(02).
       01 TENDERHDR-STATUS PIC X(02).
       01 TENDERDTL-STATUS PIC X(02).
       01 SHRINK-STATUS PIC X(02).
       01 STOCKADJ-STATUS PIC X(02).
       01 XFER-STATUS PIC X(02).
       01 RTVHDR-STATUS PIC X(02).
       01 RTVLINE-STATUS PIC X(02).
       01 PHONEORD-STATUS PIC X(02).
       01 LAYAWAY-STATUS PIC X(02).
       01 VALREPORT-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "INVENTORY-VALUATION".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 TODAYDATE PIC 9(08).
       01 VALDATE PIC 9(08).
       01 VALDATE-SPLIT REDEFINES VALDATE.
           05 VAL-YEAR PIC 9(04).
           05 VAL-MONTH PIC 9(02).
           05 VAL-DAY PIC 9(02).
       01 VAL-YEARMONTH PIC 9(06).
       01 PREV-YEARMONTH PIC 9(06).
       01 PREV-YEAR PIC 9(04).
       01 PREV-MONTH PIC 9(02).
       01 WINDOW-AFTER PIC 9(08).
       01 CUTOFFDATE PIC 9(08).
       01 REPLACE-ANSWER PIC X(01).
           88 REPLACE-YES VALUE "Y".
       01 DEPT-OPEN-SW PIC X(03).
           88 DEPT-FILE-OPEN VALUE "YES".
       01 PRIOR-FOUND-SW PIC X(03).
           88 PRIOR-FOUND VALUE "YES".
       01 SNAP-EOF-SW PIC X(03).
           88 SNAP-EOF VALUE "YES".
       01 ITEM-EOF-SW PIC X(03).
           88 ITEM-EOF VALUE "YES".
       01 SOURCE-EOF-SW PIC X(03).
           88 SOURCE-EOF VALUE "YES".
       01 DTL-EOF-SW PIC X(03).
           88 DTL-EOF VALUE "YES".
       01 BOM-EOF-SW PIC X(03).
           88 BOM-EOF VALUE "YES".
       01 BOM-HIT-SW PIC X(03).
           88 BOM-COMPONENTS-FOUND VALUE "YES".
       01 SALES-OPEN-SW PIC X(03).
           88 SALES-FILES-OPEN VALUE "YES".
       01 SKIP-ORDER-SW PIC X(03).
           88 SKIP-ORDER VALUE "YES".
       01 LASTDTLORDER PIC 9(10).
       01 VOIDORIGORDER PIC 9(10).
       01 LINEIDX PIC 9(03) COMP.
       01 PX-ITEMCODE PIC X(10).
       01 PX-QTY PIC S9(07)V9(03).
       01 MW-ITEMCODE PIC X(10).
       01 MW-DATE PIC 9(08).
       01 MW-CATEGORY PIC X(01).
           88 MW-RECEIPT VALUE "R".
           88 MW-COST-OF-SALES VALUE "C".
           88 MW-ADJUSTMENT VALUE "A".
           88 MW-TRANSFER VALUE "T".
           88 MW-SHRINK VALUE "S".
           88 MW-VENDOR-RETURN VALUE "V".
       01 MW-QTY PIC S9(07)V9(03).
       01 MW-UNITCOST PIC 9(6)V99.
       01 MW-VALUE PIC S9(10)V99.
       01 SETTLED-TABLE.
           05 PS-ORDERNUM PIC 9(10) OCCURS 2000 TIMES
               INDEXED BY PS-IDX.
       01 PS-COUNT PIC 9(04) VALUE ZERO.
       01 PS-TRUNCATED PIC 9(06) VALUE ZERO.
       01 PS-FOUND-SW PIC X(03).
           88 PS-FOUND VALUE "YES".
       01 DEPT-TABLE-AREA.
           05 DV-ENTRY OCCURS 100 TIMES INDEXED BY DV-IDX.
               10 DV-DEPTCODE PIC X(04).
               10 DV-ITEMS PIC 9(06).
               10 DV-VALUE PIC S9(10)V99.
       01 DV-COUNT PIC 9(03) VALUE ZERO.
       01 DV-TRUNCATED PIC 9(06) VALUE ZERO.
       01 DV-FOUND-SW PIC X(03).
           88 DV-FOUND VALUE "YES".
       01 RF-RECEIPTS PIC S9(10)V99.
       01 RF-COSTOFSALES PIC S9(10)V99.
       01 RF-ADJUSTMENTS PIC S9(10)V99.
       01 RF-TRANSFERS PIC S9(10)V99.
       01 RF-SHRINK PIC S9(10)V99.
       01 RF-VENDORRETURNS PIC S9(10)V99.
       01 RF-OPENING PIC S9(10)V99.
       01 RF-ROLLFORWARD PIC S9(10)V99.
       01 SNAP-TOTAL PIC S9(10)V99.
       01 SNAP-ITEMS PIC 9(06).
       01 CONSIGN-ITEMS PIC 9(06).
       01 UNCOSTED-COUNT PIC 9(06).
       01 DIFFERENCE-AMT PIC S9(10)V99.
       01 AMOUNT-DISP PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 COUNT-DISP PIC ZZZ,ZZ9.
       01 DEPTNAME-HOLD PIC X(30).
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "INVENTORY-VALUATION".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT TODAYDATE FROM DATE YYYYMMDD.
           DISPLAY "MONTH-END INVENTORY VALUATION".
           DISPLAY "MONTH-END DATE (YYYYMMDD, 0 FOR TODAY): ".
           ACCEPT VALDATE.
           IF VALDATE = ZERO
               MOVE TODAYDATE TO VALDATE
           END-IF.
           IF VALDATE > TODAYDATE
               DISPLAY "MONTH-END DATE IS IN THE FUTURE, RUN REJECTED."
               STOP RUN
           END-IF.

           COMPUTE VAL-YEARMONTH = VALDATE / 100.
           IF VAL-MONTH = 1
               COMPUTE PREV-YEAR = VAL-YEAR - 1
               MOVE 12 TO PREV-MONTH
           ELSE
               MOVE VAL-YEAR TO PREV-YEAR
               COMPUTE PREV-MONTH = VAL-MONTH - 1
           END-IF.
           COMPUTE PREV-YEARMONTH = PREV-YEAR * 100 + PREV-MONTH.
           MOVE TODAYDATE TO CUTOFFDATE.

           PERFORM OPEN-VALUATION-FILES.

           MOVE VAL-YEARMONTH TO VS-YEARMONTH.
           READ INVVALSUM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "MONTH " VAL-YEARMONTH
                       " WAS ALREADY VALUED ON " VS-SNAPDATE "."
                   DISPLAY "REPLACE THE SNAPSHOT (Y/N): "
                   ACCEPT REPLACE-ANSWER
                   IF NOT REPLACE-YES
                       DISPLAY "RUN CANCELLED, SNAPSHOT KEPT."
                       PERFORM CLOSE-VALUATION-FILES
                       STOP RUN
                   END-IF
                   PERFORM REMOVE-OLD-SNAPSHOT
           END-READ.

           IF TODAYDATE > VALDATE
               DISPLAY "NOTE: RUN AFTER MONTH END, SNAPSHOT IS STOCK "
                   "ON HAND AS OF " TODAYDATE "."
           END-IF.

           MOVE "NO" TO PRIOR-FOUND-SW.
           MOVE ZERO TO RF-OPENING.
           COMPUTE WINDOW-AFTER = VAL-YEARMONTH * 100.
           MOVE PREV-YEARMONTH TO VS-YEARMONTH.
           READ INVVALSUM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO PRIOR-FOUND-SW
                   MOVE VS-CLOSING TO RF-OPENING
                   MOVE VS-CUTOFF TO WINDOW-AFTER
           END-READ.

           PERFORM TAKE-SNAPSHOT.

           MOVE ZERO TO RF-RECEIPTS.
           MOVE ZERO TO RF-COSTOFSALES.
           MOVE ZERO TO RF-ADJUSTMENTS.
           MOVE ZERO TO RF-TRANSFERS.
           MOVE ZERO TO RF-SHRINK.
           MOVE ZERO TO RF-VENDORRETURNS.
           MOVE ZERO TO UNCOSTED-COUNT.
           PERFORM COLLECT-MOVEMENTS.

           COMPUTE RF-ROLLFORWARD = RF-OPENING + RF-RECEIPTS
               - RF-COSTOFSALES + RF-ADJUSTMENTS + RF-TRANSFERS
               + RF-SHRINK + RF-VENDORRETURNS.
           COMPUTE DIFFERENCE-AMT = SNAP-TOTAL - RF-ROLLFORWARD.

           PERFORM WRITE-VALUATION-SUMMARY.
           PERFORM PRINT-VALUATION-REPORT.
           PERFORM CLOSE-VALUATION-FILES.
           STOP RUN.

       OPEN-VALUATION-FILES.
           OPEN INPUT ITEMMAST-FILE.
           IF ITEMMAST-STATUS NOT = "00"
               MOVE "ITEM MASTER" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE ITEMMAST-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN INPUT BOM-FILE.
           IF BOM-STATUS = "35"
               OPEN OUTPUT BOM-FILE
               CLOSE BOM-FILE
               OPEN INPUT BOM-FILE
           END-IF.
           IF BOM-STATUS NOT = "00"
               MOVE "KIT COMPONENT FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE BOM-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           MOVE "NO" TO DEPT-OPEN-SW.
           OPEN INPUT DEPTMAST-FILE.
           IF DEPTMAST-STATUS = "00"
               MOVE "YES" TO DEPT-OPEN-SW
           END-IF.
           OPEN I-O INVVALUE-FILE.
           IF INVVALUE-STATUS = "35"
               OPEN OUTPUT INVVALUE-FILE
               CLOSE INVVALUE-FILE
               OPEN I-O INVVALUE-FILE
           END-IF.
           IF INVVALUE-STATUS NOT = "00"
               MOVE "VALUATION SNAPSHOT FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE INVVALUE-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN I-O INVVALSUM-FILE.
           IF INVVALSUM-STATUS = "35"
               OPEN OUTPUT INVVALSUM-FILE
               CLOSE INVVALSUM-FILE
               OPEN I-O INVVALSUM-FILE
           END-IF.
           IF INVVALSUM-STATUS NOT = "00"
               MOVE "VALUATION SUMMARY FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE INVVALSUM-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.

       CLOSE-VALUATION-FILES.
           CLOSE ITEMMAST-FILE.
           CLOSE BOM-FILE.
           IF DEPT-FILE-OPEN
               CLOSE DEPTMAST-FILE
           END-IF.
           CLOSE INVVALUE-FILE.
           CLOSE INVVALSUM-FILE.

       REMOVE-OLD-SNAPSHOT.
           MOVE "NO" TO SNAP-EOF-SW.
           MOVE VAL-YEARMONTH TO IV-YEARMONTH.
           MOVE LOW-VALUES TO IV-ITEMCODE.
           START INVVALUE-FILE KEY IS NOT LESS THAN IV-KEY
               INVALID KEY
                   SET SNAP-EOF TO TRUE
           END-START.
           PERFORM UNTIL SNAP-EOF
               READ INVVALUE-FILE NEXT RECORD
                   AT END
                       SET SNAP-EOF TO TRUE
                   NOT AT END
                       IF IV-YEARMONTH NOT = VAL-YEARMONTH
                           SET SNAP-EOF TO TRUE
                       ELSE
                           DELETE INVVALUE-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-SNAPSHOT.
           MOVE ZERO TO SNAP-TOTAL.
           MOVE ZERO TO SNAP-ITEMS.
           MOVE ZERO TO CONSIGN-ITEMS.
           MOVE ZERO TO DV-COUNT.
           MOVE ZERO TO DV-TRUNCATED.
           MOVE "NO" TO ITEM-EOF-SW.
           MOVE LOW-VALUES TO IM-ITEMCODE.
           START ITEMMAST-FILE KEY IS NOT LESS THAN IM-ITEMCODE
               INVALID KEY
                   SET ITEM-EOF TO TRUE
           END-START.
           PERFORM UNTIL ITEM-EOF
               READ ITEMMAST-FILE NEXT RECORD
                   AT END
                       SET ITEM-EOF TO TRUE
                   NOT AT END
                       PERFORM SNAPSHOT-ONE-ITEM
                           THRU SNAPSHOT-ONE-ITEM-EXIT
               END-READ
           END-PERFORM.

       SNAPSHOT-ONE-ITEM.
           IF IM-CONSIGNMENT
               ADD 1 TO CONSIGN-ITEMS
               GO TO SNAPSHOT-ONE-ITEM-EXIT
           END-IF.
           MOVE VAL-YEARMONTH TO IV-YEARMONTH.
           MOVE IM-ITEMCODE TO IV-ITEMCODE.
           MOVE IM-DEPTCODE TO IV-DEPTCODE.
           MOVE IM-STOCKONHAND TO IV-STOCKONHAND.
           MOVE IM-UNITCOST TO IV-UNITCOST.
           COMPUTE IV-VALUE ROUNDED = IM-STOCKONHAND * IM-UNITCOST.
           MOVE TODAYDATE TO IV-SNAPDATE.
           WRITE INVVALUE-REC
               INVALID KEY
                   DISPLAY "SNAPSHOT WRITE FAILED FOR ITEM "
                       IM-ITEMCODE
           END-WRITE.
           ADD 1 TO SNAP-ITEMS.
           ADD IV-VALUE TO SNAP-TOTAL.

           MOVE "NO" TO DV-FOUND-SW.
           PERFORM VARYING DV-IDX FROM 1 BY 1 UNTIL
               DV-IDX > DV-COUNT OR DV-FOUND
               IF DV-DEPTCODE(DV-IDX) = IM-DEPTCODE
                   MOVE "YES" TO DV-FOUND-SW
               END-IF
           END-PERFORM.
           IF DV-FOUND
               SET DV-IDX DOWN BY 1
           ELSE
               IF DV-COUNT < 100
                   ADD 1 TO DV-COUNT
                   SET DV-IDX TO DV-COUNT
                   MOVE IM-DEPTCODE TO DV-DEPTCODE(DV-IDX)
                   MOVE ZERO TO DV-ITEMS(DV-IDX)
                   MOVE ZERO TO DV-VALUE(DV-IDX)
                   MOVE "YES" TO DV-FOUND-SW
               ELSE
                   ADD 1 TO DV-TRUNCATED
               END-IF
           END-IF.
           IF DV-FOUND
               ADD 1 TO DV-ITEMS(DV-IDX)
               ADD IV-VALUE TO DV-VALUE(DV-IDX)
           END-IF.
       SNAPSHOT-ONE-ITEM-EXIT.
           EXIT.

       WRITE-VALUATION-SUMMARY.
           MOVE VAL-YEARMONTH TO VS-YEARMONTH.
           MOVE VALDATE TO VS-VALDATE.
           MOVE TODAYDATE TO VS-SNAPDATE.
           MOVE CUTOFFDATE TO VS-CUTOFF.
           MOVE SNAP-ITEMS TO VS-ITEMCOUNT.
           MOVE RF-OPENING TO VS-OPENING.
           MOVE RF-RECEIPTS TO VS-RECEIPTS.
           MOVE RF-COSTOFSALES TO VS-COSTOFSALES.
           MOVE RF-ADJUSTMENTS TO VS-ADJUSTMENTS.
           MOVE RF-TRANSFERS TO VS-TRANSFERS.
           MOVE RF-SHRINK TO VS-SHRINK.
           MOVE RF-VENDORRETURNS TO VS-VENDORRETURNS.
           MOVE RF-ROLLFORWARD TO VS-ROLLFORWARD.
           MOVE SNAP-TOTAL TO VS-CLOSING.
           MOVE DIFFERENCE-AMT TO VS-DIFFERENCE.
           WRITE INVVALSUM-REC
               INVALID KEY
                   REWRITE INVVALSUM-REC
           END-WRITE.

       PRINT-VALUATION-REPORT.
           OPEN OUTPUT VALREPORT-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE SPACES TO REPORT-LINE.
           STRING "MONTH-END INVENTORY VALUATION  MONTH " VAL-YEARMONTH
               "  SNAPSHOT " TODAYDATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-VALUATION-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-VALUATION-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DEPT NAME                             ITEMS"
               "       VALUE AT COST"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-VALUATION-LINE.
           PERFORM VARYING DV-IDX FROM 1 BY 1 UNTIL
               DV-IDX > DV-COUNT
               MOVE SPACES TO DEPTNAME-HOLD
               IF DEPT-FILE-OPEN
                   MOVE DV-DEPTCODE(DV-IDX) TO DP-DEPTCODE
                   READ DEPTMAST-FILE
                       INVALID KEY
                           MOVE "(NOT ON DEPARTMENT FILE)"
                               TO DEPTNAME-HOLD
                       NOT INVALID KEY
                           MOVE DP-DEPTNAME TO DEPTNAME-HOLD
                   END-READ
               END-IF
               MOVE DV-ITEMS(DV-IDX) TO COUNT-DISP
               MOVE DV-VALUE(DV-IDX) TO AMOUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING DV-DEPTCODE(DV-IDX) " " DEPTNAME-HOLD " "
                   COUNT-DISP "  " AMOUNT-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-VALUATION-LINE
           END-PERFORM.
           MOVE SNAP-ITEMS TO COUNT-DISP.
           MOVE SNAP-TOTAL TO AMOUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL                               "
               COUNT-DISP "  " AMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-VALUATION-LINE.
           IF DV-TRUNCATED > ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE DV-TRUNCATED TO COUNT-DISP
               STRING "*** DEPARTMENT TABLE FULL: " COUNT-DISP
                   " ITEMS IN TOTAL BUT NOT IN ANY DEPARTMENT ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-VALUATION-LINE
           END-IF.
           IF CONSIGN-ITEMS > ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE CONSIGN-ITEMS TO COUNT-DISP
               STRING "    " COUNT-DISP " CONSIGNMENT ITEMS HELD FOR "
                   "CONSIGNORS, NOT VALUED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-VALUATION-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-VALUATION-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ROLL-FORWARD, MOVEMENTS AFTER " WINDOW-AFTER
               " THROUGH " CUTOFFDATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-VALUATION-LINE.
           MOVE "OPENING VALUE" TO REPORT-LINE.
           MOVE RF-OPENING TO AMOUNT-DISP.
           PERFORM WRITE-ROLL-LINE.
           IF NOT PRIOR-FOUND
               MOVE SPACES TO REPORT-LINE
               STRING "  (NO SNAPSHOT FOR " PREV-YEARMONTH
                   ", OPENING TAKEN AS ZERO)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-VALUATION-LINE
           END-IF.
           MOVE "PLUS RECEIPTS AT PURCHASE COST" TO REPORT-LINE.
           MOVE RF-RECEIPTS TO AMOUNT-DISP.
           PERFORM WRITE-ROLL-LINE.
           MOVE "LESS COST OF SALES" TO REPORT-LINE.
           MOVE RF-COSTOFSALES TO AMOUNT-DISP.
           PERFORM WRITE-ROLL-LINE.
           MOVE "PLUS/MINUS STOCK COUNT ADJUSTMENTS" TO REPORT-LINE.
           MOVE RF-ADJUSTMENTS TO AMOUNT-DISP.
           PERFORM WRITE-ROLL-LINE.
           MOVE "PLUS/MINUS STORE TRANSFERS" TO REPORT-LINE.
           MOVE RF-TRANSFERS TO AMOUNT-DISP.
           PERFORM WRITE-ROLL-LINE.
           MOVE "PLUS/MINUS SHRINK WRITE-OFFS" TO REPORT-LINE.
           MOVE RF-SHRINK TO AMOUNT-DISP.
           PERFORM WRITE-ROLL-LINE.
           MOVE "PLUS/MINUS RETURNS TO VENDOR" TO REPORT-LINE.
           MOVE RF-VENDORRETURNS TO AMOUNT-DISP.
           PERFORM WRITE-ROLL-LINE.
           MOVE "ROLL-FORWARD CLOSING VALUE" TO REPORT-LINE.
           MOVE RF-ROLLFORWARD TO AMOUNT-DISP.
           PERFORM WRITE-ROLL-LINE.
           MOVE "SNAPSHOT CLOSING VALUE" TO REPORT-LINE.
           MOVE SNAP-TOTAL TO AMOUNT-DISP.
           PERFORM WRITE-ROLL-LINE.
           IF DIFFERENCE-AMT = ZERO
               MOVE "DIFFERENCE" TO REPORT-LINE
           ELSE
               MOVE "*** DIFFERENCE, COST CHANGES OR POSTING GAPS"
                   TO REPORT-LINE
           END-IF.
           MOVE DIFFERENCE-AMT TO AMOUNT-DISP.
           PERFORM WRITE-ROLL-LINE.
           IF UNCOSTED-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE UNCOSTED-COUNT TO COUNT-DISP
               STRING "*** " COUNT-DISP " MOVEMENTS FOR ITEMS NOT ON "
                   "THE ITEM MASTER, VALUED AT ZERO"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-VALUATION-LINE
           END-IF.
           IF PS-TRUNCATED > ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE PS-TRUNCATED TO COUNT-DISP
               STRING "*** SETTLED PHONE ORDER TABLE FULL: " COUNT-DISP
                   " ORDERS MAY BE COUNTED TWICE ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-VALUATION-LINE
           END-IF.
           CLOSE VALREPORT-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       WRITE-ROLL-LINE.
           MOVE AMOUNT-DISP TO REPORT-LINE(53:17).
           PERFORM WRITE-VALUATION-LINE.
           MOVE SPACES TO REPORT-LINE.

       WRITE-VALUATION-LINE.
           WRITE VALREPORT-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.

       COLLECT-MOVEMENTS.
           PERFORM SCAN-PHONE-ORDERS.
           PERFORM SCAN-LAYAWAYS.
           PERFORM SCAN-RECEIPTS.
           PERFORM SCAN-SALES-LINES.
           PERFORM SCAN-WRITE-OFFS.
           PERFORM SCAN-STOCK-ADJUSTMENTS.
           PERFORM SCAN-TRANSFERS.
           PERFORM SCAN-VENDOR-RETURNS.

       SCAN-PHONE-ORDERS.
           MOVE ZERO TO PS-COUNT.
           MOVE ZERO TO PS-TRUNCATED.
           OPEN INPUT PHONEORD-FILE.
           IF PHONEORD-STATUS = "00"
               MOVE "NO" TO SOURCE-EOF-SW
               PERFORM UNTIL SOURCE-EOF
                   READ PHONEORD-FILE NEXT RECORD
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           PERFORM POST-PHONE-ORDER
                   END-READ
               END-PERFORM
               CLOSE PHONEORD-FILE
           END-IF.

       POST-PHONE-ORDER.
           IF PO-SETTLED
               IF PS-COUNT < 2000
                   ADD 1 TO PS-COUNT
                   MOVE PO-SETTLEORDERNUM TO PS-ORDERNUM(PS-COUNT)
               ELSE
                   ADD 1 TO PS-TRUNCATED
               END-IF
           END-IF.
           IF NOT PO-CANCELLED
               MOVE PO-CREATEDATE TO MW-DATE
               SET MW-COST-OF-SALES TO TRUE
               PERFORM VARYING LINEIDX FROM 1 BY 1 UNTIL
                   LINEIDX > PO-LINECOUNT
                   MOVE PO-ITEMCODE(LINEIDX) TO PX-ITEMCODE
                   COMPUTE PX-QTY = ZERO - PO-ITEMQTY(LINEIDX)
                   PERFORM POST-EXPLODED
               END-PERFORM
           END-IF.

       SCAN-LAYAWAYS.
           OPEN INPUT LAYAWAY-FILE.
           IF LAYAWAY-STATUS = "00"
               MOVE "NO" TO SOURCE-EOF-SW
               PERFORM UNTIL SOURCE-EOF
                   READ LAYAWAY-FILE NEXT RECORD
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           IF LY-LAYAWAY-OPEN OR LY-LAYAWAY-COMPLETED
                               PERFORM POST-LAYAWAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAYAWAY-FILE
           END-IF.

       POST-LAYAWAY.
           MOVE LY-CREATEDATE TO MW-DATE.
           SET MW-COST-OF-SALES TO TRUE.
           PERFORM VARYING LINEIDX FROM 1 BY 1 UNTIL
               LINEIDX > LY-LINECOUNT
               MOVE LY-ITEMCODE(LINEIDX) TO PX-ITEMCODE
               COMPUTE PX-QTY = ZERO - LY-ITEMQTY(LINEIDX)
               PERFORM POST-EXPLODED
           END-PERFORM.

       SCAN-RECEIPTS.
           OPEN INPUT RECVLOG-FILE.
           IF RECVLOG-STATUS = "00"
               MOVE "NO" TO SOURCE-EOF-SW
               PERFORM UNTIL SOURCE-EOF
                   READ RECVLOG-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           IF NOT RV-CONSIGNMENT
                               MOVE RV-ITEMCODE TO MW-ITEMCODE
                               MOVE RV-RECVDATE TO MW-DATE
                               SET MW-RECEIPT TO TRUE
                               MOVE RV-QTYRECEIVED TO MW-QTY
                               MOVE RV-UNITCOST TO MW-UNITCOST
                               PERFORM POST-VALUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECVLOG-FILE
           END-IF.

       SCAN-SALES-LINES.
           MOVE "NO" TO SALES-OPEN-SW.
           OPEN INPUT TENDERHDR-FILE.
           IF TENDERHDR-STATUS = "00"
               OPEN INPUT TENDERDTL-FILE
               IF TENDERDTL-STATUS = "00"
                   MOVE "YES" TO SALES-OPEN-SW
               ELSE
                   CLOSE TENDERHDR-FILE
               END-IF
           END-IF.

           IF SALES-FILES-OPEN
               SET MW-COST-OF-SALES TO TRUE
               MOVE ZERO TO LASTDTLORDER
               MOVE "NO" TO DTL-EOF-SW
               MOVE LOW-VALUES TO TD-KEY
               START TENDERDTL-FILE KEY IS NOT LESS THAN TD-KEY
                   INVALID KEY
                       SET DTL-EOF TO TRUE
               END-START
               PERFORM UNTIL DTL-EOF
                   READ TENDERDTL-FILE NEXT RECORD
                       AT END
                           SET DTL-EOF TO TRUE
                       NOT AT END
                           PERFORM POST-SALES-LINE
                   END-READ
               END-PERFORM

               MOVE "NO" TO SOURCE-EOF-SW
               MOVE ZERO TO ORDERNUMH3
               START TENDERHDR-FILE KEY IS NOT LESS THAN ORDERNUMH3
                   INVALID KEY
                       SET SOURCE-EOF TO TRUE
               END-START
               PERFORM UNTIL SOURCE-EOF
                   READ TENDERHDR-FILE NEXT RECORD
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           IF HDR-VOID AND NOT HDR-TRAINING
                               PERFORM POST-VOID-LINES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TENDERDTL-FILE
               CLOSE TENDERHDR-FILE
           END-IF.

       POST-SALES-LINE.
           IF TD-ORDERNUM NOT = LASTDTLORDER
               MOVE TD-ORDERNUM TO LASTDTLORDER
               PERFORM CHECK-SALES-HEADER
           END-IF.
           IF NOT SKIP-ORDER AND NOT TD-TRAINING
               MOVE TD-BUSDATE TO MW-DATE
               MOVE TD-ITEMCODE TO PX-ITEMCODE
               IF TD-REFUND
                   MOVE TD-ITEMQTY TO PX-QTY
               ELSE
                   COMPUTE PX-QTY = ZERO - TD-ITEMQTY
               END-IF
               PERFORM POST-EXPLODED
           END-IF.

       CHECK-SALES-HEADER.
           MOVE "NO" TO SKIP-ORDER-SW.
           MOVE TD-ORDERNUM TO ORDERNUMH3.
           READ TENDERHDR-FILE
               KEY IS ORDERNUMH3
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HDR-TRAINING
                       MOVE "YES" TO SKIP-ORDER-SW
                   END-IF
                   IF HDR-SALE AND TENDERREFH3 = "LAYAWAY"
                       MOVE "YES" TO SKIP-ORDER-SW
                   END-IF
                   IF HDR-SALE
                       PERFORM FIND-SETTLED-PHONE-SALE
                       IF PS-FOUND
                           MOVE "YES" TO SKIP-ORDER-SW
                       END-IF
                   END-IF
           END-READ.

       FIND-SETTLED-PHONE-SALE.
           MOVE "NO" TO PS-FOUND-SW.
           PERFORM VARYING PS-IDX FROM 1 BY 1 UNTIL
               PS-IDX > PS-COUNT OR PS-FOUND
               IF PS-ORDERNUM(PS-IDX) = ORDERNUMH3
                   MOVE "YES" TO PS-FOUND-SW
               END-IF
           END-PERFORM.

       POST-VOID-LINES.
           MOVE BUSDATEH3 TO MW-DATE.
           MOVE VOIDORIGORDERNUMH3 TO VOIDORIGORDER.
           MOVE VOIDORIGORDERNUMH3 TO TD-ORDERNUM.
           MOVE ZERO TO TD-LINENUM.
           MOVE "NO" TO DTL-EOF-SW.
           START TENDERDTL-FILE KEY IS NOT LESS THAN TD-KEY
               INVALID KEY
                   SET DTL-EOF TO TRUE
           END-START.
           PERFORM UNTIL DTL-EOF
               READ TENDERDTL-FILE NEXT RECORD
                   AT END
                       SET DTL-EOF TO TRUE
                   NOT AT END
                       IF TD-ORDERNUM NOT = VOIDORIGORDER
                           SET DTL-EOF TO TRUE
                       ELSE
                           MOVE TD-ITEMCODE TO PX-ITEMCODE
                           MOVE TD-ITEMQTY TO PX-QTY
                           PERFORM POST-EXPLODED
                       END-IF
               END-READ
           END-PERFORM.

       SCAN-WRITE-OFFS.
           OPEN INPUT SHRINK-FILE.
           IF SHRINK-STATUS = "00"
               MOVE "NO" TO SOURCE-EOF-SW
               PERFORM UNTIL SOURCE-EOF
                   READ SHRINK-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           MOVE SK-BUSDATE TO MW-DATE
                           SET MW-SHRINK TO TRUE
                           MOVE SK-ITEMCODE TO PX-ITEMCODE
                           COMPUTE PX-QTY = ZERO - SK-QTY
                           PERFORM POST-EXPLODED
                   END-READ
               END-PERFORM
               CLOSE SHRINK-FILE
           END-IF.

       SCAN-STOCK-ADJUSTMENTS.
           OPEN INPUT STOCKADJ-FILE.
           IF STOCKADJ-STATUS = "00"
               MOVE "NO" TO SOURCE-EOF-SW
               PERFORM UNTIL SOURCE-EOF
                   READ STOCKADJ-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           MOVE SA-ITEMCODE TO MW-ITEMCODE
                           MOVE SA-ADJDATE TO MW-DATE
                           SET MW-ADJUSTMENT TO TRUE
                           MOVE SA-VARIANCE TO MW-QTY
                           PERFORM POST-VALUE
                   END-READ
               END-PERFORM
               CLOSE STOCKADJ-FILE
           END-IF.

       SCAN-TRANSFERS.
           OPEN INPUT XFER-FILE.
           IF XFER-STATUS = "00"
               MOVE "NO" TO SOURCE-EOF-SW
               PERFORM UNTIL SOURCE-EOF
                   READ XFER-FILE NEXT RECORD
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           PERFORM POST-TRANSFER
                   END-READ
               END-PERFORM
               CLOSE XFER-FILE
           END-IF.

       POST-TRANSFER.
           SET MW-TRANSFER TO TRUE.
           MOVE XF-ITEMCODE TO MW-ITEMCODE.
           MOVE XF-SENTDATE TO MW-DATE.
           COMPUTE MW-QTY = ZERO - XF-QUANTITY.
           PERFORM POST-VALUE.
           IF XF-RECEIVED
               MOVE XF-ITEMCODE TO MW-ITEMCODE
               MOVE XF-RECVDATE TO MW-DATE
               MOVE XF-QUANTITY TO MW-QTY
               PERFORM POST-VALUE
           END-IF.

       SCAN-VENDOR-RETURNS.
           OPEN INPUT RTVLINE-FILE.
           IF RTVLINE-STATUS = "00"
               OPEN INPUT RTVHDR-FILE
               MOVE "NO" TO SOURCE-EOF-SW
               PERFORM UNTIL SOURCE-EOF
                   READ RTVLINE-FILE NEXT RECORD
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           IF RT-FROM-STOCK
                               PERFORM POST-VENDOR-RETURN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RTVHDR-FILE
               CLOSE RTVLINE-FILE
           END-IF.

       POST-VENDOR-RETURN.
           MOVE RT-RTVNUMBER TO RH-RTVNUMBER.
           MOVE ZERO TO MW-DATE.
           READ RTVHDR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RH-RTVDATE TO MW-DATE
           END-READ.
           SET MW-VENDOR-RETURN TO TRUE.
           MOVE RT-ITEMCODE TO MW-ITEMCODE.
           COMPUTE MW-QTY = ZERO - RT-QTY.
           PERFORM POST-VALUE.

       POST-EXPLODED.
           MOVE "NO" TO BOM-HIT-SW.
           MOVE "NO" TO BOM-EOF-SW.
           MOVE PX-ITEMCODE TO BM-PARENTCODE.
           MOVE LOW-VALUES TO BM-COMPONENTCODE.
           START BOM-FILE KEY IS NOT LESS THAN BM-KEY
               INVALID KEY
                   SET BOM-EOF TO TRUE
           END-START.
           PERFORM UNTIL BOM-EOF
               READ BOM-FILE NEXT RECORD
                   AT END
                       SET BOM-EOF TO TRUE
                   NOT AT END
                       IF BM-PARENTCODE NOT = PX-ITEMCODE
                           SET BOM-EOF TO TRUE
                       ELSE
                           SET BOM-COMPONENTS-FOUND TO TRUE
                           MOVE BM-COMPONENTCODE TO MW-ITEMCODE
                           COMPUTE MW-QTY = PX-QTY * BM-QTYPERKIT
                           PERFORM POST-VALUE
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT BOM-COMPONENTS-FOUND
               MOVE PX-ITEMCODE TO MW-ITEMCODE
               MOVE PX-QTY TO MW-QTY
               PERFORM POST-VALUE
           END-IF.

       POST-VALUE.
           IF MW-DATE > WINDOW-AFTER AND MW-DATE <= CUTOFFDATE
               IF NOT MW-RECEIPT
                   MOVE MW-ITEMCODE TO IM-ITEMCODE
                   READ ITEMMAST-FILE
                       INVALID KEY
                           MOVE ZERO TO MW-UNITCOST
                           ADD 1 TO UNCOSTED-COUNT
                       NOT INVALID KEY
                           MOVE IM-UNITCOST TO MW-UNITCOST
                           IF IM-CONSIGNMENT
                               MOVE ZERO TO MW-UNITCOST
                           END-IF
                   END-READ
               END-IF
               COMPUTE MW-VALUE ROUNDED = MW-QTY * MW-UNITCOST
               EVALUATE TRUE
                   WHEN MW-RECEIPT
                       ADD MW-VALUE TO RF-RECEIPTS
                   WHEN MW-COST-OF-SALES
                       SUBTRACT MW-VALUE FROM RF-COSTOFSALES
                   WHEN MW-ADJUSTMENT
                       ADD MW-VALUE TO RF-ADJUSTMENTS
                   WHEN MW-TRANSFER
                       ADD MW-VALUE TO RF-TRANSFERS
                   WHEN MW-SHRINK
                       ADD MW-VALUE TO RF-SHRINK
                   WHEN MW-VENDOR-RETURN
                       ADD MW-VALUE TO RF-VENDORRETURNS
               END-EVALUATE
           END-IF.
       END PROGRAM INVENTORY-VALUATION.
