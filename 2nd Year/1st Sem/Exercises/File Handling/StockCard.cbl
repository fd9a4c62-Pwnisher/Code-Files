       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-CARD.
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
           SELECT STKRECON-FILE
           ASSIGN TO "D:\Files\dat\stkrecon.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-ITEMCODE
           FILE STATUS IS STKRECON-STATUS.
           SELECT CARDREPORT-FILE
           ASSIGN TO "D:\Files\dat\stockcard.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARDREPORT-STATUS.
           SELECT RECONREPORT-FILE
           ASSIGN TO "D:\Files\dat\stockrecon.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECONREPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ITEMMAST-FILE.
       COPY "ITEMMAST.CPY".
       FD BOM-FILE.
       COPY "BOMREC.CPY".
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
       FD STKRECON-FILE.
       01 STKRECON-REC.
           05 RC-ITEMCODE PIC X(10).
           05 RC-EXPECTED PIC S9(07)V9(03).
           05 RC-MOVECOUNT PIC 9(06).
       FD CARDREPORT-FILE.
       01 CARDREPORT-REC PIC X(90).
       FD RECONREPORT-FILE.
       01 RECONREPORT-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 ITEMMAST-STATUS PIC X(02).
       01 BOM-STATUS PIC X(02).
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
       01 STKRECON-STATUS PIC X(02).
       01 CARDREPORT-STATUS PIC X(02).
       01 RECONREPORT-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "STOCK-CARD".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 CARDCHOICE PIC X(01).
           88 CARD-INQUIRY VALUE "C".
           88 CARD-RECONCILE VALUE "R".
           88 CARD-EXIT VALUE "X".
       01 RUN-MODE PIC X(01).
           88 MODE-CARD VALUE "C".
           88 MODE-RECONCILE VALUE "R".
       01 TODAYDATE PIC 9(08).
       01 CARDITEM PIC X(10).
       01 CARDITEMNAME PIC X(30).
       01 CARDONHAND PIC S9(06)V9(03).
       01 FROMDATE PIC 9(08).
       01 TODATE PIC 9(08).
       01 OPENINGBAL PIC S9(07)V9(03).
       01 AFTERRANGEQTY PIC S9(07)V9(03).
       01 RUNNINGBAL PIC S9(07)V9(03).
       01 EXPECTEDBAL PIC S9(07)V9(03).
       01 DIFFERENCEQTY PIC S9(07)V9(03).
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
       01 HDRTIME PIC 9(08).
       01 VOIDORIGORDER PIC 9(10).
       01 LINEIDX PIC 9(03) COMP.
       01 PX-ITEMCODE PIC X(10).
       01 PX-QTY PIC S9(07)V9(03).
       01 MW-ITEMCODE PIC X(10).
       01 MW-DATE PIC 9(08).
       01 MW-TIME PIC 9(08).
       01 MW-SOURCE PIC X(08).
       01 MW-REFERENCE PIC X(20).
       01 MW-QTY PIC S9(07)V9(03).
       01 SETTLED-TABLE.
           05 PS-ORDERNUM PIC 9(10) OCCURS 500 TIMES
               INDEXED BY PS-IDX.
       01 PS-COUNT PIC 9(04) VALUE ZERO.
       01 PS-TRUNCATED PIC 9(05) VALUE ZERO.
       01 PS-FOUND-SW PIC X(03).
           88 PS-FOUND VALUE "YES".
       01 MOVE-TABLE.
           05 MV-ENTRY OCCURS 1000 TIMES INDEXED BY MV-IDX.
               10 MV-SORTKEY.
                   15 MV-DATE PIC 9(08).
                   15 MV-TIME PIC 9(08).
               10 MV-SOURCE PIC X(08).
               10 MV-REFERENCE PIC X(20).
               10 MV-QTY PIC S9(07)V9(03).
       01 MV-SWAP-ENTRY PIC X(54).
       01 MV-COUNT PIC 9(04) VALUE ZERO.
       01 MV-TRUNCATED PIC 9(05) VALUE ZERO.
       01 SORT-I PIC 9(04) COMP.
       01 SORT-J PIC 9(04) COMP.
       01 ITEM-EOF-SW PIC X(03).
           88 ITEM-EOF VALUE "YES".
       01 ITEMS-CHECKED PIC 9(06).
       01 ITEMS-DIFFERENT PIC 9(06).
       01 QTY-DISP PIC ZZZ,ZZ9.999-.
       01 BAL-DISP PIC ZZZ,ZZ9.999-.
       01 QTY-DISP2 PIC ZZZ,ZZ9.999-.
       01 COUNT-DISP PIC ZZZ,ZZ9.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "STOCK-CARD".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
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
           ACCEPT TODAYDATE FROM DATE YYYYMMDD.

           PERFORM UNTIL CARD-EXIT
               DISPLAY "STOCK CARD (C-ITEM STOCK CARD, R-RECONCILE "
                   "ALL ITEMS TO STOCK ON HAND, X-EXIT): "
               ACCEPT CARDCHOICE
               EVALUATE TRUE
                   WHEN CARD-INQUIRY
                       PERFORM ITEM-STOCK-CARD
                           THRU ITEM-STOCK-CARD-EXIT
                   WHEN CARD-RECONCILE
                       PERFORM RECONCILE-ALL-ITEMS
                   WHEN CARD-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE, TRY AGAIN."
               END-EVALUATE
           END-PERFORM.

           CLOSE ITEMMAST-FILE.
           CLOSE BOM-FILE.
           STOP RUN.

       ITEM-STOCK-CARD.
           DISPLAY "ITEM CODE: ".
           ACCEPT CARDITEM.
           MOVE CARDITEM TO IM-ITEMCODE.
           READ ITEMMAST-FILE
               INVALID KEY
                   DISPLAY "ITEM CODE NOT ON FILE."
           END-READ.
           IF ITEMMAST-STATUS NOT = "00"
               GO TO ITEM-STOCK-CARD-EXIT
           END-IF.
           MOVE IM-ITEMNAME TO CARDITEMNAME.
           MOVE IM-STOCKONHAND TO CARDONHAND.

           DISPLAY "FROM DATE (YYYYMMDD, 0 FOR ALL HISTORY): ".
           ACCEPT FROMDATE.
           DISPLAY "TO DATE (YYYYMMDD, 0 FOR TODAY): ".
           ACCEPT TODATE.
           IF TODATE = ZERO
               MOVE TODAYDATE TO TODATE
           END-IF.
           IF TODATE < FROMDATE
               DISPLAY "TO DATE IS BEFORE FROM DATE."
               GO TO ITEM-STOCK-CARD-EXIT
           END-IF.

           SET MODE-CARD TO TRUE.
           MOVE ZERO TO MV-COUNT.
           MOVE ZERO TO MV-TRUNCATED.
           MOVE ZERO TO OPENINGBAL.
           MOVE ZERO TO AFTERRANGEQTY.
           PERFORM COLLECT-MOVEMENTS.
           PERFORM SORT-MOVEMENTS.
           PERFORM PRINT-STOCK-CARD.

       ITEM-STOCK-CARD-EXIT.
           EXIT.

       PRINT-STOCK-CARD.
           OPEN OUTPUT CARDREPORT-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE SPACES TO REPORT-LINE.
           STRING "STOCK CARD  " CARDITEM " " CARDITEMNAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-CARD-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PERIOD " FROMDATE " TO " TODATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-CARD-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DATE     TIME   SOURCE   REFERENCE           "
               "    QTY IN/OUT      BALANCE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-CARD-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE OPENINGBAL TO BAL-DISP.
           MOVE "OPENING BALANCE" TO REPORT-LINE(17:20).
           MOVE BAL-DISP TO REPORT-LINE(60:12).
           PERFORM WRITE-CARD-LINE.

           MOVE OPENINGBAL TO RUNNINGBAL.
           PERFORM VARYING MV-IDX FROM 1 BY 1 UNTIL
               MV-IDX > MV-COUNT
               ADD MV-QTY(MV-IDX) TO RUNNINGBAL
               MOVE MV-QTY(MV-IDX) TO QTY-DISP
               MOVE RUNNINGBAL TO BAL-DISP
               MOVE SPACES TO REPORT-LINE
               STRING MV-DATE(MV-IDX) " " MV-TIME(MV-IDX)(1:6) " "
                   MV-SOURCE(MV-IDX) " " MV-REFERENCE(MV-IDX) " "
                   QTY-DISP " " BAL-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-CARD-LINE
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           MOVE RUNNINGBAL TO BAL-DISP.
           MOVE "CLOSING BALANCE" TO REPORT-LINE(17:20).
           MOVE BAL-DISP TO REPORT-LINE(60:12).
           PERFORM WRITE-CARD-LINE.

           IF TODATE >= TODAYDATE
               COMPUTE EXPECTEDBAL = RUNNINGBAL + AFTERRANGEQTY
               COMPUTE DIFFERENCEQTY = CARDONHAND - EXPECTEDBAL
               MOVE SPACES TO REPORT-LINE
               MOVE CARDONHAND TO BAL-DISP
               MOVE "STOCK ON HAND (ITEM MASTER)" TO REPORT-LINE(17:30)
               MOVE BAL-DISP TO REPORT-LINE(60:12)
               PERFORM WRITE-CARD-LINE
               MOVE SPACES TO REPORT-LINE
               MOVE DIFFERENCEQTY TO BAL-DISP
               IF DIFFERENCEQTY = ZERO
                   MOVE "RECONCILED, NO DIFFERENCE" TO
                       REPORT-LINE(17:30)
               ELSE
                   MOVE "*** UNEXPLAINED DIFFERENCE" TO
                       REPORT-LINE(17:30)
               END-IF
               MOVE BAL-DISP TO REPORT-LINE(60:12)
               PERFORM WRITE-CARD-LINE
           END-IF.
           IF MV-TRUNCATED > ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE MV-TRUNCATED TO COUNT-DISP
               STRING "*** TABLE FULL: " COUNT-DISP
                   " MOVEMENTS NOT LISTED, NARROW THE DATE RANGE ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-CARD-LINE
           END-IF.
           CLOSE CARDREPORT-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       WRITE-CARD-LINE.
           WRITE CARDREPORT-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SORT-MOVEMENTS.
           PERFORM VARYING SORT-I FROM 1 BY 1 UNTIL
               SORT-I >= MV-COUNT
               PERFORM VARYING SORT-J FROM 1 BY 1 UNTIL
                   SORT-J > MV-COUNT - SORT-I
                   IF MV-SORTKEY(SORT-J) > MV-SORTKEY(SORT-J + 1)
                       MOVE MV-ENTRY(SORT-J) TO MV-SWAP-ENTRY
                       MOVE MV-ENTRY(SORT-J + 1) TO MV-ENTRY(SORT-J)
                       MOVE MV-SWAP-ENTRY TO MV-ENTRY(SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       RECONCILE-ALL-ITEMS.
           OPEN OUTPUT STKRECON-FILE.
           CLOSE STKRECON-FILE.
           OPEN I-O STKRECON-FILE.
           IF STKRECON-STATUS NOT = "00"
               MOVE "STOCK RECON WORK FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE STKRECON-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.

           SET MODE-RECONCILE TO TRUE.
           PERFORM COLLECT-MOVEMENTS.

           OPEN OUTPUT RECONREPORT-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE SPACES TO REPORT-LINE.
           STRING "STOCK ON HAND RECONCILIATION AS OF " TODAYDATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-RECON-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ITEM       ITEM NAME                     "
               "   MOVEMENTS    ON HAND   DIFFERENCE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-RECON-LINE.

           MOVE ZERO TO ITEMS-CHECKED.
           MOVE ZERO TO ITEMS-DIFFERENT.
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
                       PERFORM RECONCILE-ONE-ITEM
               END-READ
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-RECON-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ITEMS-CHECKED TO COUNT-DISP.
           STRING "ITEMS CHECKED        : " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-RECON-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ITEMS-DIFFERENT TO COUNT-DISP.
           STRING "ITEMS OUT OF BALANCE : " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-RECON-LINE.
           IF PS-TRUNCATED > ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE PS-TRUNCATED TO COUNT-DISP
               STRING "*** SETTLED PHONE ORDER TABLE FULL: "
                   COUNT-DISP " ORDERS MAY BE COUNTED TWICE ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-RECON-LINE
           END-IF.

           CLOSE RECONREPORT-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           CLOSE STKRECON-FILE.

       RECONCILE-ONE-ITEM.
           ADD 1 TO ITEMS-CHECKED.
           MOVE IM-ITEMCODE TO RC-ITEMCODE.
           READ STKRECON-FILE
               INVALID KEY
                   MOVE ZERO TO RC-EXPECTED
                   MOVE ZERO TO RC-MOVECOUNT
           END-READ.
           COMPUTE DIFFERENCEQTY = IM-STOCKONHAND - RC-EXPECTED.
           IF DIFFERENCEQTY NOT = ZERO
               ADD 1 TO ITEMS-DIFFERENT
               MOVE RC-EXPECTED TO QTY-DISP
               MOVE IM-STOCKONHAND TO QTY-DISP2
               MOVE DIFFERENCEQTY TO BAL-DISP
               MOVE SPACES TO REPORT-LINE
               STRING IM-ITEMCODE " " IM-ITEMNAME " "
                   QTY-DISP " " QTY-DISP2 " " BAL-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-RECON-LINE
           END-IF.

       WRITE-RECON-LINE.
           WRITE RECONREPORT-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

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
               IF PS-COUNT < 500
                   ADD 1 TO PS-COUNT
                   MOVE PO-SETTLEORDERNUM TO PS-ORDERNUM(PS-COUNT)
               ELSE
                   ADD 1 TO PS-TRUNCATED
               END-IF
           END-IF.
           IF NOT PO-CANCELLED
               MOVE PO-CREATEDATE TO MW-DATE
               MOVE ZERO TO MW-TIME
               MOVE "PHONEORD" TO MW-SOURCE
               MOVE SPACES TO MW-REFERENCE
               STRING "PHONE ORDER " PO-ORDERNUM
                   DELIMITED BY SIZE INTO MW-REFERENCE
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
           MOVE ZERO TO MW-TIME.
           MOVE "LAYAWAY" TO MW-SOURCE.
           MOVE SPACES TO MW-REFERENCE.
           STRING "LAYAWAY " LY-LAYAWAYNUM
               DELIMITED BY SIZE INTO MW-REFERENCE.
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
                           PERFORM POST-RECEIPT
                   END-READ
               END-PERFORM
               CLOSE RECVLOG-FILE
           END-IF.

       POST-RECEIPT.
           MOVE RV-ITEMCODE TO MW-ITEMCODE.
           MOVE RV-RECVDATE TO MW-DATE.
           MOVE RV-RECVTIME TO MW-TIME.
           MOVE "RECEIPT" TO MW-SOURCE.
           MOVE SPACES TO MW-REFERENCE.
           IF RV-PONUMBER > ZERO
               STRING "PO " RV-PONUMBER
                   DELIMITED BY SIZE INTO MW-REFERENCE
           ELSE
               MOVE RV-REFERENCE TO MW-REFERENCE
           END-IF.
           MOVE RV-QTYRECEIVED TO MW-QTY.
           PERFORM POST-MOVEMENT.

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
               MOVE HDRTIME TO MW-TIME
               MOVE TD-ITEMCODE TO PX-ITEMCODE
               MOVE SPACES TO MW-REFERENCE
               IF TD-REFUND
                   MOVE "REFUND" TO MW-SOURCE
                   STRING "REFUND " TD-ORDERNUM
                       DELIMITED BY SIZE INTO MW-REFERENCE
                   MOVE TD-ITEMQTY TO PX-QTY
               ELSE
                   MOVE "SALE" TO MW-SOURCE
                   STRING "ORDER " TD-ORDERNUM
                       DELIMITED BY SIZE INTO MW-REFERENCE
                   COMPUTE PX-QTY = ZERO - TD-ITEMQTY
               END-IF
               PERFORM POST-EXPLODED
           END-IF.

       CHECK-SALES-HEADER.
           MOVE "NO" TO SKIP-ORDER-SW.
           MOVE ZERO TO HDRTIME.
           MOVE TD-ORDERNUM TO ORDERNUMH3.
           READ TENDERHDR-FILE
               KEY IS ORDERNUMH3
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TRANSTIMEH3 TO HDRTIME
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
           MOVE TRANSTIMEH3 TO MW-TIME.
           MOVE "VOID" TO MW-SOURCE.
           MOVE SPACES TO MW-REFERENCE.
           STRING "VOID OF " VOIDORIGORDERNUMH3
               DELIMITED BY SIZE INTO MW-REFERENCE.
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
                           PERFORM POST-WRITE-OFF
                   END-READ
               END-PERFORM
               CLOSE SHRINK-FILE
           END-IF.

       POST-WRITE-OFF.
           MOVE SK-BUSDATE TO MW-DATE.
           MOVE ZERO TO MW-TIME.
           MOVE "WRITEOFF" TO MW-SOURCE.
           MOVE SPACES TO MW-REFERENCE.
           IF SK-DISPOSITION = "S"
               MOVE "SPOILAGE" TO MW-REFERENCE
           ELSE
               STRING "WRITE-OFF " SK-REFUNDNUM
                   DELIMITED BY SIZE INTO MW-REFERENCE
           END-IF.
           MOVE SK-ITEMCODE TO PX-ITEMCODE.
           COMPUTE PX-QTY = ZERO - SK-QTY.
           PERFORM POST-EXPLODED.

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
                           MOVE SA-ADJTIME TO MW-TIME
                           MOVE "STOCKADJ" TO MW-SOURCE
                           MOVE SPACES TO MW-REFERENCE
                           STRING "COUNT BY " SA-COUNTEDBY
                               DELIMITED BY SIZE INTO MW-REFERENCE
                           MOVE SA-VARIANCE TO MW-QTY
                           PERFORM POST-MOVEMENT
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
           MOVE XF-ITEMCODE TO MW-ITEMCODE.
           MOVE XF-SENTDATE TO MW-DATE.
           MOVE ZERO TO MW-TIME.
           MOVE "XFER-OUT" TO MW-SOURCE.
           MOVE SPACES TO MW-REFERENCE.
           STRING "XFER " XF-XFERNUM " TO " XF-TOSTORE
               DELIMITED BY SIZE INTO MW-REFERENCE.
           COMPUTE MW-QTY = ZERO - XF-QUANTITY.
           PERFORM POST-MOVEMENT.
           IF XF-RECEIVED
               MOVE XF-RECVDATE TO MW-DATE
               MOVE "XFER-IN" TO MW-SOURCE
               MOVE SPACES TO MW-REFERENCE
               STRING "XFER " XF-XFERNUM " FR " XF-FROMSTORE
                   DELIMITED BY SIZE INTO MW-REFERENCE
               MOVE XF-QUANTITY TO MW-QTY
               PERFORM POST-MOVEMENT
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
           MOVE RT-ITEMCODE TO MW-ITEMCODE.
           MOVE ZERO TO MW-TIME.
           MOVE "RTV" TO MW-SOURCE.
           MOVE SPACES TO MW-REFERENCE.
           STRING "RTV " RT-RTVNUMBER
               DELIMITED BY SIZE INTO MW-REFERENCE.
           COMPUTE MW-QTY = ZERO - RT-QTY.
           PERFORM POST-MOVEMENT.

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
                           PERFORM POST-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT BOM-COMPONENTS-FOUND
               MOVE PX-ITEMCODE TO MW-ITEMCODE
               MOVE PX-QTY TO MW-QTY
               PERFORM POST-MOVEMENT
           END-IF.

       POST-MOVEMENT.
           IF MODE-CARD
               IF MW-ITEMCODE = CARDITEM
                   PERFORM POST-CARD-MOVEMENT
               END-IF
           ELSE
               PERFORM POST-RECON-MOVEMENT
           END-IF.

       POST-CARD-MOVEMENT.
           EVALUATE TRUE
               WHEN MW-DATE < FROMDATE
                   ADD MW-QTY TO OPENINGBAL
               WHEN MW-DATE > TODATE
                   ADD MW-QTY TO AFTERRANGEQTY
               WHEN MV-COUNT < 1000
                   ADD 1 TO MV-COUNT
                   MOVE MW-DATE TO MV-DATE(MV-COUNT)
                   MOVE MW-TIME TO MV-TIME(MV-COUNT)
                   MOVE MW-SOURCE TO MV-SOURCE(MV-COUNT)
                   MOVE MW-REFERENCE TO MV-REFERENCE(MV-COUNT)
                   MOVE MW-QTY TO MV-QTY(MV-COUNT)
               WHEN OTHER
                   ADD 1 TO MV-TRUNCATED
           END-EVALUATE.

       POST-RECON-MOVEMENT.
           MOVE MW-ITEMCODE TO RC-ITEMCODE.
           READ STKRECON-FILE
               INVALID KEY
                   MOVE MW-QTY TO RC-EXPECTED
                   MOVE 1 TO RC-MOVECOUNT
                   WRITE STKRECON-REC
               NOT INVALID KEY
                   ADD MW-QTY TO RC-EXPECTED
                   ADD 1 TO RC-MOVECOUNT
                   REWRITE STKRECON-REC
           END-READ.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM STOCK-CARD.
