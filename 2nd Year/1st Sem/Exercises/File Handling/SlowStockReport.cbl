       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLOW-STOCK-REPORT.
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
           SELECT SUPPMAST-FILE
           ASSIGN TO "D:\Files\dat\suppmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SU-SUPPLIERCODE
           FILE STATUS IS SUPPMAST-STATUS.
           SELECT TENDERDTL-FILE
           ASSIGN TO "D:\Files\dat\tenderdtl.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TD-KEY
           FILE STATUS IS TENDERDTL-STATUS.
           SELECT ARCINDEX-FILE
           ASSIGN TO "D:\Files\dat\arcindex.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AX-ORDERNUM
           FILE STATUS IS ARCINDEX-STATUS.
           SELECT ARCHTENDER-FILE
           ASSIGN TO ARCHIVE-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARC-ORDERNUMV3
           FILE STATUS IS ARCHTENDER-STATUS.
           SELECT RECVLOG-FILE
           ASSIGN TO "D:\Files\dat\recvlog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECVLOG-STATUS.
           SELECT SLOWDATE-FILE
           ASSIGN TO "D:\Files\dat\slowdate.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SD-ITEMCODE
           FILE STATUS IS SLOWDATE-STATUS.
           SELECT SLOWSORT-FILE
           ASSIGN TO "D:\Files\dat\slowsort.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SS-KEY
           FILE STATUS IS SLOWSORT-STATUS.
           SELECT SLOWREPORT-FILE
           ASSIGN TO "D:\Files\dat\slowstock.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SLOWREPORT-STATUS.
           SELECT CANDIDATE-FILE
           ASSIGN TO "D:\Files\dat\slowcand.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CANDIDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ITEMMAST-FILE.
       COPY "ITEMMAST.CPY".
       FD BOM-FILE.
       COPY "BOMREC.CPY".
       FD DEPTMAST-FILE.
       COPY "DEPTMAST.CPY".
       FD SUPPMAST-FILE.
       COPY "SUPPMAST.CPY".
       FD TENDERDTL-FILE.
       COPY "TENDERDTL.CPY".
       FD ARCINDEX-FILE.
       COPY "ARCINDEX.CPY".
       FD ARCHTENDER-FILE.
       01 ARC-TENDER-REC.
           05 ARC-ORDERNUMV3 PIC 9(10).
           05 ARC-RESTV3 PIC X(17200).
       COPY "TENDERREC.CPY".
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
       FD SLOWDATE-FILE.
       01 SLOWDATE-REC.
           05 SD-ITEMCODE PIC X(10).
           05 SD-LASTSALE PIC 9(08).
           05 SD-LASTRECV PIC 9(08).
       FD SLOWSORT-FILE.
       01 SLOWSORT-REC.
           05 SS-KEY.
               10 SS-DEPTCODE PIC X(04).
               10 SS-SUPPLIERCODE PIC X(10).
               10 SS-ITEMCODE PIC X(10).
           05 SS-ITEMNAME PIC X(30).
           05 SS-LASTSALE PIC 9(08).
           05 SS-LASTRECV PIC 9(08).
           05 SS-DAYS PIC 9(05).
           05 SS-BUCKET PIC 9(01).
           05 SS-ONHAND PIC S9(06)V9(03).
           05 SS-VALUE PIC S9(9)V99.
       FD SLOWREPORT-FILE.
       01 SLOWREPORT-REC PIC X(90).
       FD CANDIDATE-FILE.
       01 CANDIDATE-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 ITEMMAST-STATUS PIC X(02).
       01 BOM-STATUS PIC X(02).
       01 DEPTMAST-STATUS PIC X(02).
       01 SUPPMAST-STATUS PIC X(02).
       01 TENDERDTL-STATUS PIC X(02).
       01 ARCINDEX-STATUS PIC X(02).
       01 ARCHTENDER-STATUS PIC X(02).
       01 RECVLOG-STATUS PIC X(02).
       01 SLOWDATE-STATUS PIC X(02).
       01 SLOWSORT-STATUS PIC X(02).
       01 SLOWREPORT-STATUS PIC X(02).
       01 CANDIDATE-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "SLOW-STOCK-REPORT".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 ARCHIVE-FILENAME PIC X(60).
       01 ASOFDATE PIC 9(08).
       01 ASOF-INT PIC 9(07).
       01 SINCEDATE PIC 9(08).
       01 DAYSIDLE PIC S9(05).
       01 DAYSSINCERECV PIC S9(05).
       01 RTV-WINDOW-DAYS PIC 9(03) VALUE 180.
       01 SOURCE-EOF-SW PIC X(03).
           88 SOURCE-EOF VALUE "YES".
       01 BOM-EOF-SW PIC X(03).
           88 BOM-EOF VALUE "YES".
       01 DEPT-OPEN-SW PIC X(03).
           88 DEPT-FILE-OPEN VALUE "YES".
       01 SUPP-OPEN-SW PIC X(03).
           88 SUPP-FILE-OPEN VALUE "YES".
       01 FIRST-LINE-SW PIC X(03).
           88 FIRST-LINE VALUE "YES".
       01 SALE-ITEMCODE PIC X(10).
       01 SALE-DATE PIC 9(08).
       01 ARCHIVE-TABLE-AREA.
           05 AF-NAME PIC X(60) OCCURS 100 TIMES INDEXED BY AF-IDX.
       01 AF-COUNT PIC 9(03) VALUE ZERO.
       01 AF-FOUND-SW PIC X(03).
           88 AF-FOUND VALUE "YES".
       01 AF-SCAN PIC 9(03) COMP.
       01 CURRENT-DEPT PIC X(04).
       01 CURRENT-SUPPLIER PIC X(10).
       01 DEPT-BUCKETS.
           05 DB-AMOUNT PIC S9(10)V99 OCCURS 4 TIMES.
       01 SUPPLIER-BUCKETS.
           05 SB-AMOUNT PIC S9(10)V99 OCCURS 4 TIMES.
       01 GRAND-BUCKETS.
           05 GB-AMOUNT PIC S9(10)V99 OCCURS 4 TIMES.
       01 BUCKET-IDX PIC 9(01).
       01 BUCKET-LABELS.
           05 FILLER PIC X(04) VALUE "30+ ".
           05 FILLER PIC X(04) VALUE "60+ ".
           05 FILLER PIC X(04) VALUE "90+ ".
           05 FILLER PIC X(04) VALUE "180+".
       01 BUCKET-LABEL-TABLE REDEFINES BUCKET-LABELS.
           05 BUCKET-LABEL PIC X(04) OCCURS 4 TIMES.
       01 ITEMS-LISTED PIC 9(06) VALUE ZERO.
       01 CANDIDATES-LISTED PIC 9(06) VALUE ZERO.
       01 SUGGESTED-ACTION PIC X(18).
       01 NAME-HOLD PIC X(30).
       01 LASTSALE-DISP PIC X(08).
       01 DAYS-DISP PIC ZZZZ9.
       01 QTY-DISP PIC ZZZ,ZZ9.999-.
       01 VALUE-DISP PIC ZZ,ZZZ,ZZ9.99-.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "SLOW-STOCK-REPORT".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       01 AGING-LINE.
           05 AG-LABEL PIC X(22).
           05 AG-COLUMN OCCURS 4 TIMES.
               10 FILLER PIC X(01).
               10 AG-AMOUNT PIC ZZ,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SLOW-MOVING AND DEAD STOCK AGING".
           DISPLAY "AS OF DATE (YYYYMMDD, 0 FOR TODAY): ".
           ACCEPT ASOFDATE.
           IF ASOFDATE = ZERO
               ACCEPT ASOFDATE FROM DATE YYYYMMDD
           END-IF.
           COMPUTE ASOF-INT = FUNCTION INTEGER-OF-DATE(ASOFDATE).

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
           OPEN OUTPUT SLOWDATE-FILE.
           CLOSE SLOWDATE-FILE.
           OPEN I-O SLOWDATE-FILE.
           IF SLOWDATE-STATUS NOT = "00"
               MOVE "SLOW STOCK DATE WORK FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE SLOWDATE-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT SLOWSORT-FILE.
           CLOSE SLOWSORT-FILE.
           OPEN I-O SLOWSORT-FILE.
           IF SLOWSORT-STATUS NOT = "00"
               MOVE "SLOW STOCK SORT WORK FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE SLOWSORT-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.

           PERFORM SCAN-LIVE-SALES.
           PERFORM SCAN-ARCHIVED-SALES.
           PERFORM SCAN-RECEIPTS.
           PERFORM AGE-ALL-ITEMS.
           CLOSE BOM-FILE.
           CLOSE ITEMMAST-FILE.
           CLOSE SLOWDATE-FILE.

           MOVE "NO" TO DEPT-OPEN-SW.
           OPEN INPUT DEPTMAST-FILE.
           IF DEPTMAST-STATUS = "00"
               MOVE "YES" TO DEPT-OPEN-SW
           END-IF.
           MOVE "NO" TO SUPP-OPEN-SW.
           OPEN INPUT SUPPMAST-FILE.
           IF SUPPMAST-STATUS = "00"
               MOVE "YES" TO SUPP-OPEN-SW
           END-IF.
           PERFORM PRINT-AGING-REPORT.
           IF DEPT-FILE-OPEN
               CLOSE DEPTMAST-FILE
           END-IF.
           IF SUPP-FILE-OPEN
               CLOSE SUPPMAST-FILE
           END-IF.
           CLOSE SLOWSORT-FILE.

           DISPLAY "ITEMS LISTED     : " ITEMS-LISTED.
           DISPLAY "CANDIDATES LISTED: " CANDIDATES-LISTED.
           DISPLAY "AGING WRITTEN TO SLOWSTOCK.DAT, CANDIDATES TO "
               "SLOWCAND.DAT".
           STOP RUN.

       SCAN-LIVE-SALES.
           OPEN INPUT TENDERDTL-FILE.
           IF TENDERDTL-STATUS = "00"
               MOVE "NO" TO SOURCE-EOF-SW
               PERFORM UNTIL SOURCE-EOF
                   READ TENDERDTL-FILE NEXT RECORD
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           IF TD-SALE AND NOT TD-TRAINING
                               MOVE TD-ITEMCODE TO SALE-ITEMCODE
                               MOVE TD-BUSDATE TO SALE-DATE
                               PERFORM NOTE-SALE-EXPLODED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TENDERDTL-FILE
           END-IF.

       SCAN-ARCHIVED-SALES.
           MOVE ZERO TO AF-COUNT.
           OPEN INPUT ARCINDEX-FILE.
           IF ARCINDEX-STATUS = "00"
               MOVE "NO" TO SOURCE-EOF-SW
               PERFORM UNTIL SOURCE-EOF
                   READ ARCINDEX-FILE NEXT RECORD
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           PERFORM NOTE-ARCHIVE-FILE
                   END-READ
               END-PERFORM
               CLOSE ARCINDEX-FILE
           END-IF.
           PERFORM VARYING AF-SCAN FROM 1 BY 1 UNTIL
               AF-SCAN > AF-COUNT
               MOVE AF-NAME(AF-SCAN) TO ARCHIVE-FILENAME
               PERFORM SCAN-ONE-ARCHIVE
           END-PERFORM.

       NOTE-ARCHIVE-FILE.
           MOVE "NO" TO AF-FOUND-SW.
           PERFORM VARYING AF-IDX FROM 1 BY 1 UNTIL
               AF-IDX > AF-COUNT OR AF-FOUND
               IF AF-NAME(AF-IDX) = AX-ARCHIVEFILE
                   MOVE "YES" TO AF-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT AF-FOUND AND AF-COUNT < 100
               ADD 1 TO AF-COUNT
               MOVE AX-ARCHIVEFILE TO AF-NAME(AF-COUNT)
           END-IF.

       SCAN-ONE-ARCHIVE.
           OPEN INPUT ARCHTENDER-FILE.
           IF ARCHTENDER-STATUS NOT = "00"
               DISPLAY "ARCHIVE " ARCHIVE-FILENAME " NOT READABLE, "
                   "SKIPPED."
           ELSE
               MOVE "NO" TO SOURCE-EOF-SW
               PERFORM UNTIL SOURCE-EOF
                   READ ARCHTENDER-FILE NEXT RECORD
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           IF TENDER-SALE AND
                               NOT TRAINING-TRANSACTION
                               PERFORM NOTE-ARCHIVED-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHTENDER-FILE
           END-IF.

       NOTE-ARCHIVED-ORDER.
           PERFORM VARYING ITEMIDXV3 FROM 1 BY 1 UNTIL
               ITEMIDXV3 > ORDERCOUNTV3
               MOVE ITEMCODE(ITEMIDXV3) TO SALE-ITEMCODE
               MOVE BUSDATEV3 TO SALE-DATE
               PERFORM NOTE-SALE-EXPLODED
           END-PERFORM.

       NOTE-SALE-EXPLODED.
           IF SALE-DATE <= ASOFDATE
               MOVE SALE-ITEMCODE TO SD-ITEMCODE
               PERFORM NOTE-SALE-DATE
               MOVE "NO" TO BOM-EOF-SW
               MOVE SALE-ITEMCODE TO BM-PARENTCODE
               MOVE LOW-VALUES TO BM-COMPONENTCODE
               START BOM-FILE KEY IS NOT LESS THAN BM-KEY
                   INVALID KEY
                       SET BOM-EOF TO TRUE
               END-START
               PERFORM UNTIL BOM-EOF
                   READ BOM-FILE NEXT RECORD
                       AT END
                           SET BOM-EOF TO TRUE
                       NOT AT END
                           IF BM-PARENTCODE NOT = SALE-ITEMCODE
                               SET BOM-EOF TO TRUE
                           ELSE
                               MOVE BM-COMPONENTCODE TO SD-ITEMCODE
                               PERFORM NOTE-SALE-DATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       NOTE-SALE-DATE.
           READ SLOWDATE-FILE
               INVALID KEY
                   MOVE SALE-DATE TO SD-LASTSALE
                   MOVE ZERO TO SD-LASTRECV
                   WRITE SLOWDATE-REC
               NOT INVALID KEY
                   IF SALE-DATE > SD-LASTSALE
                       MOVE SALE-DATE TO SD-LASTSALE
                       REWRITE SLOWDATE-REC
                   END-IF
           END-READ.

       SCAN-RECEIPTS.
           OPEN INPUT RECVLOG-FILE.
           IF RECVLOG-STATUS = "00"
               MOVE "NO" TO SOURCE-EOF-SW
               PERFORM UNTIL SOURCE-EOF
                   READ RECVLOG-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           IF RV-RECVDATE <= ASOFDATE
                               PERFORM NOTE-RECEIPT-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECVLOG-FILE
           END-IF.

       NOTE-RECEIPT-DATE.
           MOVE RV-ITEMCODE TO SD-ITEMCODE.
           READ SLOWDATE-FILE
               INVALID KEY
                   MOVE ZERO TO SD-LASTSALE
                   MOVE RV-RECVDATE TO SD-LASTRECV
                   WRITE SLOWDATE-REC
               NOT INVALID KEY
                   IF RV-RECVDATE > SD-LASTRECV
                       MOVE RV-RECVDATE TO SD-LASTRECV
                       REWRITE SLOWDATE-REC
                   END-IF
           END-READ.

       AGE-ALL-ITEMS.
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
                       IF IM-STOCKONHAND > ZERO
                           PERFORM AGE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       AGE-ONE-ITEM.
           MOVE IM-ITEMCODE TO SD-ITEMCODE.
           READ SLOWDATE-FILE
               INVALID KEY
                   MOVE ZERO TO SD-LASTSALE
                   MOVE ZERO TO SD-LASTRECV
           END-READ.
           IF SD-LASTSALE > ZERO
               MOVE SD-LASTSALE TO SINCEDATE
           ELSE
               MOVE SD-LASTRECV TO SINCEDATE
           END-IF.
           IF SINCEDATE = ZERO
               MOVE 99999 TO DAYSIDLE
           ELSE
               COMPUTE DAYSIDLE =
                   ASOF-INT - FUNCTION INTEGER-OF-DATE(SINCEDATE)
           END-IF.
           IF DAYSIDLE >= 30
               MOVE IM-DEPTCODE TO SS-DEPTCODE
               MOVE IM-SUPPLIERCODE TO SS-SUPPLIERCODE
               MOVE IM-ITEMCODE TO SS-ITEMCODE
               MOVE IM-ITEMNAME TO SS-ITEMNAME
               MOVE SD-LASTSALE TO SS-LASTSALE
               MOVE SD-LASTRECV TO SS-LASTRECV
               MOVE DAYSIDLE TO SS-DAYS
               EVALUATE TRUE
                   WHEN DAYSIDLE < 60
                       MOVE 1 TO SS-BUCKET
                   WHEN DAYSIDLE < 90
                       MOVE 2 TO SS-BUCKET
                   WHEN DAYSIDLE < 180
                       MOVE 3 TO SS-BUCKET
                   WHEN OTHER
                       MOVE 4 TO SS-BUCKET
               END-EVALUATE
               MOVE IM-STOCKONHAND TO SS-ONHAND
               COMPUTE SS-VALUE ROUNDED =
                   IM-STOCKONHAND * IM-UNITCOST
               WRITE SLOWSORT-REC
                   INVALID KEY
                       DISPLAY "DUPLICATE AGING KEY FOR ITEM "
                           IM-ITEMCODE
               END-WRITE
           END-IF.

       PRINT-AGING-REPORT.
           OPEN OUTPUT SLOWREPORT-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           OPEN OUTPUT CANDIDATE-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SLOW-MOVING AND DEAD STOCK, DAYS WITHOUT A SALE "
               "AS OF " ASOFDATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ITEM       ITEM NAME                LAST SALE  DAYS "
               "AGE      ON HAND    VALUE AT COST"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING "RETURN-TO-SUPPLIER AND CLEARANCE MARKDOWN "
               "CANDIDATES, 90+ DAYS WITHOUT A SALE, AS OF " ASOFDATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-CANDIDATE-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ITEM       SUPPLIER    DAYS      ON HAND    "
               "VALUE AT COST SUGGESTED ACTION"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-CANDIDATE-LINE.

           PERFORM VARYING BUCKET-IDX FROM 1 BY 1 UNTIL
               BUCKET-IDX > 4
               MOVE ZERO TO DB-AMOUNT(BUCKET-IDX)
               MOVE ZERO TO SB-AMOUNT(BUCKET-IDX)
               MOVE ZERO TO GB-AMOUNT(BUCKET-IDX)
           END-PERFORM.
           MOVE "YES" TO FIRST-LINE-SW.
           MOVE "NO" TO SOURCE-EOF-SW.
           MOVE LOW-VALUES TO SS-KEY.
           START SLOWSORT-FILE KEY IS NOT LESS THAN SS-KEY
               INVALID KEY
                   SET SOURCE-EOF TO TRUE
           END-START.
           PERFORM UNTIL SOURCE-EOF
               READ SLOWSORT-FILE NEXT RECORD
                   AT END
                       SET SOURCE-EOF TO TRUE
                   NOT AT END
                       PERFORM PRINT-ONE-AGED-ITEM
               END-READ
           END-PERFORM.
           IF NOT FIRST-LINE
               PERFORM WRITE-SUPPLIER-TOTAL
               PERFORM WRITE-DEPT-TOTAL
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DAYS WITHOUT A SALE   " "            30+"
               "            60+" "            90+" "           180+"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO AGING-LINE.
           MOVE "STORE TOTAL" TO AG-LABEL.
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1 UNTIL
               BUCKET-IDX > 4
               MOVE GB-AMOUNT(BUCKET-IDX) TO AG-AMOUNT(BUCKET-IDX)
           END-PERFORM.
           MOVE AGING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           CLOSE SLOWREPORT-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           CLOSE CANDIDATE-FILE.

       PRINT-ONE-AGED-ITEM.
           IF FIRST-LINE
               MOVE "NO" TO FIRST-LINE-SW
               PERFORM START-NEW-DEPT
               PERFORM START-NEW-SUPPLIER
           ELSE
               IF SS-DEPTCODE NOT = CURRENT-DEPT
                   PERFORM WRITE-SUPPLIER-TOTAL
                   PERFORM WRITE-DEPT-TOTAL
                   PERFORM START-NEW-DEPT
                   PERFORM START-NEW-SUPPLIER
               ELSE
                   IF SS-SUPPLIERCODE NOT = CURRENT-SUPPLIER
                       PERFORM WRITE-SUPPLIER-TOTAL
                       PERFORM START-NEW-SUPPLIER
                   END-IF
               END-IF
           END-IF.

           IF SS-LASTSALE = ZERO
               MOVE "NEVER" TO LASTSALE-DISP
           ELSE
               MOVE SS-LASTSALE TO LASTSALE-DISP
           END-IF.
           MOVE SS-DAYS TO DAYS-DISP.
           MOVE SS-ONHAND TO QTY-DISP.
           MOVE SS-VALUE TO VALUE-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING SS-ITEMCODE " " SS-ITEMNAME(1:24) " "
               LASTSALE-DISP " " DAYS-DISP " "
               BUCKET-LABEL(SS-BUCKET) " " QTY-DISP " " VALUE-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO ITEMS-LISTED.
           ADD SS-VALUE TO SB-AMOUNT(SS-BUCKET).
           ADD SS-VALUE TO DB-AMOUNT(SS-BUCKET).
           ADD SS-VALUE TO GB-AMOUNT(SS-BUCKET).

           IF SS-BUCKET >= 3
               PERFORM WRITE-CANDIDATE
           END-IF.

       WRITE-CANDIDATE.
           MOVE "CLEARANCE MARKDOWN" TO SUGGESTED-ACTION.
           IF SS-SUPPLIERCODE NOT = SPACES AND SS-LASTRECV > ZERO
               COMPUTE DAYSSINCERECV = ASOF-INT -
                   FUNCTION INTEGER-OF-DATE(SS-LASTRECV)
               IF DAYSSINCERECV <= RTV-WINDOW-DAYS
                   MOVE "RETURN TO SUPPLIER" TO SUGGESTED-ACTION
               END-IF
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING SS-ITEMCODE " " SS-SUPPLIERCODE " " DAYS-DISP " "
               QTY-DISP " " VALUE-DISP " " SUGGESTED-ACTION
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-CANDIDATE-LINE.
           ADD 1 TO CANDIDATES-LISTED.

       START-NEW-DEPT.
           MOVE SS-DEPTCODE TO CURRENT-DEPT.
           MOVE SPACES TO NAME-HOLD.
           IF DEPT-FILE-OPEN
               MOVE SS-DEPTCODE TO DP-DEPTCODE
               READ DEPTMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DP-DEPTNAME TO NAME-HOLD
               END-READ
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DEPARTMENT " SS-DEPTCODE " " NAME-HOLD
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       START-NEW-SUPPLIER.
           MOVE SS-SUPPLIERCODE TO CURRENT-SUPPLIER.
           MOVE SPACES TO NAME-HOLD.
           IF SS-SUPPLIERCODE = SPACES
               MOVE "(NO SUPPLIER ON ITEM)" TO NAME-HOLD
           ELSE
               IF SUPP-FILE-OPEN
                   MOVE SS-SUPPLIERCODE TO SU-SUPPLIERCODE
                   READ SUPPMAST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SU-SUPPLIERNAME TO NAME-HOLD
                   END-READ
               END-IF
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "  SUPPLIER " SS-SUPPLIERCODE " " NAME-HOLD
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-SUPPLIER-TOTAL.
           MOVE SPACES TO AGING-LINE.
           MOVE "  SUPPLIER TOTAL" TO AG-LABEL.
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1 UNTIL
               BUCKET-IDX > 4
               MOVE SB-AMOUNT(BUCKET-IDX) TO AG-AMOUNT(BUCKET-IDX)
               MOVE ZERO TO SB-AMOUNT(BUCKET-IDX)
           END-PERFORM.
           MOVE AGING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-DEPT-TOTAL.
           MOVE SPACES TO AGING-LINE.
           MOVE "DEPARTMENT TOTAL" TO AG-LABEL.
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1 UNTIL
               BUCKET-IDX > 4
               MOVE DB-AMOUNT(BUCKET-IDX) TO AG-AMOUNT(BUCKET-IDX)
               MOVE ZERO TO DB-AMOUNT(BUCKET-IDX)
           END-PERFORM.
           MOVE AGING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE SLOWREPORT-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.

       WRITE-CANDIDATE-LINE.
           WRITE CANDIDATE-REC FROM REPORT-LINE.
       END PROGRAM SLOW-STOCK-REPORT.
