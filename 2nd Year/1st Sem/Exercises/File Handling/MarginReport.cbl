           ACCESS MODE IS RANDOM
           RECORD KEY IS IM-ITEMCODE
           FILE STATUS IS ITEMMAST-STATUS.
           SELECT ITEMPRICE-FILE
           ASSIGN TO "D:\Files\dat\itemprice.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IP-KEY
           FILE STATUS IS ITEMPRICE-STATUS.
           SELECT STORECFG-FILE
           ASSIGN TO "D:\Files\dat\storecfg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STORECFG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TENDER-FILE.
       COPY "TENDERREC.CPY".
       FD ITEMMAST-FILE.
       COPY "ITEMMAST.CPY".
       FD ITEMPRICE-FILE.
       COPY "ITEMPRICE.CPY".
       FD STORECFG-FILE.
       COPY "STORECFG.CPY".
       WORKING-STORAGE SECTION.
       01 TENDER-STATUS PIC X(02).
       01 ITEMMAST-STATUS PIC X(02).
       01 ITEMPRICE-STATUS PIC X(02).
       01 STORECFG-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "GROSS-MARGIN-REPORT".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 TENDER-EOF-SW PIC X(03) VALUE "NO".
           88 TENDER-EOF VALUE "YES".
       01 ITEMPRICE-EOF-SW PIC X(03).
           88 ITEMPRICE-EOF VALUE "YES".
       01 STORECFG-EOF-SW PIC X(03) VALUE "NO".
           88 STORECFG-EOF VALUE "YES".
       01 PRICE-OPEN-SW PIC X(03) VALUE "NO".
           88 PRICE-FILE-OPEN VALUE "YES".
       01 ITEM-FOUND-SW PIC X(03).
           88 ITEM-FOUND VALUE "YES".
       01 STORE-ZONE-AREA.
           05 SZ-ENTRY OCCURS 50 TIMES INDEXED BY SZ-IDX.
               10 SZ-STORECODE PIC X(03).
               10 SZ-PRICEZONE PIC X(02).
       01 SZ-COUNT PIC 9(02) VALUE ZERO.
       01 SZ-FOUND-SW PIC X(03).
           88 SZ-FOUND VALUE "YES".
       01 LINEZONE PIC X(02).
       01 ZONEPRICE PIC 9(6)V99.
       01 SHELF-MARGIN-PCT PIC S9(03)V99.
       01 RPT-BUSDATE PIC 9(08).
       01 LINE-SIGN PIC S9(01).
       01 SAVED-ORDERNUM PIC 9(10).
               10 MG-DEPTCODE PIC X(04).
               10 MG-ITEMCODE PIC X(10).
               10 MG-ITEMNAME PIC X(30).
               10 MG-PRICEZONE PIC X(02).
               10 MG-SHELFPRICE PIC 9(6)V99.
               10 MG-UNITCOST PIC 9(6)V99.
               10 MG-NETSALES PIC S9(8)V99.
               10 MG-COST PIC S9(8)V99.
       01 MG-COUNT PIC 9(03) VALUE ZERO.
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN INPUT ITEMPRICE-FILE.
           IF ITEMPRICE-STATUS = "00"
               MOVE "YES" TO PRICE-OPEN-SW
           END-IF.
           PERFORM LOAD-STORE-ZONES.

           PERFORM UNTIL TENDER-EOF
               READ TENDER-FILE NEXT RECORD

           CLOSE TENDER-FILE.
           CLOSE ITEMMAST-FILE.
           IF PRICE-FILE-OPEN
               CLOSE ITEMPRICE-FILE
           END-IF.

           PERFORM PRINT-MARGIN-REPORT.
           STOP RUN.

       LOAD-STORE-ZONES.
           OPEN INPUT STORECFG-FILE.
           IF STORECFG-STATUS = "00"
               PERFORM UNTIL STORECFG-EOF OR SZ-COUNT = 50
                   READ STORECFG-FILE
                       AT END
                           SET STORECFG-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO SZ-COUNT
                           MOVE SG-STORECODE TO SZ-STORECODE(SZ-COUNT)
                           MOVE SG-PRICEZONE TO SZ-PRICEZONE(SZ-COUNT)
                   END-READ
               END-PERFORM
               CLOSE STORECFG-FILE
           END-IF.

       FIND-STORE-ZONE.
           MOVE SPACES TO LINEZONE.
           MOVE "NO" TO SZ-FOUND-SW.
           PERFORM VARYING SZ-IDX FROM 1 BY 1 UNTIL
               SZ-IDX > SZ-COUNT OR SZ-FOUND
               IF SZ-STORECODE(SZ-IDX) = STORECODEV3
                   MOVE SZ-PRICEZONE(SZ-IDX) TO LINEZONE
                   MOVE "YES" TO SZ-FOUND-SW
               END-IF
           END-PERFORM.

       GET-ZONE-PRICE.
           MOVE IM-ITEMPRICE TO ZONEPRICE.
           MOVE "NO" TO ITEMPRICE-EOF-SW.
           IF NOT PRICE-FILE-OPEN
               SET ITEMPRICE-EOF TO TRUE
           END-IF.
           MOVE IM-ITEMCODE TO IP-ITEMCODE.
           MOVE ZERO TO IP-EFFDATE.
           MOVE SPACES TO IP-PRICEZONE.
           IF PRICE-FILE-OPEN
               START ITEMPRICE-FILE KEY IS NOT LESS THAN IP-KEY
                   INVALID KEY
                       SET ITEMPRICE-EOF TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL ITEMPRICE-EOF
               READ ITEMPRICE-FILE NEXT RECORD
                   AT END
                       SET ITEMPRICE-EOF TO TRUE
                   NOT AT END
                       IF IP-ITEMCODE NOT = IM-ITEMCODE
                               OR IP-EFFDATE > BUSDATEV3
                           SET ITEMPRICE-EOF TO TRUE
                       ELSE
                           PERFORM TAKE-ZONE-PRICE
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-ZONE-PRICE.
           IF IP-PRICEZONE = LINEZONE OR IP-PRICEZONE = SPACES
               MOVE IP-PRICE TO ZONEPRICE
           END-IF.

       TALLY-RECORD-MARGIN.
           EVALUATE TRUE
               WHEN TRAINING-TRANSACTION
           MOVE ITEMCODE(ITEMIDXV3) TO IM-ITEMCODE.
           READ ITEMMAST-FILE
               INVALID KEY
                   MOVE "NO" TO ITEM-FOUND-SW
                   MOVE ZERO TO LINE-COST
               NOT INVALID KEY
                   MOVE "YES" TO ITEM-FOUND-SW
                   COMPUTE LINE-COST = ITEMQTY(ITEMIDXV3)
                       * IM-UNITCOST * LINE-SIGN
           END-READ.
           PERFORM FIND-STORE-ZONE.

           MOVE "NO" TO MG-FOUND-SW.
           PERFORM VARYING MG-IDX FROM 1 BY 1 UNTIL
               MG-IDX > MG-COUNT OR MG-FOUND
               IF MG-BUSDATE(MG-IDX) = BUSDATEV3 AND
                   MG-ITEMCODE(MG-IDX) = ITEMCODE(ITEMIDXV3) AND
                   MG-PRICEZONE(MG-IDX) = LINEZONE
                   MOVE "YES" TO MG-FOUND-SW
               END-IF
           END-PERFORM.
                   MOVE ITEMDEPT(ITEMIDXV3) TO MG-DEPTCODE(MG-IDX)
                   MOVE ITEMCODE(ITEMIDXV3) TO MG-ITEMCODE(MG-IDX)
                   MOVE ITEMNAME(ITEMIDXV3) TO MG-ITEMNAME(MG-IDX)
                   MOVE LINEZONE TO MG-PRICEZONE(MG-IDX)
                   IF ITEM-FOUND
                       PERFORM GET-ZONE-PRICE
                       MOVE ZONEPRICE TO MG-SHELFPRICE(MG-IDX)
                       MOVE IM-UNITCOST TO MG-UNITCOST(MG-IDX)
                   ELSE
                       MOVE ZERO TO MG-SHELFPRICE(MG-IDX)
                       MOVE ZERO TO MG-UNITCOST(MG-IDX)
                   END-IF
                   MOVE ZERO TO MG-NETSALES(MG-IDX)
                   MOVE ZERO TO MG-COST(MG-IDX)
                   PERFORM ADD-ITEM-MARGIN-LINE
           ELSE
               MOVE ZERO TO MARGIN-PCT
           END-IF.
           IF MG-SHELFPRICE(MG-IDX) NOT = ZERO
               COMPUTE SHELF-MARGIN-PCT ROUNDED =
                   (MG-SHELFPRICE(MG-IDX) - MG-UNITCOST(MG-IDX))
                   * 100 / MG-SHELFPRICE(MG-IDX)
           ELSE
               MOVE ZERO TO SHELF-MARGIN-PCT
           END-IF.
           DISPLAY MG-BUSDATE(MG-IDX) " " MG-DEPTCODE(MG-IDX)
               " " MG-ITEMCODE(MG-IDX) " " MG-ITEMNAME(MG-IDX)
               " SALES P" MG-NETSALES(MG-IDX)
               " COST P" MG-COST(MG-IDX)
               " MARGIN P" MARGIN-AMT " (" MARGIN-PCT "%)"
               " ZONE " MG-PRICEZONE(MG-IDX)
               " PRICE P" MG-SHELFPRICE(MG-IDX)
               " (" SHELF-MARGIN-PCT "%)".

       ROLL-DEPT-TOTAL.
           MOVE "NO" TO MD-FOUND-SW.
