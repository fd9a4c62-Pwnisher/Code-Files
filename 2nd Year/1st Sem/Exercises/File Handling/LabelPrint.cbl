           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IP-KEY
           FILE STATUS IS ITEMPRICE-STATUS.
           SELECT STORECFG-FILE
           ASSIGN TO "D:\Files\dat\storecfg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STORECFG-STATUS.
           SELECT LABEL-FILE
           ASSIGN TO "D:\Files\dat\labels.dat"
           ORGANIZATION IS LINE SEQUENTIAL
       COPY "ITEMMAST.CPY".
       FD ITEMPRICE-FILE.
       COPY "ITEMPRICE.CPY".
       FD STORECFG-FILE.
       COPY "STORECFG.CPY".
       FD LABEL-FILE.
       01 LABEL-REC PIC X(44).
       WORKING-STORAGE SECTION.
       01 ITEMMAST-STATUS PIC X(02).
       01 ITEMPRICE-STATUS PIC X(02).
       01 STORECFG-STATUS PIC X(02).
       01 LABEL-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "LABEL-PRINT".
       01 GUARD-FILENAME PIC X(30).
       01 LISTITEMCODE PIC X(10).
       01 ITEMPRICE-EOF-SW PIC X(03).
           88 ITEMPRICE-EOF VALUE "YES".
       01 LABELZONE PIC X(02) VALUE SPACES.
       01 HOLDITEMCODE PIC X(10).
       01 PRICEASOFDATE PIC 9(08).
       01 ZONEPRICE PIC 9(6)V99.
       01 ZONEPRICEEFFDATE PIC 9(08).
       01 LABEL-TABLE-AREA.
           05 LBL-ENTRY OCCURS 500 TIMES INDEXED BY LBL-IDX.
               10 LBL-DEPTCODE PIC X(04).
               STOP RUN
           END-IF.

           PERFORM READ-STORE-ZONE.

           DISPLAY "LABEL RUN (A-ALL DEPARTMENTS, D-ONE "
               "DEPARTMENT, L-AD-HOC ITEM LIST): ".
           ACCEPT PRINTCHOICE.
           CLOSE ITEMPRICE-FILE.
           STOP RUN.

       READ-STORE-ZONE.
           OPEN INPUT STORECFG-FILE.
           IF STORECFG-STATUS = "00"
               READ STORECFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SG-PRICEZONE TO LABELZONE
               END-READ
               CLOSE STORECFG-FILE
           END-IF.
           IF LABELZONE NOT = SPACES
               DISPLAY "LABELS PRICED FOR ZONE " LABELZONE
           END-IF.

       COLLECT-EFFECTIVE-PRICES.
           DISPLAY "PRICES BECOMING EFFECTIVE ON (YYYYMMDD): ".
           ACCEPT LABELEFFDATE.
                   AT END
                       SET ITEMPRICE-EOF TO TRUE
                   NOT AT END
                       IF IP-EFFDATE = LABELEFFDATE AND
                           (IP-PRICEZONE = SPACES OR
                           IP-PRICEZONE = LABELZONE)
                           PERFORM ADD-ONE-LABEL
                       END-IF
               END-READ
           END-PERFORM.

       ADD-ONE-LABEL.
           MOVE IP-ITEMCODE TO HOLDITEMCODE.
           MOVE IP-ITEMCODE TO IM-ITEMCODE.
           READ ITEMMAST-FILE
               INVALID KEY
                   DISPLAY "PRICE RECORD FOR " HOLDITEMCODE
                       " HAS NO ITEM MASTER, SKIPPED."
               NOT INVALID KEY
                   MOVE LABELEFFDATE TO PRICEASOFDATE
                   PERFORM GET-ZONE-PRICE
                   IF (FILTERDEPT = SPACES OR
                       IM-DEPTCODE = FILTERDEPT) AND
                       ZONEPRICEEFFDATE = LABELEFFDATE
                       IF LBL-COUNT < 500
                           ADD 1 TO LBL-COUNT
                           MOVE IM-DEPTCODE
                               TO LBL-ITEMCODE(LBL-COUNT)
                           MOVE IM-ITEMNAME
                               TO LBL-ITEMNAME(LBL-COUNT)
                           MOVE ZONEPRICE TO LBL-PRICE(LBL-COUNT)
                           MOVE ZONEPRICEEFFDATE
                               TO LBL-EFFDATE(LBL-COUNT)
                       ELSE
                           DISPLAY "LABEL TABLE FULL, RUN THE "
                   END-IF
           END-READ.

           MOVE HOLDITEMCODE TO IP-ITEMCODE.
           MOVE 99999999 TO IP-EFFDATE.
           MOVE HIGH-VALUES TO IP-PRICEZONE.
           START ITEMPRICE-FILE KEY IS GREATER THAN IP-KEY
               INVALID KEY
                   SET ITEMPRICE-EOF TO TRUE
           END-START.

       COLLECT-ITEM-LIST.
           ACCEPT LABELEFFDATE FROM DATE YYYYMMDD.
           DISPLAY "AD-HOC LABELS AT TODAYS EFFECTIVE PRICE".
                       MOVE IM-DEPTCODE TO LBL-DEPTCODE(LBL-COUNT)
                       MOVE IM-ITEMCODE TO LBL-ITEMCODE(LBL-COUNT)
                       MOVE IM-ITEMNAME TO LBL-ITEMNAME(LBL-COUNT)
                       MOVE LABELEFFDATE TO PRICEASOFDATE
                       PERFORM GET-ZONE-PRICE
                       MOVE ZONEPRICE TO LBL-PRICE(LBL-COUNT)
                       MOVE LABELEFFDATE TO LBL-EFFDATE(LBL-COUNT)
                   END-IF
           END-READ.

       GET-ZONE-PRICE.
           MOVE IM-ITEMPRICE TO ZONEPRICE.
           MOVE ZERO TO ZONEPRICEEFFDATE.
           MOVE "NO" TO ITEMPRICE-EOF-SW.
           MOVE IM-ITEMCODE TO IP-ITEMCODE.
           MOVE ZERO TO IP-EFFDATE.
           MOVE SPACES TO IP-PRICEZONE.
           START ITEMPRICE-FILE KEY IS NOT LESS THAN IP-KEY
               INVALID KEY
                   SET ITEMPRICE-EOF TO TRUE
                       SET ITEMPRICE-EOF TO TRUE
                   NOT AT END
                       IF IP-ITEMCODE NOT = IM-ITEMCODE
                               OR IP-EFFDATE > PRICEASOFDATE
                           SET ITEMPRICE-EOF TO TRUE
                       ELSE
                           PERFORM TAKE-ZONE-PRICE
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-ZONE-PRICE.
           IF IP-PRICEZONE = LABELZONE OR IP-PRICEZONE = SPACES
               MOVE IP-PRICE TO ZONEPRICE
               MOVE IP-EFFDATE TO ZONEPRICEEFFDATE
           END-IF.

       SORT-LABELS-BY-DEPT.
           PERFORM VARYING LBL-SCAN FROM 1 BY 1 UNTIL
               LBL-SCAN > LBL-COUNT
