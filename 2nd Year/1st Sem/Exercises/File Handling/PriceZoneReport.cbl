       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-ZONE-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMMAST-FILE
           ASSIGN TO "D:\Files\dat\itemmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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
           SELECT ZONEREPORT-FILE
           ASSIGN TO "D:\Files\dat\zonecompare.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ZONEREPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ITEMMAST-FILE.
       COPY "ITEMMAST.CPY".
       FD ITEMPRICE-FILE.
       COPY "ITEMPRICE.CPY".
       FD STORECFG-FILE.
       COPY "STORECFG.CPY".
       FD ZONEREPORT-FILE.
       01 ZONEREPORT-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 ITEMMAST-STATUS PIC X(02).
       01 ITEMPRICE-STATUS PIC X(02).
       01 STORECFG-STATUS PIC X(02).
       01 ZONEREPORT-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "PRICE-ZONE-REPORT".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 ASOFDATE PIC 9(08).
       01 ZONED-ONLY-ANSWER PIC X(01).
           88 ZONED-ONLY VALUE "Y" "y".
       01 ITEMMAST-EOF-SW PIC X(03) VALUE "NO".
           88 ITEMMAST-EOF VALUE "YES".
       01 ITEMPRICE-EOF-SW PIC X(03).
           88 ITEMPRICE-EOF VALUE "YES".
       01 STORECFG-EOF-SW PIC X(03) VALUE "NO".
           88 STORECFG-EOF VALUE "YES".
       01 STORE-TABLE-AREA.
           05 ST-ENTRY OCCURS 50 TIMES INDEXED BY ST-IDX.
               10 ST-STORECODE PIC X(03).
               10 ST-STORENAME PIC X(30).
               10 ST-PRICEZONE PIC X(02).
       01 ST-COUNT PIC 9(02) VALUE ZERO.
       01 ZONE-TABLE-AREA.
           05 ZN-ENTRY OCCURS 20 TIMES INDEXED BY ZN-IDX.
               10 ZN-PRICEZONE PIC X(02).
               10 ZN-PRICE PIC 9(6)V99.
               10 ZN-EFFDATE PIC 9(08).
               10 ZN-SET-SW PIC X(03).
                   88 ZN-SET VALUE "YES".
       01 ZN-COUNT PIC 9(02) VALUE ZERO.
       01 ZN-FOUND-SW PIC X(03).
           88 ZN-FOUND VALUE "YES".
       01 ZONE-HOLD PIC X(02).
       01 BASEPRICE PIC 9(6)V99.
       01 BASEEFFDATE PIC 9(08).
       01 ITEM-ZONES-SET PIC 9(02).
       01 DIFF-AMT PIC S9(6)V99.
       01 DIFF-PCT PIC S9(05)V99.
       01 ITEMS-READ PIC 9(06) VALUE ZERO.
       01 ITEMS-LISTED PIC 9(06) VALUE ZERO.
       01 ZONE-PRICES-LISTED PIC 9(06) VALUE ZERO.
       01 ZONES-DROPPED PIC 9(04) VALUE ZERO.
       01 PRICE-DISP PIC ZZZ,ZZ9.99.
       01 DIFF-DISP PIC ZZZ,ZZ9.99-.
       01 PCT-DISP PIC ZZZZ9.99-.
       01 EFFDATE-DISP PIC X(08).
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "PRICE-ZONE-REPORT".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PRICE ZONE COMPARISON".
           DISPLAY "AS OF DATE (YYYYMMDD, 0 FOR TODAY): ".
           ACCEPT ASOFDATE.
           IF ASOFDATE = ZERO
               ACCEPT ASOFDATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "LIST ONLY ITEMS WITH ZONE PRICES (Y/N): ".
           ACCEPT ZONED-ONLY-ANSWER.

           OPEN INPUT ITEMMAST-FILE.
           IF ITEMMAST-STATUS NOT = "00"
               MOVE "ITEM MASTER" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE ITEMMAST-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN INPUT ITEMPRICE-FILE.
           IF ITEMPRICE-STATUS = "35"
               OPEN OUTPUT ITEMPRICE-FILE
               CLOSE ITEMPRICE-FILE
               OPEN INPUT ITEMPRICE-FILE
           END-IF.
           IF ITEMPRICE-STATUS NOT = "00"
               MOVE "ITEM PRICE FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE ITEMPRICE-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           PERFORM LOAD-STORE-ZONES.

           OPEN OUTPUT ZONEREPORT-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE SPACES TO REPORT-LINE.
           STRING "PRICE ZONE COMPARISON AS OF " ASOFDATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ITEM       ITEM NAME                      ZONE"
               "      PRICE  EFF DATE  DIFFERENCE       %"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM UNTIL ITEMMAST-EOF
               READ ITEMMAST-FILE NEXT RECORD
                   AT END
                       SET ITEMMAST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO ITEMS-READ
                       PERFORM COMPARE-ONE-ITEM
               END-READ
           END-PERFORM.

           PERFORM PRINT-STORE-ZONES.
           CLOSE ZONEREPORT-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           CLOSE ITEMPRICE-FILE.
           CLOSE ITEMMAST-FILE.

           DISPLAY "ITEMS READ        : " ITEMS-READ.
           DISPLAY "ITEMS LISTED      : " ITEMS-LISTED.
           DISPLAY "ZONE PRICES LISTED: " ZONE-PRICES-LISTED.
           IF ZONES-DROPPED > ZERO
               DISPLAY "ZONE PRICES NOT SHOWN, ZONE TABLE FULL: "
                   ZONES-DROPPED
           END-IF.
           DISPLAY "REPORT WRITTEN TO ZONECOMPARE.DAT".
           STOP RUN.

       LOAD-STORE-ZONES.
           OPEN INPUT STORECFG-FILE.
           IF STORECFG-STATUS = "00"
               PERFORM UNTIL STORECFG-EOF OR ST-COUNT = 50
                   READ STORECFG-FILE
                       AT END
                           SET STORECFG-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO ST-COUNT
                           MOVE SG-STORECODE TO ST-STORECODE(ST-COUNT)
                           MOVE SG-STORENAME TO ST-STORENAME(ST-COUNT)
                           MOVE SG-PRICEZONE TO ST-PRICEZONE(ST-COUNT)
                           IF SG-PRICEZONE NOT = SPACES
                               MOVE SG-PRICEZONE TO ZONE-HOLD
                               PERFORM FIND-ZONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORECFG-FILE
           END-IF.

       FIND-ZONE.
           MOVE "NO" TO ZN-FOUND-SW.
           PERFORM VARYING ZN-IDX FROM 1 BY 1 UNTIL
               ZN-IDX > ZN-COUNT OR ZN-FOUND
               IF ZN-PRICEZONE(ZN-IDX) = ZONE-HOLD
                   MOVE "YES" TO ZN-FOUND-SW
               END-IF
           END-PERFORM.
           IF ZN-FOUND
               SET ZN-IDX DOWN BY 1
           ELSE
               IF ZN-COUNT < 20
                   ADD 1 TO ZN-COUNT
                   SET ZN-IDX TO ZN-COUNT
                   MOVE ZONE-HOLD TO ZN-PRICEZONE(ZN-IDX)
                   MOVE "NO" TO ZN-SET-SW(ZN-IDX)
                   MOVE "YES" TO ZN-FOUND-SW
               END-IF
           END-IF.

       COMPARE-ONE-ITEM.
           MOVE IM-ITEMPRICE TO BASEPRICE.
           MOVE ZERO TO BASEEFFDATE.
           MOVE ZERO TO ITEM-ZONES-SET.
           PERFORM VARYING ZN-IDX FROM 1 BY 1 UNTIL ZN-IDX > ZN-COUNT
               MOVE "NO" TO ZN-SET-SW(ZN-IDX)
           END-PERFORM.

           MOVE "NO" TO ITEMPRICE-EOF-SW.
           MOVE IM-ITEMCODE TO IP-ITEMCODE.
           MOVE ZERO TO IP-EFFDATE.
           MOVE SPACES TO IP-PRICEZONE.
           START ITEMPRICE-FILE KEY IS NOT LESS THAN IP-KEY
               INVALID KEY
                   SET ITEMPRICE-EOF TO TRUE
           END-START.
           PERFORM UNTIL ITEMPRICE-EOF
               READ ITEMPRICE-FILE NEXT RECORD
                   AT END
                       SET ITEMPRICE-EOF TO TRUE
                   NOT AT END
                       IF IP-ITEMCODE NOT = IM-ITEMCODE
                               OR IP-EFFDATE > ASOFDATE
                           SET ITEMPRICE-EOF TO TRUE
                       ELSE
                           PERFORM TAKE-ONE-PRICE
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM VARYING ZN-IDX FROM 1 BY 1 UNTIL ZN-IDX > ZN-COUNT
               IF ZN-SET(ZN-IDX)
                   ADD 1 TO ITEM-ZONES-SET
               END-IF
           END-PERFORM.
           IF ZONED-ONLY AND ITEM-ZONES-SET = ZERO
               CONTINUE
           ELSE
               PERFORM PRINT-ONE-ITEM
           END-IF.

       TAKE-ONE-PRICE.
           IF IP-PRICEZONE = SPACES
               MOVE IP-PRICE TO BASEPRICE
               MOVE IP-EFFDATE TO BASEEFFDATE
           ELSE
               MOVE IP-PRICEZONE TO ZONE-HOLD
               PERFORM FIND-ZONE
               IF ZN-FOUND
                   MOVE IP-PRICE TO ZN-PRICE(ZN-IDX)
                   MOVE IP-EFFDATE TO ZN-EFFDATE(ZN-IDX)
                   MOVE "YES" TO ZN-SET-SW(ZN-IDX)
               ELSE
                   ADD 1 TO ZONES-DROPPED
               END-IF
           END-IF.

       PRINT-ONE-ITEM.
           ADD 1 TO ITEMS-LISTED.
           MOVE BASEPRICE TO PRICE-DISP.
           IF BASEEFFDATE = ZERO
               MOVE "MASTER" TO EFFDATE-DISP
           ELSE
               MOVE BASEEFFDATE TO EFFDATE-DISP
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING IM-ITEMCODE " " IM-ITEMNAME " BASE " PRICE-DISP
               "  " EFFDATE-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING ZN-IDX FROM 1 BY 1 UNTIL ZN-IDX > ZN-COUNT
               IF ZN-SET(ZN-IDX)
                   PERFORM PRINT-ONE-ZONE-PRICE
               END-IF
           END-PERFORM.

       PRINT-ONE-ZONE-PRICE.
           ADD 1 TO ZONE-PRICES-LISTED.
           COMPUTE DIFF-AMT = ZN-PRICE(ZN-IDX) - BASEPRICE.
           IF BASEPRICE NOT = ZERO
               COMPUTE DIFF-PCT ROUNDED = DIFF-AMT * 100 / BASEPRICE
           ELSE
               MOVE ZERO TO DIFF-PCT
           END-IF.
           MOVE ZN-PRICE(ZN-IDX) TO PRICE-DISP.
           MOVE ZN-EFFDATE(ZN-IDX) TO EFFDATE-DISP.
           MOVE DIFF-AMT TO DIFF-DISP.
           MOVE DIFF-PCT TO PCT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "                                          "
               ZN-PRICEZONE(ZN-IDX) "   " PRICE-DISP "  "
               EFFDATE-DISP " " DIFF-DISP PCT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-STORE-ZONES.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "STORE PRICE ZONES (BLANK ZONE SELLS AT BASE PRICE)"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF ST-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "NO STORES ON FILE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING ST-STORECODE(ST-IDX) " " ST-STORENAME(ST-IDX)
                   " ZONE " ST-PRICEZONE(ST-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       WRITE-REPORT-LINE.
           WRITE ZONEREPORT-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.

       END PROGRAM PRICE-ZONE-REPORT.
