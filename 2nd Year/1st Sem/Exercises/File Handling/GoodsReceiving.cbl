           ASSIGN TO "D:\Files\dat\recvlog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECVLOG-STATUS.
           SELECT PURCHORD-FILE
           ASSIGN TO "D:\Files\dat\purchord.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PH-PONUMBER
           FILE STATUS IS PURCHORD-STATUS.
           SELECT PURCHLINE-FILE
           ASSIGN TO "D:\Files\dat\purchline.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-KEY
           FILE STATUS IS PURCHLINE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ITEMMAST-FILE.
           05 RV-RECEIVEDBY PIC X(10).
           05 RV-RECVDATE PIC 9(08).
           05 RV-RECVTIME PIC 9(08).
           05 RV-PONUMBER PIC 9(08).
           05 RV-CONSIGNFLAG PIC X(01).
               88 RV-CONSIGNMENT VALUE "Y".
       FD PURCHORD-FILE.
       COPY "PURCHORD.CPY".
       FD PURCHLINE-FILE.
       COPY "PURCHLINE.CPY".
       WORKING-STORAGE SECTION.
       01 ITEMMAST-STATUS PIC X(02).
       01 ITEMLOT-STATUS PIC X(02).
       01 RECVLOG-STATUS PIC X(02).
       01 PURCHORD-STATUS PIC X(02).
       01 PURCHLINE-STATUS PIC X(02).
       01 RECVLOTNUM PIC X(10).
       01 RECVEXPIRY PIC 9(08).
       01 GUARD-PROGRAMNAME PIC X(20).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "GOODS-RECEIVING".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 RECVITEMCODE PIC X(10).
       01 RECVQTY PIC 9(06)V9(03).
       01 RECVUNITCOST PIC 9(6)V99.
       01 MORE-SW PIC X(03) VALUE "YES".
           88 MORE-DELIVERIES VALUE "YES".
       01 MORE-ANSWER PIC X(01).
       01 TODAYDATE PIC 9(08).
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
       01 RECVPONUMBER PIC 9(08).
       01 POLINEKEY PIC X(11).
       01 POOUTSTANDING PIC S9(06)V9(03).
       01 CONFIRM-ANSWER PIC X(01).
       01 PO-OK-SW PIC X(03).
           88 PO-OK VALUE "YES".
       01 POLINE-FOUND-SW PIC X(03).
           88 POLINE-FOUND VALUE "YES".
       01 PURCHLINE-EOF-SW PIC X(03).
           88 PURCHLINE-EOF VALUE "YES".
       01 POST-SW PIC X(03).
           88 POST-CONFIRMED VALUE "YES".
       01 ALL-CLOSED-SW PIC X(03).
           88 ALL-LINES-CLOSED VALUE "YES".
       01 ANY-RECEIVED-SW PIC X(03).
           88 ANY-LINE-RECEIVED VALUE "YES".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O ITEMMAST-FILE.
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN I-O PURCHORD-FILE.
           IF PURCHORD-STATUS = "35"
               OPEN OUTPUT PURCHORD-FILE
               CLOSE PURCHORD-FILE
               OPEN I-O PURCHORD-FILE
           END-IF.
           IF PURCHORD-STATUS NOT = "00"
               MOVE "GOODS-RECEIVING" TO GUARD-PROGRAMNAME
               MOVE "PURCHASE ORDER FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE PURCHORD-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN I-O PURCHLINE-FILE.
           IF PURCHLINE-STATUS = "35"
               OPEN OUTPUT PURCHLINE-FILE
               CLOSE PURCHLINE-FILE
               OPEN I-O PURCHLINE-FILE
           END-IF.
           IF PURCHLINE-STATUS NOT = "00"
               MOVE "GOODS-RECEIVING" TO GUARD-PROGRAMNAME
               MOVE "PURCHASE ORDER LINES" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE PURCHLINE-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.

           ACCEPT TODAYDATE FROM DATE YYYYMMDD.
           MOVE "GOODS-RECEIVING" TO GUARD-PROGRAMNAME.
           PERFORM BACK-OFFICE-SIGN-ON.
           MOVE OPERATORID TO PERIOD-OPERATOR.
           MOVE "NO" TO PO-OK-SW.
           PERFORM UNTIL PO-OK
               DISPLAY "PURCHASE ORDER NUMBER (0 IF NONE): "
               ACCEPT RECVPONUMBER
               PERFORM VALIDATE-RECEIVING-PO
           END-PERFORM.
           DISPLAY "DELIVERY REFERENCE (DR/INVOICE NO): ".
           ACCEPT RECVREFERENCE.
           PERFORM ACCEPT-POSTING-DATE.
           IF NOT PERIOD-OK
               DISPLAY "DELIVERY NOT RECEIVED."
               MOVE "NO" TO MORE-SW
           END-IF.

           PERFORM UNTIL NOT MORE-DELIVERIES
               PERFORM RECEIVE-ONE-ITEM THRU RECEIVE-ONE-ITEM-EXIT
               DISPLAY "RECEIVE ANOTHER ITEM? (Y/N): "
               ACCEPT MORE-ANSWER
               IF MORE-ANSWER = "Y" OR MORE-ANSWER = "y"
               END-IF
           END-PERFORM.

           IF RECVPONUMBER NOT = ZERO AND PERIOD-OK
               PERFORM REFRESH-PO-STATUS
           END-IF.

           CLOSE ITEMMAST-FILE.
           CLOSE ITEMLOT-FILE.
           CLOSE RECVLOG-FILE.
           CLOSE PURCHORD-FILE.
           CLOSE PURCHLINE-FILE.
           STOP RUN.

       VALIDATE-RECEIVING-PO.
           IF RECVPONUMBER = ZERO
               DISPLAY "RECEIVING WITHOUT A PURCHASE ORDER."
               MOVE "YES" TO PO-OK-SW
           ELSE
               MOVE RECVPONUMBER TO PH-PONUMBER
               READ PURCHORD-FILE
                   INVALID KEY
                       DISPLAY "PO NUMBER NOT FOUND."
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN PH-PO-CLOSED
                               DISPLAY "PO IS ALREADY FULLY RECEIVED."
                           WHEN PH-PO-CANCELLED
                               DISPLAY "PO WAS CANCELLED."
                           WHEN OTHER
                               MOVE "YES" TO PO-OK-SW
                               DISPLAY "PO " PH-PONUMBER " SUPPLIER "
                                   PH-SUPPLIERCODE " DUE " PH-DUEDATE
                               IF PH-DUEDATE < TODAYDATE
                                   DISPLAY "NOTE: DELIVERY IS LATE "
                                       "AGAINST THIS PO."
                               END-IF
                       END-EVALUATE
               END-READ
           END-IF.

       RECEIVE-ONE-ITEM.
           DISPLAY "ITEM CODE: ".
           ACCEPT RECVITEMCODE.
           IF ITEMMAST-STATUS = "00"
               DISPLAY "ITEM: " IM-ITEMNAME
               DISPLAY "STOCK ON HAND: " IM-STOCKONHAND
               MOVE "NO" TO POLINE-FOUND-SW
               IF RECVPONUMBER NOT = ZERO
                   PERFORM CHECK-ITEM-ON-PO
                   IF NOT POST-CONFIRMED
                       GO TO RECEIVE-ONE-ITEM-EXIT
                   END-IF
               END-IF
               DISPLAY "QUANTITY RECEIVED: "
               ACCEPT RECVQTY
               IF POLINE-FOUND
                   PERFORM CHECK-OVER-RECEIPT
                   IF NOT POST-CONFIRMED
                       GO TO RECEIVE-ONE-ITEM-EXIT
                   END-IF
                   DISPLAY "PO UNIT COST: P" PL-UNITCOST
               END-IF
               IF IM-CONSIGNMENT
                   DISPLAY "CONSIGNMENT STOCK OF " IM-CONSIGNORCODE
                       ", NOT OWNED, NO COST POSTED."
                   MOVE ZERO TO RECVUNITCOST
               ELSE
                   DISPLAY "UNIT COST ON THIS DELIVERY: "
                   ACCEPT RECVUNITCOST
               END-IF
               DISPLAY "LOT NUMBER (BLANK IF NOT LOT TRACKED): "
               ACCEPT RECVLOTNUM
               IF RECVLOTNUM NOT = SPACES
               END-IF
               MOVE IM-STOCKONHAND TO OLDSTOCKQTY
               ADD RECVQTY TO IM-STOCKONHAND
               IF NOT IM-CONSIGNMENT
                   PERFORM AVERAGE-UNIT-COST
               END-IF
               REWRITE ITEMMAST-REC
               MOVE IM-ITEMCODE TO RV-ITEMCODE
               MOVE RECVQTY TO RV-QTYRECEIVED
               MOVE RECVUNITCOST TO RV-UNITCOST
               MOVE RECVREFERENCE TO RV-REFERENCE
               MOVE OPERATORID TO RV-RECEIVEDBY
               MOVE PERIOD-DATE TO RV-RECVDATE
               ACCEPT RV-RECVTIME FROM TIME
               MOVE RECVPONUMBER TO RV-PONUMBER
               IF IM-CONSIGNMENT
                   MOVE "Y" TO RV-CONSIGNFLAG
               ELSE
                   MOVE "N" TO RV-CONSIGNFLAG
               END-IF
               WRITE RECVLOG-REC
               MOVE IM-ITEMCODE TO PERIOD-RECORDKEY
               COMPUTE PERIOD-AMOUNT = RECVQTY * RECVUNITCOST
               PERFORM LOG-POSTING-PERIOD
               DISPLAY "POSTED. NEW STOCK ON HAND: " IM-STOCKONHAND
               IF NOT IM-CONSIGNMENT
                   DISPLAY "NEW AVERAGE COST: P" IM-UNITCOST
               END-IF
               IF POLINE-FOUND
                   PERFORM UPDATE-PO-LINE
               END-IF
           END-IF.

       RECEIVE-ONE-ITEM-EXIT.
           EXIT.

       ACCEPT-POSTING-DATE.
           MOVE 99999999 TO PERIOD-DATE.
           PERFORM UNTIL PERIOD-DATE NOT > TODAYDATE
               DISPLAY "RECEIVING DATE (YYYYMMDD, 0 FOR TODAY): "
               ACCEPT PERIOD-DATE
               IF PERIOD-DATE = ZERO
                   MOVE TODAYDATE TO PERIOD-DATE
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(PERIOD-DATE) NOT = ZERO
                   OR PERIOD-DATE > TODAYDATE
                   DISPLAY "ENTER A VALID DATE NOT AFTER TODAY."
                   MOVE 99999999 TO PERIOD-DATE
               END-IF
           END-PERFORM.
           PERFORM CHECK-POSTING-PERIOD.

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

       CHECK-ITEM-ON-PO.
           MOVE "YES" TO POST-SW.
           PERFORM FIND-PO-LINE.
           IF POLINE-FOUND
               COMPUTE POOUTSTANDING = PL-QTYORDERED - PL-QTYRECEIVED
               DISPLAY "ON PO: ORDERED " PL-QTYORDERED " RECEIVED "
                   PL-QTYRECEIVED " OUTSTANDING " POOUTSTANDING
           ELSE
               DISPLAY "WARNING: ITEM IS NOT ON PO " RECVPONUMBER
                   ". POST ANYWAY? (Y/N): "
               ACCEPT CONFIRM-ANSWER
               IF CONFIRM-ANSWER NOT = "Y" AND
                   CONFIRM-ANSWER NOT = "y"
                   MOVE "NO" TO POST-SW
                   DISPLAY "ITEM NOT POSTED."
               END-IF
           END-IF.

       FIND-PO-LINE.
           MOVE "NO" TO POLINE-FOUND-SW.
           MOVE "NO" TO PURCHLINE-EOF-SW.
           MOVE RECVPONUMBER TO PL-PONUMBER.
           MOVE ZERO TO PL-LINENUM.
           START PURCHLINE-FILE KEY IS NOT LESS THAN PL-KEY
               INVALID KEY
                   SET PURCHLINE-EOF TO TRUE
           END-START.
           PERFORM UNTIL PURCHLINE-EOF OR POLINE-FOUND
               READ PURCHLINE-FILE NEXT RECORD
                   AT END
                       SET PURCHLINE-EOF TO TRUE
                   NOT AT END
                       IF PL-PONUMBER NOT = RECVPONUMBER
                           SET PURCHLINE-EOF TO TRUE
                       ELSE
                           IF PL-ITEMCODE = RECVITEMCODE AND
                               NOT PL-LINE-CANCELLED
                               MOVE "YES" TO POLINE-FOUND-SW
                               MOVE PL-KEY TO POLINEKEY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-OVER-RECEIPT.
           MOVE "YES" TO POST-SW.
           IF RECVQTY > POOUTSTANDING
               DISPLAY "WARNING: OVER-RECEIPT, ONLY " POOUTSTANDING
                   " OUTSTANDING ON THE PO. POST ANYWAY? (Y/N): "
               ACCEPT CONFIRM-ANSWER
               IF CONFIRM-ANSWER NOT = "Y" AND
                   CONFIRM-ANSWER NOT = "y"
                   MOVE "NO" TO POST-SW
                   DISPLAY "ITEM NOT POSTED."
               END-IF
           END-IF.

       UPDATE-PO-LINE.
           MOVE POLINEKEY TO PL-KEY.
           READ PURCHLINE-FILE
               INVALID KEY
                   DISPLAY "PO LINE NO LONGER ON FILE, PO NOT UPDATED."
               NOT INVALID KEY
                   ADD RECVQTY TO PL-QTYRECEIVED
                   IF PL-QTYRECEIVED >= PL-QTYORDERED
                       SET PL-LINE-CLOSED TO TRUE
                   END-IF
                   REWRITE PURCHLINE-REC
           END-READ.

       REFRESH-PO-STATUS.
           MOVE "YES" TO ALL-CLOSED-SW.
           MOVE "NO" TO ANY-RECEIVED-SW.
           MOVE "NO" TO PURCHLINE-EOF-SW.
           MOVE RECVPONUMBER TO PL-PONUMBER.
           MOVE ZERO TO PL-LINENUM.
           START PURCHLINE-FILE KEY IS NOT LESS THAN PL-KEY
               INVALID KEY
                   SET PURCHLINE-EOF TO TRUE
           END-START.
           PERFORM UNTIL PURCHLINE-EOF
               READ PURCHLINE-FILE NEXT RECORD
                   AT END
                       SET PURCHLINE-EOF TO TRUE
                   NOT AT END
                       IF PL-PONUMBER NOT = RECVPONUMBER
                           SET PURCHLINE-EOF TO TRUE
                       ELSE
                           IF PL-LINE-OPEN
                               MOVE "NO" TO ALL-CLOSED-SW
                           END-IF
                           IF PL-QTYRECEIVED > ZERO
                               MOVE "YES" TO ANY-RECEIVED-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE RECVPONUMBER TO PH-PONUMBER.
           READ PURCHORD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ALL-LINES-CLOSED
                           SET PH-PO-CLOSED TO TRUE
                       WHEN ANY-LINE-RECEIVED
                           SET PH-PO-PARTIAL TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   MOVE PERIOD-DATE TO PH-LASTRECVDATE
                   REWRITE PURCHORD-REC
                   DISPLAY "PO " PH-PONUMBER " STATUS NOW " PH-STATUS
           END-READ.

       POST-LOT-RECEIPT.
           MOVE RECVITEMCODE TO LT-ITEMCODE.
           MOVE RECVLOTNUM TO LT-LOTNUM.
                   MOVE RECVLOTNUM TO LT-LOTNUM
                   MOVE RECVEXPIRY TO LT-EXPIRYDATE
                   MOVE RECVQTY TO LT-QTYONHAND
                   MOVE PERIOD-DATE TO LT-RECVDATE
                   MOVE SPACE TO LT-HOLDFLAG
                   MOVE SPACES TO LT-HOLDSITE
                   MOVE ZERO TO LT-HOLDSTART
                   MOVE ZERO TO LT-HOLDDATE
                   MOVE SPACES TO LT-RELEASEDBY
                   MOVE ZERO TO LT-RELEASEDATE
                   WRITE ITEMLOT-REC
                       INVALID KEY
                           CONTINUE
               COMPUTE IM-UNITCOST ROUNDED =
                   NEWCOSTBASE / (OLDSTOCKQTY + RECVQTY)
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
       END PROGRAM GOODS-RECEIVING.
