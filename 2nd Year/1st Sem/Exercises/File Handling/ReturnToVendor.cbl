       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURN-TO-VENDOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ITEMMAST-FILE
           ASSIGN TO "D:\Files\dat\itemmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IM-ITEMCODE
           FILE STATUS IS ITEMMAST-STATUS.
           SELECT ITEMLOT-FILE
           ASSIGN TO "D:\Files\dat\itemlot.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-KEY
           FILE STATUS IS ITEMLOT-STATUS.
           SELECT SUPPMAST-FILE
           ASSIGN TO "D:\Files\dat\suppmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SU-SUPPLIERCODE
           FILE STATUS IS SUPPMAST-STATUS.
           SELECT SHRINK-FILE
           ASSIGN TO "D:\Files\dat\shrink.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHRINK-STATUS.
           SELECT DEBITMEMO-FILE
           ASSIGN TO "D:\Files\dat\debitmemo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEBITMEMO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RTVHDR-FILE.
       COPY "RTVHDR.CPY".
       FD RTVLINE-FILE.
       COPY "RTVLINE.CPY".
       FD ITEMMAST-FILE.
       COPY "ITEMMAST.CPY".
       FD ITEMLOT-FILE.
       COPY "LOTREC.CPY".
       FD SUPPMAST-FILE.
       COPY "SUPPMAST.CPY".
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
       FD DEBITMEMO-FILE.
       01 DEBITMEMO-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 RTVHDR-STATUS PIC X(02).
       01 RTVLINE-STATUS PIC X(02).
       01 ITEMMAST-STATUS PIC X(02).
       01 ITEMLOT-STATUS PIC X(02).
       01 SUPPMAST-STATUS PIC X(02).
       01 SHRINK-STATUS PIC X(02).
       01 DEBITMEMO-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "RETURN-TO-VENDOR".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "RETURN-TO-VENDOR".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 TODAYDATE PIC 9(08).
       01 NEXTRTVNUMBER PIC 9(08).
       01 PICK-ANSWER PIC X(01).
       01 WORKITEMCODE PIC X(10).
       01 WORKQTY PIC 9(06)V9(03).
       01 WORKLOTNUM PIC X(10).
       01 WORKREASON PIC X(30).
       01 RTVHDR-EOF-SW PIC X(03).
           88 RTVHDR-EOF VALUE "YES".
       01 RTVLINE-EOF-SW PIC X(03).
           88 RTVLINE-EOF VALUE "YES".
       01 SHRINK-EOF-SW PIC X(03).
           88 SHRINK-EOF VALUE "YES".
       01 LOT-EOF-SW PIC X(03).
           88 LOT-EOF VALUE "YES".
       01 LOT-FOUND-SW PIC X(03).
           88 LOT-FOUND VALUE "YES".
       01 ALREADY-SENT-SW PIC X(03).
           88 ALREADY-SENT VALUE "YES".
       01 RETURN-TABLE.
           05 RET-ENTRY OCCURS 100 TIMES INDEXED BY RET-IDX.
               10 RET-SUPPLIERCODE PIC X(10).
               10 RET-ITEMCODE PIC X(10).
               10 RET-ITEMNAME PIC X(30).
               10 RET-QTY PIC 9(06)V9(03).
               10 RET-UNITCOST PIC 9(6)V99.
               10 RET-SOURCE PIC X(01).
               10 RET-REFUNDNUM PIC 9(10).
               10 RET-LOTNUM PIC X(10).
               10 RET-REASON PIC X(30).
       01 RET-COUNT PIC 9(03) VALUE ZERO.
       01 RET-USED-SW PIC X(03) OCCURS 100 TIMES.
       01 RET-SCAN PIC 9(03) COMP.
       01 SENT-TABLE.
           05 SENT-ENTRY OCCURS 500 TIMES.
               10 SENT-REFUNDNUM PIC 9(10).
               10 SENT-ITEMCODE PIC X(10).
       01 SENT-COUNT PIC 9(03) VALUE ZERO.
       01 SENT-IDX PIC 9(03) COMP.
       01 CURRENT-SUPPLIER PIC X(10).
       01 SUPPLIER-NAME-OUT PIC X(30).
       01 RTVLINENUM PIC 9(03).
       01 MEMOTOTAL PIC 9(8)V99.
       01 LINEEXTCOST PIC 9(8)V99.
       01 LOTREMAIN PIC S9(06)V9(03).
       01 LOTTAKE PIC S9(06)V9(03).
       01 BESTLOTNUM PIC X(10).
       01 BESTLOTEXP PIC 9(08).
       01 MEMOS-WRITTEN PIC 9(03) VALUE ZERO.
       01 MEMO-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "RETURN-TO-VENDOR".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       01 QTY-DISP PIC ZZZZZ9.999.
       01 COST-DISP PIC ZZZ,ZZ9.99.
       01 AMOUNT-DISP PIC ZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
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
           OPEN I-O RTVLINE-FILE.
           IF RTVLINE-STATUS = "35"
               OPEN OUTPUT RTVLINE-FILE
               CLOSE RTVLINE-FILE
               OPEN I-O RTVLINE-FILE
           END-IF.
           IF RTVLINE-STATUS NOT = "00"
               MOVE "RTV LINE FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE RTVLINE-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN I-O ITEMMAST-FILE.
           IF ITEMMAST-STATUS NOT = "00"
               MOVE "ITEM MASTER" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE ITEMMAST-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN I-O ITEMLOT-FILE.
           IF ITEMLOT-STATUS = "35"
               OPEN OUTPUT ITEMLOT-FILE
               CLOSE ITEMLOT-FILE
               OPEN I-O ITEMLOT-FILE
           END-IF.
           OPEN INPUT SUPPMAST-FILE.

           ACCEPT TODAYDATE FROM DATE YYYYMMDD.
           PERFORM BACK-OFFICE-SIGN-ON.
           MOVE OPERATORID TO SPOOL-OPERATOR.
           PERFORM FIND-NEXT-RTVNUMBER.
           PERFORM LOAD-SENT-SHRINK-LINES.

           DISPLAY "PULL DAMAGED REFUND LINES FROM THE SHRINK FILE? "
               "(Y/N): ".
           ACCEPT PICK-ANSWER.
           IF PICK-ANSWER = "Y" OR PICK-ANSWER = "y"
               PERFORM PICK-FROM-SHRINK
           END-IF.
           PERFORM PICK-FROM-STOCK.

           IF RET-COUNT = ZERO
               DISPLAY "NOTHING SELECTED, NO RTV RAISED."
           ELSE
               PERFORM WRITE-RTV-DOCUMENTS
           END-IF.

           CLOSE RTVHDR-FILE.
           CLOSE RTVLINE-FILE.
           CLOSE ITEMMAST-FILE.
           CLOSE ITEMLOT-FILE.
           CLOSE SUPPMAST-FILE.
           STOP RUN.

       FIND-NEXT-RTVNUMBER.
           MOVE ZERO TO NEXTRTVNUMBER.
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
                       MOVE RH-RTVNUMBER TO NEXTRTVNUMBER
               END-READ
           END-PERFORM.
           ADD 1 TO NEXTRTVNUMBER.

       LOAD-SENT-SHRINK-LINES.
           MOVE ZERO TO SENT-COUNT.
           MOVE "NO" TO RTVLINE-EOF-SW.
           MOVE ZERO TO RT-RTVNUMBER.
           MOVE ZERO TO RT-LINENUM.
           START RTVLINE-FILE KEY IS NOT LESS THAN RT-KEY
               INVALID KEY
                   SET RTVLINE-EOF TO TRUE
           END-START.
           PERFORM UNTIL RTVLINE-EOF
               READ RTVLINE-FILE NEXT RECORD
                   AT END
                       SET RTVLINE-EOF TO TRUE
                   NOT AT END
                       IF RT-FROM-SHRINK AND SENT-COUNT < 500
                           ADD 1 TO SENT-COUNT
                           MOVE RT-REFUNDNUM
                               TO SENT-REFUNDNUM(SENT-COUNT)
                           MOVE RT-ITEMCODE
                               TO SENT-ITEMCODE(SENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       PICK-FROM-SHRINK.
           MOVE "NO" TO SHRINK-EOF-SW.
           OPEN INPUT SHRINK-FILE.
           IF SHRINK-STATUS NOT = "00"
               DISPLAY "NO SHRINK FILE ON FILE."
               SET SHRINK-EOF TO TRUE
           END-IF.
           PERFORM UNTIL SHRINK-EOF
               READ SHRINK-FILE
                   AT END
                       SET SHRINK-EOF TO TRUE
                   NOT AT END
                       IF SK-DISPOSITION = "D"
                           PERFORM OFFER-SHRINK-LINE
                               THRU OFFER-SHRINK-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           IF SHRINK-STATUS NOT = "35"
               CLOSE SHRINK-FILE
           END-IF.

       OFFER-SHRINK-LINE.
           MOVE "NO" TO ALREADY-SENT-SW.
           PERFORM VARYING SENT-IDX FROM 1 BY 1 UNTIL
               SENT-IDX > SENT-COUNT
               IF SENT-REFUNDNUM(SENT-IDX) = SK-REFUNDNUM AND
                   SENT-ITEMCODE(SENT-IDX) = SK-ITEMCODE
                   MOVE "YES" TO ALREADY-SENT-SW
               END-IF
           END-PERFORM.
           IF ALREADY-SENT
               GO TO OFFER-SHRINK-LINE-EXIT
           END-IF.
           MOVE SK-ITEMCODE TO IM-ITEMCODE.
           READ ITEMMAST-FILE
               INVALID KEY
                   DISPLAY "REFUND " SK-REFUNDNUM " ITEM " SK-ITEMCODE
                       " NOT ON ITEM MASTER, SKIPPED."
           END-READ.
           IF ITEMMAST-STATUS NOT = "00"
               GO TO OFFER-SHRINK-LINE-EXIT
           END-IF.
           IF IM-SUPPLIERCODE = SPACES
               DISPLAY "ITEM " SK-ITEMCODE " HAS NO SUPPLIER, "
                   "SKIPPED."
               GO TO OFFER-SHRINK-LINE-EXIT
           END-IF.
           IF RET-COUNT = 100
               DISPLAY "RETURN TABLE FULL, RUN AGAIN FOR THE REST."
               GO TO OFFER-SHRINK-LINE-EXIT
           END-IF.
           DISPLAY SK-BUSDATE " REFUND " SK-REFUNDNUM " "
               SK-ITEMCODE " " IM-ITEMNAME " QTY " SK-QTY
               " " SK-REASON.
           DISPLAY "RETURN TO SUPPLIER " IM-SUPPLIERCODE "? (Y/N): ".
           ACCEPT PICK-ANSWER.
           IF PICK-ANSWER = "Y" OR PICK-ANSWER = "y"
               ADD 1 TO RET-COUNT
               MOVE IM-SUPPLIERCODE TO RET-SUPPLIERCODE(RET-COUNT)
               MOVE IM-ITEMCODE TO RET-ITEMCODE(RET-COUNT)
               MOVE IM-ITEMNAME TO RET-ITEMNAME(RET-COUNT)
               MOVE SK-QTY TO RET-QTY(RET-COUNT)
               MOVE IM-UNITCOST TO RET-UNITCOST(RET-COUNT)
               MOVE "S" TO RET-SOURCE(RET-COUNT)
               MOVE SK-REFUNDNUM TO RET-REFUNDNUM(RET-COUNT)
               MOVE SPACES TO RET-LOTNUM(RET-COUNT)
               MOVE SK-REASON TO RET-REASON(RET-COUNT)
               MOVE "NO" TO RET-USED-SW(RET-COUNT)
           END-IF.

       OFFER-SHRINK-LINE-EXIT.
           EXIT.

       PICK-FROM-STOCK.
           MOVE "X" TO WORKITEMCODE.
           PERFORM UNTIL WORKITEMCODE = SPACES OR RET-COUNT = 100
               DISPLAY "DAMAGED STOCK ITEM CODE (BLANK TO END): "
               ACCEPT WORKITEMCODE
               IF WORKITEMCODE NOT = SPACES
                   PERFORM PICK-ONE-STOCK-ITEM
                       THRU PICK-ONE-STOCK-ITEM-EXIT
               END-IF
           END-PERFORM.

       PICK-ONE-STOCK-ITEM.
           MOVE WORKITEMCODE TO IM-ITEMCODE.
           READ ITEMMAST-FILE
               INVALID KEY
                   DISPLAY "ITEM CODE NOT FOUND."
           END-READ.
           IF ITEMMAST-STATUS NOT = "00"
               GO TO PICK-ONE-STOCK-ITEM-EXIT
           END-IF.
           IF IM-SUPPLIERCODE = SPACES
               DISPLAY "ITEM HAS NO SUPPLIER ON FILE, CANNOT BE "
                   "RETURNED."
               GO TO PICK-ONE-STOCK-ITEM-EXIT
           END-IF.
           DISPLAY "ITEM: " IM-ITEMNAME " SUPPLIER "
               IM-SUPPLIERCODE " ON HAND " IM-STOCKONHAND.
           DISPLAY "QUANTITY GOING BACK: ".
           ACCEPT WORKQTY.
           IF WORKQTY = ZERO
               GO TO PICK-ONE-STOCK-ITEM-EXIT
           END-IF.
           IF WORKQTY > IM-STOCKONHAND
               DISPLAY "ONLY " IM-STOCKONHAND " ON HAND, NOT ADDED."
               GO TO PICK-ONE-STOCK-ITEM-EXIT
           END-IF.
           DISPLAY "LOT NUMBER (BLANK FOR EARLIEST EXPIRY): ".
           ACCEPT WORKLOTNUM.
           DISPLAY "REASON: ".
           ACCEPT WORKREASON.
           ADD 1 TO RET-COUNT.
           MOVE IM-SUPPLIERCODE TO RET-SUPPLIERCODE(RET-COUNT).
           MOVE IM-ITEMCODE TO RET-ITEMCODE(RET-COUNT).
           MOVE IM-ITEMNAME TO RET-ITEMNAME(RET-COUNT).
           MOVE WORKQTY TO RET-QTY(RET-COUNT).
           MOVE IM-UNITCOST TO RET-UNITCOST(RET-COUNT).
           MOVE "I" TO RET-SOURCE(RET-COUNT).
           MOVE ZERO TO RET-REFUNDNUM(RET-COUNT).
           MOVE WORKLOTNUM TO RET-LOTNUM(RET-COUNT).
           MOVE WORKREASON TO RET-REASON(RET-COUNT).
           MOVE "NO" TO RET-USED-SW(RET-COUNT).

       PICK-ONE-STOCK-ITEM-EXIT.
           EXIT.

       WRITE-RTV-DOCUMENTS.
           OPEN OUTPUT DEBITMEMO-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           PERFORM VARYING RET-SCAN FROM 1 BY 1 UNTIL
               RET-SCAN > RET-COUNT
               IF RET-USED-SW(RET-SCAN) = "NO"
                   MOVE RET-SUPPLIERCODE(RET-SCAN)
                       TO CURRENT-SUPPLIER
                   PERFORM WRITE-ONE-RTV
               END-IF
           END-PERFORM.
           CLOSE DEBITMEMO-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY MEMOS-WRITTEN " DEBIT MEMOS WRITTEN TO "
               "DEBITMEMO.DAT".

       WRITE-ONE-RTV.
           MOVE CURRENT-SUPPLIER TO SU-SUPPLIERCODE.
           READ SUPPMAST-FILE
               INVALID KEY
                   MOVE "(SUPPLIER NOT ON FILE)"
                       TO SUPPLIER-NAME-OUT
               NOT INVALID KEY
                   MOVE SU-SUPPLIERNAME TO SUPPLIER-NAME-OUT
           END-READ.

           MOVE SPACES TO MEMO-LINE.
           STRING "DEBIT MEMO / RETURN TO VENDOR NO. " DELIMITED BY
               SIZE
               NEXTRTVNUMBER DELIMITED BY SIZE
               INTO MEMO-LINE.
           PERFORM WRITE-MEMO-LINE.
           DISPLAY MEMO-LINE.
           MOVE SPACES TO MEMO-LINE.
           STRING "DATE " DELIMITED BY SIZE
               TODAYDATE DELIMITED BY SIZE
               "  SUPPLIER " DELIMITED BY SIZE
               CURRENT-SUPPLIER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SUPPLIER-NAME-OUT DELIMITED BY SIZE
               INTO MEMO-LINE.
           PERFORM WRITE-MEMO-LINE.
           DISPLAY MEMO-LINE.
           MOVE "ITEM       DESCRIPTION                   QUANTITY"
               TO MEMO-LINE.
           MOVE "UNIT COST        AMOUNT" TO MEMO-LINE(56:23).
           PERFORM WRITE-MEMO-LINE.

           MOVE ZERO TO RTVLINENUM.
           MOVE ZERO TO MEMOTOTAL.
           PERFORM VARYING RET-IDX FROM 1 BY 1 UNTIL
               RET-IDX > RET-COUNT
               IF RET-USED-SW(RET-IDX) = "NO" AND
                   RET-SUPPLIERCODE(RET-IDX) = CURRENT-SUPPLIER
                   MOVE "YES" TO RET-USED-SW(RET-IDX)
                   PERFORM WRITE-RTV-LINE
               END-IF
           END-PERFORM.

           MOVE NEXTRTVNUMBER TO RH-RTVNUMBER.
           MOVE CURRENT-SUPPLIER TO RH-SUPPLIERCODE.
           MOVE TODAYDATE TO RH-RTVDATE.
           MOVE OPERATORID TO RH-PREPAREDBY.
           MOVE RTVLINENUM TO RH-LINECOUNT.
           MOVE MEMOTOTAL TO RH-MEMOTOTAL.
           SET RH-MEMO-OPEN TO TRUE.
           MOVE SPACES TO RH-APPLIEDINVOICE.
           MOVE ZERO TO RH-APPLIEDDATE.
           WRITE RTVHDR-REC
               INVALID KEY
                   DISPLAY "RTV NUMBER " NEXTRTVNUMBER " ALREADY ON "
                       "FILE, HEADER NOT SAVED."
           END-WRITE.

           MOVE MEMOTOTAL TO AMOUNT-DISP.
           MOVE SPACES TO MEMO-LINE.
           STRING "TOTAL DEBIT TO SUPPLIER ACCOUNT: P" DELIMITED BY
               SIZE
               AMOUNT-DISP DELIMITED BY SIZE
               INTO MEMO-LINE.
           PERFORM WRITE-MEMO-LINE.
           DISPLAY MEMO-LINE.
           MOVE SPACES TO MEMO-LINE.
           STRING "PREPARED BY " DELIMITED BY SIZE
               OPERATORID DELIMITED BY SIZE
               "   RECEIVED BY SUPPLIER: ____________________"
               DELIMITED BY SIZE
               INTO MEMO-LINE.
           PERFORM WRITE-MEMO-LINE.
           MOVE SPACES TO MEMO-LINE.
           PERFORM WRITE-MEMO-LINE.
           ADD 1 TO MEMOS-WRITTEN.
           ADD 1 TO NEXTRTVNUMBER.

       WRITE-RTV-LINE.
           ADD 1 TO RTVLINENUM.
           COMPUTE LINEEXTCOST ROUNDED =
               RET-QTY(RET-IDX) * RET-UNITCOST(RET-IDX).
           ADD LINEEXTCOST TO MEMOTOTAL.
           MOVE NEXTRTVNUMBER TO RT-RTVNUMBER.
           MOVE RTVLINENUM TO RT-LINENUM.
           MOVE RET-ITEMCODE(RET-IDX) TO RT-ITEMCODE.
           MOVE RET-QTY(RET-IDX) TO RT-QTY.
           MOVE RET-UNITCOST(RET-IDX) TO RT-UNITCOST.
           MOVE LINEEXTCOST TO RT-EXTCOST.
           MOVE RET-SOURCE(RET-IDX) TO RT-SOURCE.
           MOVE RET-REFUNDNUM(RET-IDX) TO RT-REFUNDNUM.
           MOVE RET-REASON(RET-IDX) TO RT-REASON.
           WRITE RTVLINE-REC
               INVALID KEY
                   DISPLAY "RTV LINE " RT-KEY " ALREADY ON FILE."
           END-WRITE.
           IF RT-FROM-STOCK
               PERFORM DEDUCT-RETURNED-STOCK
           END-IF.

           MOVE RET-QTY(RET-IDX) TO QTY-DISP.
           MOVE RET-UNITCOST(RET-IDX) TO COST-DISP.
           MOVE LINEEXTCOST TO AMOUNT-DISP.
           MOVE SPACES TO MEMO-LINE.
           STRING RET-ITEMCODE(RET-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RET-ITEMNAME(RET-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               QTY-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               COST-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-DISP DELIMITED BY SIZE
               INTO MEMO-LINE.
           PERFORM WRITE-MEMO-LINE.
           DISPLAY MEMO-LINE.

       WRITE-MEMO-LINE.
           WRITE DEBITMEMO-REC FROM MEMO-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE MEMO-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.

       DEDUCT-RETURNED-STOCK.
           MOVE RET-ITEMCODE(RET-IDX) TO IM-ITEMCODE.
           READ ITEMMAST-FILE
               INVALID KEY
                   DISPLAY "ITEM " IM-ITEMCODE " NO LONGER ON FILE, "
                       "STOCK NOT DEDUCTED."
               NOT INVALID KEY
                   SUBTRACT RET-QTY(RET-IDX) FROM IM-STOCKONHAND
                   REWRITE ITEMMAST-REC
           END-READ.
           MOVE RET-QTY(RET-IDX) TO LOTREMAIN.
           IF RET-LOTNUM(RET-IDX) NOT = SPACES
               MOVE RET-LOTNUM(RET-IDX) TO BESTLOTNUM
               PERFORM TAKE-FROM-LOT
           END-IF.
           MOVE "YES" TO LOT-FOUND-SW.
           PERFORM UNTIL LOTREMAIN <= ZERO OR NOT LOT-FOUND
               PERFORM FIND-EARLIEST-LOT
               IF LOT-FOUND
                   PERFORM TAKE-FROM-LOT
               END-IF
           END-PERFORM.

       FIND-EARLIEST-LOT.
           MOVE "NO" TO LOT-FOUND-SW.
           MOVE "NO" TO LOT-EOF-SW.
           MOVE 99999999 TO BESTLOTEXP.
           MOVE SPACES TO BESTLOTNUM.
           MOVE RET-ITEMCODE(RET-IDX) TO LT-ITEMCODE.
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
                       IF LT-ITEMCODE NOT = RET-ITEMCODE(RET-IDX)
                           SET LOT-EOF TO TRUE
                       ELSE
                           IF LT-QTYONHAND > ZERO AND
                               LT-EXPIRYDATE < BESTLOTEXP
                               MOVE "YES" TO LOT-FOUND-SW
                               MOVE LT-LOTNUM TO BESTLOTNUM
                               MOVE LT-EXPIRYDATE TO BESTLOTEXP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-FROM-LOT.
           MOVE RET-ITEMCODE(RET-IDX) TO LT-ITEMCODE.
           MOVE BESTLOTNUM TO LT-LOTNUM.
           READ ITEMLOT-FILE
               INVALID KEY
                   MOVE "NO" TO LOT-FOUND-SW
               NOT INVALID KEY
                   IF LT-QTYONHAND >= LOTREMAIN
                       MOVE LOTREMAIN TO LOTTAKE
                   ELSE
                       MOVE LT-QTYONHAND TO LOTTAKE
                   END-IF
                   SUBTRACT LOTTAKE FROM LT-QTYONHAND
                   SUBTRACT LOTTAKE FROM LOTREMAIN
                   REWRITE ITEMLOT-REC
           END-READ.

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
       END PROGRAM RETURN-TO-VENDOR.
