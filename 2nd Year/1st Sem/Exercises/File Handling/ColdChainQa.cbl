       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLD-CHAIN-QA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLDMAP-FILE
           ASSIGN TO "D:\Files\dat\coldmap.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SM-KEY
           FILE STATUS IS COLDMAP-STATUS.
           SELECT COLD-EXCURSION-FILE
           ASSIGN TO "D:\Files\dat\coldexcur.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COLD-EXCURSION-STATUS.
           SELECT ITEMLOT-FILE
           ASSIGN TO "D:\Files\dat\itemlot.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-KEY
           FILE STATUS IS ITEMLOT-STATUS.
           SELECT ITEMMAST-FILE
           ASSIGN TO "D:\Files\dat\itemmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IM-ITEMCODE
           FILE STATUS IS ITEMMAST-STATUS.
           SELECT SHRINK-FILE
           ASSIGN TO "D:\Files\dat\shrink.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHRINK-STATUS.
           SELECT MAINTAUDIT-FILE
           ASSIGN TO "D:\Files\dat\maintaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINTAUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COLDMAP-FILE.
       COPY "COLDMAP.CPY".
       FD COLD-EXCURSION-FILE.
       01 COLD-EXCURSION-REC.
           05 CX-LOCATION PIC X(10).
           05 CX-STARTSTAMP PIC 9(14).
           05 CX-ENDSTAMP PIC 9(14).
           05 CX-MINUTES PIC 9(05).
           05 CX-READINGS PIC 9(05).
           05 CX-OPENFLAG PIC X(01).
       FD ITEMLOT-FILE.
       COPY "LOTREC.CPY".
       FD ITEMMAST-FILE.
       COPY "ITEMMAST.CPY".
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
       FD MAINTAUDIT-FILE.
       COPY "MAINTAUDIT.CPY".
       WORKING-STORAGE SECTION.
       01 COLDMAP-STATUS PIC X(02).
       01 COLD-EXCURSION-STATUS PIC X(02).
       01 ITEMLOT-STATUS PIC X(02).
       01 ITEMMAST-STATUS PIC X(02).
       01 SHRINK-STATUS PIC X(02).
       01 MAINTAUDIT-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "COLD-CHAIN-QA".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "COLD-CHAIN-QA".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 QACHOICE PIC X(01).
           88 QA-MAP-SITE VALUE "M".
           88 QA-UNMAP-SITE VALUE "U".
           88 QA-LIST-MAP VALUE "L".
           88 QA-QUARANTINE VALUE "Q".
           88 QA-HELD-LOTS VALUE "H".
           88 QA-DISPOSE VALUE "R".
           88 QA-EXIT VALUE "X".
       01 TODAYDATE PIC 9(08).
       01 ENTEREDSITE PIC X(10).
       01 ENTEREDITEMCODE PIC X(10).
       01 ENTEREDLOTNUM PIC X(10).
       01 COLDMAP-EOF-SW PIC X(03).
           88 COLDMAP-EOF VALUE "YES".
       01 EXCURSION-EOF-SW PIC X(03).
           88 EXCURSION-EOF VALUE "YES".
       01 ITEMLOT-EOF-SW PIC X(03).
           88 ITEMLOT-EOF VALUE "YES".
       01 MAP-ONFILE-SW PIC X(03).
           88 MAP-ONFILE VALUE "YES".
       01 ITEM-ONFILE-SW PIC X(03).
           88 ITEM-ONFILE VALUE "YES".
       01 EXCURSIONENDDATE PIC 9(08).
       01 EXCURSIONS-READ PIC 9(05).
       01 LOTS-HELD PIC 9(05).
       01 MAP-LINES PIC 9(05).
       01 HELD-LINES PIC 9(05).
       01 DESTROYQTY PIC 9(06)V9(03).
       01 DESTROY-OK-SW PIC X(03).
           88 DESTROY-OK VALUE "YES".
       01 SPOILREMAIN PIC 9(06)V9(03).
       01 SPOILCHUNK PIC 9(03)V9(03).
       01 SPOILVALUE PIC 9(8)V99.
       01 CONFIRMANSWER PIC X(01).
       01 QTY-DISP PIC ZZZ,ZZ9.999-.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "COLD-CHAIN-QA".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O COLDMAP-FILE.
           IF COLDMAP-STATUS = "35"
               OPEN OUTPUT COLDMAP-FILE
               CLOSE COLDMAP-FILE
               OPEN I-O COLDMAP-FILE
           END-IF.
           IF COLDMAP-STATUS NOT = "00"
               MOVE "COLD CHAIN SITE MAP FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE COLDMAP-STATUS TO GUARD-FILESTATUS
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
           IF ITEMLOT-STATUS NOT = "00"
               MOVE "ITEM LOT FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE ITEMLOT-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN I-O ITEMMAST-FILE.
           IF ITEMMAST-STATUS NOT = "00"
               MOVE "ITEM MASTER FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE ITEMMAST-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.

           ACCEPT TODAYDATE FROM DATE YYYYMMDD.
           PERFORM BACK-OFFICE-SIGN-ON.
           MOVE OPERATORID TO SPOOL-OPERATOR.

           PERFORM UNTIL QA-EXIT
               DISPLAY "COLD CHAIN QA (M-MAP SENSOR SITE, U-UNMAP, "
                   "L-LIST SITE MAP, Q-QUARANTINE FROM EXCURSIONS, "
                   "H-HELD LOTS, R-RELEASE OR DESTROY LOT, X-EXIT): "
               ACCEPT QACHOICE
               PERFORM AUTHORIZE-CHOICE
               EVALUATE TRUE
                   WHEN NOT SIGNON-ALLOWED
                       CONTINUE
                   WHEN QA-MAP-SITE
                       PERFORM MAP-SITE-ITEM
                   WHEN QA-UNMAP-SITE
                       PERFORM UNMAP-SITE-ITEM
                   WHEN QA-LIST-MAP
                       PERFORM LIST-SITE-MAP
                   WHEN QA-QUARANTINE
                       PERFORM QUARANTINE-FROM-EXCURSIONS
                   WHEN QA-HELD-LOTS
                       PERFORM LIST-HELD-LOTS
                   WHEN QA-DISPOSE
                       PERFORM RELEASE-OR-DESTROY
                   WHEN QA-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE, TRY AGAIN."
               END-EVALUATE
           END-PERFORM.

           CLOSE COLDMAP-FILE.
           CLOSE ITEMLOT-FILE.
           CLOSE ITEMMAST-FILE.
           STOP RUN.

       ACCEPT-SITE-ITEM.
           DISPLAY "SENSOR SITE: ".
           ACCEPT ENTEREDSITE.
           DISPLAY "ITEM CODE: ".
           ACCEPT ENTEREDITEMCODE.
           MOVE "NO" TO MAP-ONFILE-SW.
           MOVE ENTEREDSITE TO SM-SITE.
           MOVE ENTEREDITEMCODE TO SM-ITEMCODE.
           READ COLDMAP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO MAP-ONFILE-SW
           END-READ.

       MAP-SITE-ITEM.
           PERFORM ACCEPT-SITE-ITEM.
           MOVE ENTEREDITEMCODE TO IM-ITEMCODE.
           READ ITEMMAST-FILE
               INVALID KEY
                   DISPLAY "ITEM " ENTEREDITEMCODE " NOT FOUND."
               NOT INVALID KEY
                   PERFORM SAVE-SITE-MAPPING
           END-READ.

       SAVE-SITE-MAPPING.
           IF MAP-ONFILE
               MOVE COLDMAP-REC TO MA-BEFOREIMAGE
               DISPLAY "CURRENTLY IN STORAGE UNIT " SM-UNITCODE " "
                   SM-UNITNAME
           ELSE
               MOVE SPACES TO MA-BEFOREIMAGE
               MOVE ENTEREDSITE TO SM-SITE
               MOVE ENTEREDITEMCODE TO SM-ITEMCODE
           END-IF.
           DISPLAY "STORAGE UNIT CODE: ".
           ACCEPT SM-UNITCODE.
           DISPLAY "STORAGE UNIT NAME: ".
           ACCEPT SM-UNITNAME.
           MOVE OPERATORID TO SM-MAPPEDBY.
           MOVE TODAYDATE TO SM-MAPDATE.
           IF MAP-ONFILE
               REWRITE COLDMAP-REC
               MOVE "C" TO MA-ACTION
           ELSE
               WRITE COLDMAP-REC
               MOVE "A" TO MA-ACTION
           END-IF.
           MOVE COLDMAP-REC TO MA-AFTERIMAGE.
           MOVE SM-KEY TO MA-RECORDKEY.
           PERFORM WRITE-MAINT-AUDIT.
           DISPLAY "ITEM " IM-ITEMCODE " " IM-ITEMNAME
               " MAPPED TO SITE " SM-SITE ".".

       UNMAP-SITE-ITEM.
           PERFORM ACCEPT-SITE-ITEM.
           IF NOT MAP-ONFILE
               DISPLAY "ITEM " ENTEREDITEMCODE " IS NOT MAPPED TO "
                   "SITE " ENTEREDSITE "."
           ELSE
               MOVE COLDMAP-REC TO MA-BEFOREIMAGE
               MOVE SPACES TO MA-AFTERIMAGE
               DELETE COLDMAP-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE "D" TO MA-ACTION
               MOVE SM-KEY TO MA-RECORDKEY
               PERFORM WRITE-MAINT-AUDIT
               DISPLAY "ITEM " ENTEREDITEMCODE " REMOVED FROM SITE "
                   ENTEREDSITE "."
           END-IF.

       LIST-SITE-MAP.
           MOVE ZERO TO MAP-LINES.
           MOVE "NO" TO COLDMAP-EOF-SW.
           MOVE LOW-VALUES TO SM-KEY.
           START COLDMAP-FILE KEY IS NOT LESS THAN SM-KEY
               INVALID KEY
                   SET COLDMAP-EOF TO TRUE
           END-START.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE "SITE       ITEM       UNIT   UNIT NAME" TO REPORT-LINE.
           PERFORM PRINT-QA-LINE.
           PERFORM UNTIL COLDMAP-EOF
               READ COLDMAP-FILE NEXT RECORD
                   AT END
                       SET COLDMAP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO MAP-LINES
                       MOVE SPACES TO REPORT-LINE
                       STRING SM-SITE " " SM-ITEMCODE " "
                           SM-UNITCODE " " SM-UNITNAME
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM PRINT-QA-LINE
               END-READ
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING MAP-LINES " ITEM(S) MAPPED TO SENSOR SITES."
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM PRINT-QA-LINE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       QUARANTINE-FROM-EXCURSIONS.
           MOVE ZERO TO EXCURSIONS-READ.
           MOVE ZERO TO LOTS-HELD.
           MOVE "NO" TO EXCURSION-EOF-SW.
           OPEN INPUT COLD-EXCURSION-FILE.
           IF COLD-EXCURSION-STATUS NOT = "00"
               DISPLAY "NO EXCURSIONS HAVE BEEN LOGGED, RUN THE "
                   "TEMPERATURE STATISTICS FIRST."
           ELSE
               PERFORM UNTIL EXCURSION-EOF
                   READ COLD-EXCURSION-FILE
                       AT END
                           SET EXCURSION-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO EXCURSIONS-READ
                           PERFORM HOLD-FOR-EXCURSION
                   END-READ
               END-PERFORM
               CLOSE COLD-EXCURSION-FILE
               DISPLAY EXCURSIONS-READ " EXCURSION(S) CHECKED, "
                   LOTS-HELD " LOT(S) PLACED ON QUARANTINE HOLD."
           END-IF.

       HOLD-FOR-EXCURSION.
           DIVIDE CX-ENDSTAMP BY 1000000 GIVING EXCURSIONENDDATE.
           MOVE "NO" TO COLDMAP-EOF-SW.
           MOVE CX-LOCATION TO SM-SITE.
           MOVE LOW-VALUES TO SM-ITEMCODE.
           START COLDMAP-FILE KEY IS NOT LESS THAN SM-KEY
               INVALID KEY
                   SET COLDMAP-EOF TO TRUE
           END-START.
           PERFORM UNTIL COLDMAP-EOF
               READ COLDMAP-FILE NEXT RECORD
                   AT END
                       SET COLDMAP-EOF TO TRUE
                   NOT AT END
                       IF SM-SITE NOT = CX-LOCATION
                           SET COLDMAP-EOF TO TRUE
                       ELSE
                           PERFORM HOLD-ITEM-LOTS
                       END-IF
               END-READ
           END-PERFORM.

       HOLD-ITEM-LOTS.
           MOVE "NO" TO ITEMLOT-EOF-SW.
           MOVE SM-ITEMCODE TO LT-ITEMCODE.
           MOVE LOW-VALUES TO LT-LOTNUM.
           START ITEMLOT-FILE KEY IS NOT LESS THAN LT-KEY
               INVALID KEY
                   SET ITEMLOT-EOF TO TRUE
           END-START.
           PERFORM UNTIL ITEMLOT-EOF
               READ ITEMLOT-FILE NEXT RECORD
                   AT END
                       SET ITEMLOT-EOF TO TRUE
                   NOT AT END
                       IF LT-ITEMCODE NOT = SM-ITEMCODE
                           SET ITEMLOT-EOF TO TRUE
                       ELSE
                           PERFORM HOLD-ONE-LOT THRU HOLD-ONE-LOT-EXIT
                       END-IF
               END-READ
           END-PERFORM.

       HOLD-ONE-LOT.
           IF LT-QTYONHAND NOT > ZERO
               GO TO HOLD-ONE-LOT-EXIT
           END-IF.
           IF LT-LOT-QUARANTINED
               GO TO HOLD-ONE-LOT-EXIT
           END-IF.
           IF LT-RECVDATE NUMERIC AND
               LT-RECVDATE > EXCURSIONENDDATE
               GO TO HOLD-ONE-LOT-EXIT
           END-IF.
           IF LT-LOT-RELEASED AND LT-HOLDSTART NUMERIC AND
               LT-HOLDSTART NOT < CX-STARTSTAMP
               GO TO HOLD-ONE-LOT-EXIT
           END-IF.
           MOVE ITEMLOT-REC TO MA-BEFOREIMAGE.
           SET LT-LOT-QUARANTINED TO TRUE.
           MOVE CX-LOCATION TO LT-HOLDSITE.
           MOVE CX-STARTSTAMP TO LT-HOLDSTART.
           MOVE TODAYDATE TO LT-HOLDDATE.
           MOVE SPACES TO LT-RELEASEDBY.
           MOVE ZERO TO LT-RELEASEDATE.
           REWRITE ITEMLOT-REC.
           ADD 1 TO LOTS-HELD.
           MOVE ITEMLOT-REC TO MA-AFTERIMAGE.
           MOVE "C" TO MA-ACTION.
           MOVE LT-KEY TO MA-RECORDKEY.
           PERFORM WRITE-MAINT-AUDIT.
           DISPLAY "LOT " LT-LOTNUM " OF ITEM " LT-ITEMCODE
               " HELD, " SM-UNITCODE " EXCURSION FROM "
               CX-STARTSTAMP " (" CX-MINUTES " MINUTES).".
       HOLD-ONE-LOT-EXIT.
           EXIT.

       LIST-HELD-LOTS.
           MOVE ZERO TO HELD-LINES.
           MOVE "NO" TO ITEMLOT-EOF-SW.
           MOVE LOW-VALUES TO LT-KEY.
           START ITEMLOT-FILE KEY IS NOT LESS THAN LT-KEY
               INVALID KEY
                   SET ITEMLOT-EOF TO TRUE
           END-START.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE SPACES TO REPORT-LINE.
           STRING "ITEM       LOT        QTY ON HAND  SITE       "
               "EXCURSION START HELD ON"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM PRINT-QA-LINE.
           PERFORM UNTIL ITEMLOT-EOF
               READ ITEMLOT-FILE NEXT RECORD
                   AT END
                       SET ITEMLOT-EOF TO TRUE
                   NOT AT END
                       IF LT-LOT-QUARANTINED
                           ADD 1 TO HELD-LINES
                           MOVE LT-QTYONHAND TO QTY-DISP
                           MOVE SPACES TO REPORT-LINE
                           STRING LT-ITEMCODE " " LT-LOTNUM " "
                               QTY-DISP " " LT-HOLDSITE " "
                               LT-HOLDSTART " " LT-HOLDDATE
                               DELIMITED BY SIZE INTO REPORT-LINE
                           PERFORM PRINT-QA-LINE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING HELD-LINES " LOT(S) ON QUARANTINE HOLD."
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM PRINT-QA-LINE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       RELEASE-OR-DESTROY.
           DISPLAY "ITEM CODE: ".
           ACCEPT ENTEREDITEMCODE.
           DISPLAY "LOT NUMBER: ".
           ACCEPT ENTEREDLOTNUM.
           MOVE ENTEREDITEMCODE TO LT-ITEMCODE.
           MOVE ENTEREDLOTNUM TO LT-LOTNUM.
           READ ITEMLOT-FILE
               INVALID KEY
                   DISPLAY "LOT " ENTEREDLOTNUM " OF ITEM "
                       ENTEREDITEMCODE " NOT FOUND."
               NOT INVALID KEY
                   IF NOT LT-LOT-QUARANTINED
                       DISPLAY "LOT " LT-LOTNUM " IS NOT ON "
                           "QUARANTINE HOLD."
                   ELSE
                       PERFORM DISPOSE-HELD-LOT
                   END-IF
           END-READ.

       DISPOSE-HELD-LOT.
           MOVE "NO" TO ITEM-ONFILE-SW.
           MOVE LT-ITEMCODE TO IM-ITEMCODE.
           READ ITEMMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO ITEM-ONFILE-SW
           END-READ.
           DISPLAY "ITEM " LT-ITEMCODE " " IM-ITEMNAME.
           DISPLAY "LOT " LT-LOTNUM " HOLDS " LT-QTYONHAND
               ", HELD " LT-HOLDDATE " FOR SITE " LT-HOLDSITE.
           MOVE "NO" TO DESTROY-OK-SW.
           PERFORM UNTIL DESTROY-OK
               DISPLAY "QUANTITY TO DESTROY (0 TO RELEASE THE WHOLE "
                   "LOT): "
               ACCEPT DESTROYQTY
               IF DESTROYQTY > LT-QTYONHAND
                   DISPLAY "CANNOT DESTROY MORE THAN THE LOT HOLDS."
               ELSE
                   MOVE "YES" TO DESTROY-OK-SW
               END-IF
           END-PERFORM.
           IF DESTROYQTY > ZERO AND NOT ITEM-ONFILE
               DISPLAY "ITEM " LT-ITEMCODE " IS NOT ON THE ITEM "
                   "MASTER, THE LOT CANNOT BE WRITTEN OFF."
           ELSE
               IF DESTROYQTY = LT-QTYONHAND
                   DISPLAY "DESTROY THE WHOLE LOT? (Y/N): "
               ELSE
                   IF DESTROYQTY = ZERO
                       DISPLAY "RELEASE THE WHOLE LOT FOR SALE? "
                           "(Y/N): "
                   ELSE
                       DISPLAY "DESTROY " DESTROYQTY " AND RELEASE "
                           "THE REST FOR SALE? (Y/N): "
                   END-IF
               END-IF
               ACCEPT CONFIRMANSWER
               IF CONFIRMANSWER = "Y" OR "y"
                   PERFORM POST-LOT-DISPOSITION
               ELSE
                   DISPLAY "LOT " LT-LOTNUM " LEFT ON HOLD."
               END-IF
           END-IF.

       POST-LOT-DISPOSITION.
           MOVE ITEMLOT-REC TO MA-BEFOREIMAGE.
           IF DESTROYQTY > ZERO
               PERFORM WRITE-SPOILAGE
               SUBTRACT DESTROYQTY FROM LT-QTYONHAND
               SUBTRACT DESTROYQTY FROM IM-STOCKONHAND
               REWRITE ITEMMAST-REC
           END-IF.
           SET LT-LOT-RELEASED TO TRUE.
           MOVE OPERATORID TO LT-RELEASEDBY.
           MOVE TODAYDATE TO LT-RELEASEDATE.
           REWRITE ITEMLOT-REC.
           MOVE ITEMLOT-REC TO MA-AFTERIMAGE.
           MOVE "C" TO MA-ACTION.
           MOVE LT-KEY TO MA-RECORDKEY.
           PERFORM WRITE-MAINT-AUDIT.
           IF DESTROYQTY > ZERO
               DISPLAY DESTROYQTY " DESTROYED AS SPOILAGE, P"
                   SPOILVALUE " WRITTEN OFF."
           END-IF.
           IF LT-QTYONHAND > ZERO
               DISPLAY "LOT " LT-LOTNUM " RELEASED, " LT-QTYONHAND
                   " AVAILABLE FOR SALE."
           ELSE
               DISPLAY "LOT " LT-LOTNUM " CLOSED, NOTHING LEFT "
                   "ON HAND."
           END-IF.

       WRITE-SPOILAGE.
           MOVE ZERO TO SPOILVALUE.
           MOVE DESTROYQTY TO SPOILREMAIN.
           OPEN EXTEND SHRINK-FILE.
           IF SHRINK-STATUS = "35"
               OPEN OUTPUT SHRINK-FILE
           END-IF.
           PERFORM UNTIL SPOILREMAIN = ZERO
               IF SPOILREMAIN > 999.999
                   MOVE 999.999 TO SPOILCHUNK
               ELSE
                   MOVE SPOILREMAIN TO SPOILCHUNK
               END-IF
               MOVE TODAYDATE TO SK-BUSDATE
               MOVE ZERO TO SK-REFUNDNUM
               MOVE ZERO TO SK-ORIGORDERNUM
               MOVE LT-ITEMCODE TO SK-ITEMCODE
               MOVE IM-DEPTCODE TO SK-DEPTCODE
               MOVE SPOILCHUNK TO SK-QTY
               COMPUTE SK-VALUE ROUNDED = SPOILCHUNK * IM-UNITCOST
               MOVE "S" TO SK-DISPOSITION
               MOVE SPACES TO SK-REASON
               STRING "COLD CHAIN LOT " LT-LOTNUM
                   DELIMITED BY SIZE INTO SK-REASON
               MOVE OPERATORID TO SK-CASHIERID
               WRITE SHRINK-REC
               ADD SK-VALUE TO SPOILVALUE
               SUBTRACT SPOILCHUNK FROM SPOILREMAIN
           END-PERFORM.
           CLOSE SHRINK-FILE.

       WRITE-MAINT-AUDIT.
           OPEN EXTEND MAINTAUDIT-FILE.
           IF MAINTAUDIT-STATUS = "35"
               OPEN OUTPUT MAINTAUDIT-FILE
           END-IF.
           ACCEPT MA-AUDITDATE FROM DATE YYYYMMDD.
           ACCEPT MA-AUDITTIME FROM TIME.
           MOVE "COLD-CHAIN-QA" TO MA-PROGRAM.
           MOVE OPERATORID TO MA-OPERATOR.
           WRITE MAINTAUDIT-REC.
           CLOSE MAINTAUDIT-FILE.

       PRINT-QA-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.

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

       AUTHORIZE-CHOICE.
           MOVE SPACES TO SIGNON-FUNCTION.
           EVALUATE TRUE
               WHEN QA-MAP-SITE
               WHEN QA-UNMAP-SITE
                   MOVE "MAP" TO SIGNON-FUNCTION
               WHEN QA-LIST-MAP
               WHEN QA-HELD-LOTS
                   MOVE "VIEW" TO SIGNON-FUNCTION
               WHEN QA-QUARANTINE
                   MOVE "HOLD" TO SIGNON-FUNCTION
               WHEN QA-DISPOSE
                   MOVE "RELEASE" TO SIGNON-FUNCTION
           END-EVALUATE.
           MOVE "Y" TO SIGNON-RESULT.
           IF SIGNON-FUNCTION NOT = SPACES
               PERFORM AUTHORIZE-FUNCTION
           END-IF.

       AUTHORIZE-FUNCTION.
           MOVE "A" TO SIGNON-ACTION.
           CALL "BO-SIGNON" USING SIGNON-PROGRAMNAME SIGNON-ACTION
               SIGNON-FUNCTION SIGNON-USERID SIGNON-RESULT.
       END PROGRAM COLD-CHAIN-QA.
