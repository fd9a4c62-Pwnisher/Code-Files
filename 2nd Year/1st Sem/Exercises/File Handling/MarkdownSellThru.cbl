       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKDOWN-SELLTHRU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARKDOWN-FILE
           ASSIGN TO "D:\Files\dat\markdown.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MD-KEY
           FILE STATUS IS MARKDOWN-STATUS.
           SELECT ITEMLOT-FILE
           ASSIGN TO "D:\Files\dat\itemlot.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-KEY
           FILE STATUS IS ITEMLOT-STATUS.
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
       FD MARKDOWN-FILE.
       COPY "MARKDOWN.CPY".
       FD ITEMLOT-FILE.
       COPY "LOTREC.CPY".
       FD ITEMPRICE-FILE.
       COPY "ITEMPRICE.CPY".
       FD STORECFG-FILE.
       COPY "STORECFG.CPY".
       WORKING-STORAGE SECTION.
       01 MARKDOWN-STATUS PIC X(02).
       01 ITEMLOT-STATUS PIC X(02).
       01 ITEMPRICE-STATUS PIC X(02).
       01 STORECFG-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "MARKDOWN-SELLTHRU".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 RUNLOG-PROGRAMNAME PIC X(20) VALUE "MARKDOWN-SELLTHRU".
       01 RUNLOG-EVENT PIC X(01).
       01 RUNLOG-RECORDS PIC 9(06) VALUE ZERO.
       01 RUNLOG-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 RUNLOG-COMPLETION PIC X(01) VALUE SPACE.
       01 TODAYDATE PIC 9(08).
       01 RESTOREDATE PIC 9(08).
       01 STOREPRICEZONE PIC X(02) VALUE SPACES.
       01 PRICELOADEDBY PIC X(10) VALUE "SELLTHRU".
       01 MARKDOWN-EOF-SW PIC X(03).
           88 MARKDOWN-EOF VALUE "YES".
       01 LOT-GONE-SW PIC X(03).
           88 LOT-GONE VALUE "YES".
       01 MARKDOWNS-CHECKED PIC 9(05) VALUE ZERO.
       01 MARKDOWNS-ENDED PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO RUNLOG-EVENT.
           PERFORM WRITE-RUN-LOG.
           ACCEPT TODAYDATE FROM DATE YYYYMMDD.

           OPEN INPUT STORECFG-FILE.
           IF STORECFG-STATUS = "00"
               READ STORECFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SG-PRICEZONE TO STOREPRICEZONE
               END-READ
               CLOSE STORECFG-FILE
           END-IF.

           OPEN I-O MARKDOWN-FILE.
           IF MARKDOWN-STATUS = "35"
               DISPLAY "NO MARKDOWNS ON FILE, NOTHING TO END."
               MOVE "C" TO RUNLOG-COMPLETION
               MOVE "E" TO RUNLOG-EVENT
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF.
           IF MARKDOWN-STATUS NOT = "00"
               MOVE "MARKDOWN FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE MARKDOWN-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN INPUT ITEMLOT-FILE.
           IF ITEMLOT-STATUS NOT = "00"
               MOVE "ITEM LOT FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE ITEMLOT-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN I-O ITEMPRICE-FILE.
           IF ITEMPRICE-STATUS = "35"
               OPEN OUTPUT ITEMPRICE-FILE
               CLOSE ITEMPRICE-FILE
               OPEN I-O ITEMPRICE-FILE
           END-IF.
           IF ITEMPRICE-STATUS NOT = "00"
               MOVE "PRICE HISTORY FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE ITEMPRICE-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.

           MOVE "NO" TO MARKDOWN-EOF-SW.
           MOVE LOW-VALUES TO MD-KEY.
           START MARKDOWN-FILE KEY IS NOT LESS THAN MD-KEY
               INVALID KEY
                   SET MARKDOWN-EOF TO TRUE
           END-START.
           PERFORM UNTIL MARKDOWN-EOF
               READ MARKDOWN-FILE NEXT RECORD
                   AT END
                       SET MARKDOWN-EOF TO TRUE
                   NOT AT END
                       IF MD-ACTIVE
                           ADD 1 TO MARKDOWNS-CHECKED
                           PERFORM CHECK-SOLD-THROUGH
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MARKDOWN-FILE.
           CLOSE ITEMLOT-FILE.
           CLOSE ITEMPRICE-FILE.
           DISPLAY "ACTIVE MARKDOWNS CHECKED: " MARKDOWNS-CHECKED.
           DISPLAY "MARKDOWNS ENDED (LOT SOLD THROUGH): "
               MARKDOWNS-ENDED.

           MOVE MARKDOWNS-ENDED TO RUNLOG-RECORDS.
           MOVE "C" TO RUNLOG-COMPLETION.
           MOVE "E" TO RUNLOG-EVENT.
           PERFORM WRITE-RUN-LOG.
           STOP RUN.

       CHECK-SOLD-THROUGH.
           MOVE MD-ITEMCODE TO LT-ITEMCODE.
           MOVE MD-LOTNUM TO LT-LOTNUM.
           READ ITEMLOT-FILE
               INVALID KEY
                   MOVE "YES" TO LOT-GONE-SW
               NOT INVALID KEY
                   IF LT-QTYONHAND > ZERO
                       MOVE "NO" TO LOT-GONE-SW
                   ELSE
                       MOVE "YES" TO LOT-GONE-SW
                   END-IF
           END-READ.
           IF LOT-GONE
               IF MD-STARTDATE > TODAYDATE
                   MOVE MD-STARTDATE TO RESTOREDATE
               ELSE
                   MOVE TODAYDATE TO RESTOREDATE
               END-IF
               MOVE MD-ITEMCODE TO IP-ITEMCODE
               MOVE RESTOREDATE TO IP-EFFDATE
               MOVE MD-ORIGPRICE TO IP-PRICE
               PERFORM WRITE-PRICE-RECORD
               SET MD-ENDED TO TRUE
               SET MD-SOLD-THROUGH TO TRUE
               MOVE RESTOREDATE TO MD-ENDDATE
               REWRITE MARKDOWN-REC
               ADD 1 TO MARKDOWNS-ENDED
               DISPLAY MD-ITEMCODE " LOT " MD-LOTNUM
                   " SOLD THROUGH, PRICE RESTORED FROM "
                   RESTOREDATE
           END-IF.

       WRITE-PRICE-RECORD.
           MOVE STOREPRICEZONE TO IP-PRICEZONE.
           MOVE PRICELOADEDBY TO IP-LOADEDBY.
           MOVE TODAYDATE TO IP-LOADDATE.
           WRITE ITEMPRICE-REC
               INVALID KEY
                   REWRITE ITEMPRICE-REC
           END-WRITE.

       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING RUNLOG-PROGRAMNAME RUNLOG-EVENT
               RUNLOG-RECORDS RUNLOG-TOTAL RUNLOG-COMPLETION.
       END PROGRAM MARKDOWN-SELLTHRU.
