       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKDOWN-CONTROL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MDRULE-FILE
           ASSIGN TO "D:\Files\dat\mdrule.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MR-BANDDAYS
           FILE STATUS IS MDRULE-STATUS.
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
           SELECT ITEMMAST-FILE
           ASSIGN TO "D:\Files\dat\itemmast.dat"
           ORGANIZATION IS INDEXED
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
           SELECT LABEL-FILE
           ASSIGN TO "D:\Files\dat\labels.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LABEL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MDRULE-FILE.
       COPY "MDRULE.CPY".
       FD MARKDOWN-FILE.
       COPY "MARKDOWN.CPY".
       FD ITEMLOT-FILE.
       COPY "LOTREC.CPY".
       FD ITEMMAST-FILE.
       COPY "ITEMMAST.CPY".
       FD ITEMPRICE-FILE.
       COPY "ITEMPRICE.CPY".
       FD STORECFG-FILE.
       COPY "STORECFG.CPY".
       FD LABEL-FILE.
       01 LABEL-REC PIC X(44).
       WORKING-STORAGE SECTION.
       01 MDRULE-STATUS PIC X(02).
       01 MARKDOWN-STATUS PIC X(02).
       01 ITEMLOT-STATUS PIC X(02).
       01 ITEMMAST-STATUS PIC X(02).
       01 ITEMPRICE-STATUS PIC X(02).
       01 STORECFG-STATUS PIC X(02).
       01 LABEL-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "MARKDOWN-CONTROL".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "MARKDOWN-CONTROL".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 MDCHOICE PIC X(01).
           88 MD-ADD-RULE VALUE "A".
           88 MD-DELETE-RULE VALUE "D".
           88 MD-LIST-RULES VALUE "L".
           88 MD-GENERATE VALUE "G".
           88 MD-END-SOLD VALUE "E".
           88 MD-EXIT VALUE "X".
       01 TODAYDATE PIC 9(08).
       01 EFFECTIVEDATE PIC 9(08).
       01 EFFECTIVE-INT PIC 9(07).
       01 DAYSTOEXPIRY PIC S9(05).
       01 RESTOREDATE PIC 9(08).
       01 WORKBAND PIC 9(03).
       01 WORKPERCENT PIC 9(02)V99.
       01 WORKORIGPRICE PIC 9(6)V99.
       01 WORKMDPRICE PIC 9(6)V99.
       01 RULE-EOF-SW PIC X(03).
           88 RULE-EOF VALUE "YES".
       01 LOT-EOF-SW PIC X(03).
           88 LOT-EOF VALUE "YES".
       01 MARKDOWN-EOF-SW PIC X(03).
           88 MARKDOWN-EOF VALUE "YES".
       01 ITEMPRICE-EOF-SW PIC X(03).
           88 ITEMPRICE-EOF VALUE "YES".
       01 STOREPRICEZONE PIC X(02) VALUE SPACES.
       01 RULE-FOUND-SW PIC X(03).
           88 RULE-FOUND VALUE "YES".
       01 ACTIVE-FOUND-SW PIC X(03).
           88 ACTIVE-FOUND VALUE "YES".
       01 LOT-GONE-SW PIC X(03).
           88 LOT-GONE VALUE "YES".
       01 RULE-TABLE.
           05 RULE-ENTRY OCCURS 20 TIMES INDEXED BY RULE-IDX.
               10 RULE-BANDDAYS PIC 9(03).
               10 RULE-PERCENTOFF PIC 9(02)V99.
       01 RULE-COUNT PIC 9(02) VALUE ZERO.
       01 ACTIVE-MARKDOWN-REC PIC X(100).
       01 STICKER-TABLE-AREA.
           05 STK-ENTRY OCCURS 500 TIMES INDEXED BY STK-IDX.
               10 STK-ITEMCODE PIC X(10).
               10 STK-ITEMNAME PIC X(30).
               10 STK-LOTNUM PIC X(10).
               10 STK-EXPIRYDATE PIC 9(08).
               10 STK-ORIGPRICE PIC 9(6)V99.
               10 STK-MDPRICE PIC 9(6)V99.
               10 STK-PERCENTOFF PIC 9(02)V99.
       01 STK-COUNT PIC 9(03) VALUE ZERO.
       01 LABEL-LINE PIC X(44).
       01 PRICE-DISP PIC ZZZZZ9.99.
       01 PERCENT-DISP PIC Z9.99.
       01 BAND-DISP PIC ZZ9.
       01 MARKDOWNS-STARTED PIC 9(05) VALUE ZERO.
       01 MARKDOWNS-DEEPENED PIC 9(05) VALUE ZERO.
       01 MARKDOWNS-ENDED PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM BACK-OFFICE-SIGN-ON.

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

           OPEN I-O MDRULE-FILE.
           IF MDRULE-STATUS = "35"
               OPEN OUTPUT MDRULE-FILE
               CLOSE MDRULE-FILE
               OPEN I-O MDRULE-FILE
           END-IF.
           IF MDRULE-STATUS NOT = "00"
               MOVE "MARKDOWN RULE FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE MDRULE-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN I-O MARKDOWN-FILE.
           IF MARKDOWN-STATUS = "35"
               OPEN OUTPUT MARKDOWN-FILE
               CLOSE MARKDOWN-FILE
               OPEN I-O MARKDOWN-FILE
           END-IF.
           IF MARKDOWN-STATUS NOT = "00"
               MOVE "MARKDOWN FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE MARKDOWN-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.

           PERFORM UNTIL MD-EXIT
               DISPLAY "MARKDOWNS (A-ADD/CHANGE RULE, D-DELETE RULE, "
                   "L-LIST RULES, G-GENERATE MARKDOWNS, "
                   "E-END SOLD-THROUGH, X-EXIT): "
               ACCEPT MDCHOICE
               EVALUATE TRUE
                   WHEN MD-ADD-RULE
                       PERFORM ADD-RULE
                   WHEN MD-DELETE-RULE
                       PERFORM DELETE-RULE
                   WHEN MD-LIST-RULES
                       PERFORM LIST-RULES
                   WHEN MD-GENERATE
                       PERFORM OPEN-STOCK-FILES
                       PERFORM END-SOLD-THROUGH
                       PERFORM GENERATE-MARKDOWNS
                       PERFORM CLOSE-STOCK-FILES
                   WHEN MD-END-SOLD
                       PERFORM OPEN-STOCK-FILES
                       PERFORM END-SOLD-THROUGH
                       PERFORM CLOSE-STOCK-FILES
                   WHEN MD-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE, TRY AGAIN."
               END-EVALUATE
           END-PERFORM.

           CLOSE MDRULE-FILE.
           CLOSE MARKDOWN-FILE.
           STOP RUN.

       ADD-RULE.
           DISPLAY "DAYS TO EXPIRY BAND (1-999): ".
           ACCEPT WORKBAND.
           IF WORKBAND = ZERO
               DISPLAY "BAND MUST BE AT LEAST 1 DAY."
           ELSE
               DISPLAY "PERCENT OFF (1-99): "
               ACCEPT WORKPERCENT
               IF WORKPERCENT = ZERO
                   DISPLAY "PERCENT OFF MUST BE ABOVE ZERO."
               ELSE
                   MOVE WORKBAND TO MR-BANDDAYS
                   READ MDRULE-FILE
                       INVALID KEY
                           MOVE "NO" TO RULE-FOUND-SW
                       NOT INVALID KEY
                           MOVE "YES" TO RULE-FOUND-SW
                   END-READ
                   MOVE WORKBAND TO MR-BANDDAYS
                   MOVE WORKPERCENT TO MR-PERCENTOFF
                   DISPLAY "DESCRIPTION: "
                   ACCEPT MR-DESCRIPTION
                   IF RULE-FOUND
                       REWRITE MDRULE-REC
                       DISPLAY "RULE UPDATED."
                   ELSE
                       WRITE MDRULE-REC
                       DISPLAY "RULE ADDED."
                   END-IF
               END-IF
           END-IF.

       DELETE-RULE.
           DISPLAY "DAYS TO EXPIRY BAND TO DELETE: ".
           ACCEPT MR-BANDDAYS.
           DELETE MDRULE-FILE
               INVALID KEY
                   DISPLAY "NO RULE FOR THAT BAND."
               NOT INVALID KEY
                   DISPLAY "RULE DELETED."
           END-DELETE.

       LIST-RULES.
           DISPLAY "WITHIN DAYS  PERCENT OFF  DESCRIPTION".
           MOVE "NO" TO RULE-EOF-SW.
           MOVE ZERO TO MR-BANDDAYS.
           START MDRULE-FILE KEY IS NOT LESS THAN MR-BANDDAYS
               INVALID KEY
                   SET RULE-EOF TO TRUE
           END-START.
           PERFORM UNTIL RULE-EOF
               READ MDRULE-FILE NEXT RECORD
                   AT END
                       SET RULE-EOF TO TRUE
                   NOT AT END
                       MOVE MR-BANDDAYS TO BAND-DISP
                       MOVE MR-PERCENTOFF TO PERCENT-DISP
                       DISPLAY "        " BAND-DISP "        "
                           PERCENT-DISP "  " MR-DESCRIPTION
               END-READ
           END-PERFORM.

       OPEN-STOCK-FILES.
           ACCEPT TODAYDATE FROM DATE YYYYMMDD.
           OPEN INPUT ITEMLOT-FILE.
           IF ITEMLOT-STATUS NOT = "00"
               MOVE "ITEM LOT FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE ITEMLOT-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN INPUT ITEMMAST-FILE.
           IF ITEMMAST-STATUS NOT = "00"
               MOVE "ITEM MASTER" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE ITEMMAST-STATUS TO GUARD-FILESTATUS
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

       CLOSE-STOCK-FILES.
           CLOSE ITEMLOT-FILE.
           CLOSE ITEMMAST-FILE.
           CLOSE ITEMPRICE-FILE.

       END-SOLD-THROUGH.
           MOVE ZERO TO MARKDOWNS-ENDED.
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
                           PERFORM CHECK-SOLD-THROUGH
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "MARKDOWNS ENDED (LOT SOLD THROUGH): "
               MARKDOWNS-ENDED.

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

       GENERATE-MARKDOWNS.
           MOVE ZERO TO RULE-COUNT.
           MOVE "NO" TO RULE-EOF-SW.
           MOVE ZERO TO MR-BANDDAYS.
           START MDRULE-FILE KEY IS NOT LESS THAN MR-BANDDAYS
               INVALID KEY
                   SET RULE-EOF TO TRUE
           END-START.
           PERFORM UNTIL RULE-EOF
               READ MDRULE-FILE NEXT RECORD
                   AT END
                       SET RULE-EOF TO TRUE
                   NOT AT END
                       IF RULE-COUNT < 20
                           ADD 1 TO RULE-COUNT
                           MOVE MR-BANDDAYS
                               TO RULE-BANDDAYS(RULE-COUNT)
                           MOVE MR-PERCENTOFF
                               TO RULE-PERCENTOFF(RULE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF RULE-COUNT = ZERO
               DISPLAY "NO MARKDOWN RULES ON FILE, NOTHING GENERATED."
           ELSE
               DISPLAY "MARKDOWN EFFECTIVE DATE (YYYYMMDD, 0 FOR "
                   "TODAY): "
               ACCEPT EFFECTIVEDATE
               IF EFFECTIVEDATE = ZERO
                   MOVE TODAYDATE TO EFFECTIVEDATE
               END-IF
               COMPUTE EFFECTIVE-INT =
                   FUNCTION INTEGER-OF-DATE(EFFECTIVEDATE)
               MOVE ZERO TO STK-COUNT
               MOVE ZERO TO MARKDOWNS-STARTED
               MOVE ZERO TO MARKDOWNS-DEEPENED
               PERFORM SCAN-LOTS
               DISPLAY "MARKDOWNS STARTED: " MARKDOWNS-STARTED
                   "  DEEPENED: " MARKDOWNS-DEEPENED
               IF STK-COUNT > ZERO
                   PERFORM WRITE-STICKER-FILE
               ELSE
                   DISPLAY "NO MARKDOWN STICKERS TO PRINT."
               END-IF
           END-IF.

       SCAN-LOTS.
           MOVE "NO" TO LOT-EOF-SW.
           MOVE LOW-VALUES TO LT-KEY.
           START ITEMLOT-FILE KEY IS NOT LESS THAN LT-KEY
               INVALID KEY
                   SET LOT-EOF TO TRUE
           END-START.
           PERFORM UNTIL LOT-EOF
               READ ITEMLOT-FILE NEXT RECORD
                   AT END
                       SET LOT-EOF TO TRUE
                   NOT AT END
                       IF LT-QTYONHAND > ZERO AND
                           LT-EXPIRYDATE >= EFFECTIVEDATE
                           PERFORM REVIEW-ONE-LOT
                       END-IF
               END-READ
           END-PERFORM.

       REVIEW-ONE-LOT.
           COMPUTE DAYSTOEXPIRY =
               FUNCTION INTEGER-OF-DATE(LT-EXPIRYDATE)
               - EFFECTIVE-INT.
           MOVE "NO" TO RULE-FOUND-SW.
           PERFORM VARYING RULE-IDX FROM 1 BY 1 UNTIL
               RULE-IDX > RULE-COUNT OR RULE-FOUND
               IF DAYSTOEXPIRY <= RULE-BANDDAYS(RULE-IDX)
                   MOVE "YES" TO RULE-FOUND-SW
               END-IF
           END-PERFORM.
           IF RULE-FOUND
               SET RULE-IDX DOWN BY 1
               MOVE LT-ITEMCODE TO IM-ITEMCODE
               READ ITEMMAST-FILE
                   INVALID KEY
                       DISPLAY "LOT " LT-LOTNUM " OF " LT-ITEMCODE
                           " HAS NO ITEM MASTER, SKIPPED."
                   NOT INVALID KEY
                       PERFORM APPLY-MARKDOWN-RULE
               END-READ
           END-IF.

       APPLY-MARKDOWN-RULE.
           PERFORM FIND-ACTIVE-MARKDOWN.
           IF ACTIVE-FOUND
               MOVE ACTIVE-MARKDOWN-REC TO MARKDOWN-REC
               IF MD-LOTNUM NOT = LT-LOTNUM
                   DISPLAY LT-ITEMCODE " ALREADY MARKED DOWN FOR LOT "
                       MD-LOTNUM ", LOT " LT-LOTNUM " WAITS."
               ELSE
                   IF MD-PERCENTOFF < RULE-PERCENTOFF(RULE-IDX)
                       PERFORM DEEPEN-MARKDOWN
                   END-IF
               END-IF
           ELSE
               PERFORM GET-REGULAR-PRICE
               IF WORKORIGPRICE > ZERO
                   PERFORM START-MARKDOWN
               END-IF
           END-IF.

       FIND-ACTIVE-MARKDOWN.
           MOVE "NO" TO ACTIVE-FOUND-SW.
           MOVE "NO" TO MARKDOWN-EOF-SW.
           MOVE LT-ITEMCODE TO MD-ITEMCODE.
           MOVE LOW-VALUES TO MD-LOTNUM.
           MOVE ZERO TO MD-STARTDATE.
           START MARKDOWN-FILE KEY IS NOT LESS THAN MD-KEY
               INVALID KEY
                   SET MARKDOWN-EOF TO TRUE
           END-START.
           PERFORM UNTIL MARKDOWN-EOF OR ACTIVE-FOUND
               READ MARKDOWN-FILE NEXT RECORD
                   AT END
                       SET MARKDOWN-EOF TO TRUE
                   NOT AT END
                       IF MD-ITEMCODE NOT = LT-ITEMCODE
                           SET MARKDOWN-EOF TO TRUE
                       ELSE
                           IF MD-ACTIVE
                               MOVE "YES" TO ACTIVE-FOUND-SW
                               MOVE MARKDOWN-REC
                                   TO ACTIVE-MARKDOWN-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       GET-REGULAR-PRICE.
           MOVE IM-ITEMPRICE TO WORKORIGPRICE.
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
                               OR IP-EFFDATE > EFFECTIVEDATE
                           SET ITEMPRICE-EOF TO TRUE
                       ELSE
                           PERFORM TAKE-ZONE-PRICE
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-ZONE-PRICE.
           IF IP-PRICEZONE = STOREPRICEZONE OR IP-PRICEZONE = SPACES
               MOVE IP-PRICE TO WORKORIGPRICE
           END-IF.

       DEEPEN-MARKDOWN.
           MOVE MD-ORIGPRICE TO WORKORIGPRICE.
           COMPUTE WORKMDPRICE ROUNDED = WORKORIGPRICE
               * (100 - RULE-PERCENTOFF(RULE-IDX)) / 100.
           IF MD-STARTDATE = EFFECTIVEDATE
               MOVE RULE-BANDDAYS(RULE-IDX) TO MD-BANDDAYS
               MOVE RULE-PERCENTOFF(RULE-IDX) TO MD-PERCENTOFF
               MOVE WORKMDPRICE TO MD-MDPRICE
               REWRITE MARKDOWN-REC
           ELSE
               SET MD-ENDED TO TRUE
               SET MD-DEEPENED TO TRUE
               MOVE EFFECTIVEDATE TO MD-ENDDATE
               REWRITE MARKDOWN-REC
               PERFORM WRITE-MARKDOWN-RECORD
           END-IF.
           MOVE IM-ITEMCODE TO IP-ITEMCODE.
           MOVE EFFECTIVEDATE TO IP-EFFDATE.
           MOVE WORKMDPRICE TO IP-PRICE.
           PERFORM WRITE-PRICE-RECORD.
           ADD 1 TO MARKDOWNS-DEEPENED.
           PERFORM ADD-STICKER.

       START-MARKDOWN.
           COMPUTE WORKMDPRICE ROUNDED = WORKORIGPRICE
               * (100 - RULE-PERCENTOFF(RULE-IDX)) / 100.
           PERFORM WRITE-MARKDOWN-RECORD.
           MOVE IM-ITEMCODE TO IP-ITEMCODE.
           MOVE EFFECTIVEDATE TO IP-EFFDATE.
           MOVE WORKMDPRICE TO IP-PRICE.
           PERFORM WRITE-PRICE-RECORD.
           ADD 1 TO MARKDOWNS-STARTED.
           PERFORM ADD-STICKER.

       WRITE-MARKDOWN-RECORD.
           MOVE IM-ITEMCODE TO MD-ITEMCODE.
           MOVE LT-LOTNUM TO MD-LOTNUM.
           MOVE EFFECTIVEDATE TO MD-STARTDATE.
           MOVE IM-DEPTCODE TO MD-DEPTCODE.
           MOVE LT-EXPIRYDATE TO MD-EXPIRYDATE.
           MOVE RULE-BANDDAYS(RULE-IDX) TO MD-BANDDAYS.
           MOVE RULE-PERCENTOFF(RULE-IDX) TO MD-PERCENTOFF.
           MOVE WORKORIGPRICE TO MD-ORIGPRICE.
           MOVE WORKMDPRICE TO MD-MDPRICE.
           SET MD-ACTIVE TO TRUE.
           MOVE SPACE TO MD-ENDREASON.
           MOVE ZERO TO MD-ENDDATE.
           MOVE OPERATORID TO MD-CREATEDBY.
           WRITE MARKDOWN-REC
               INVALID KEY
                   DISPLAY "MARKDOWN FOR " MD-ITEMCODE " LOT "
                       MD-LOTNUM " ALREADY ON FILE FOR "
                       MD-STARTDATE
           END-WRITE.

       WRITE-PRICE-RECORD.
           MOVE STOREPRICEZONE TO IP-PRICEZONE.
           MOVE OPERATORID TO IP-LOADEDBY.
           MOVE TODAYDATE TO IP-LOADDATE.
           WRITE ITEMPRICE-REC
               INVALID KEY
                   REWRITE ITEMPRICE-REC
           END-WRITE.

       ADD-STICKER.
           IF STK-COUNT < 500
               ADD 1 TO STK-COUNT
               MOVE IM-ITEMCODE TO STK-ITEMCODE(STK-COUNT)
               MOVE IM-ITEMNAME TO STK-ITEMNAME(STK-COUNT)
               MOVE LT-LOTNUM TO STK-LOTNUM(STK-COUNT)
               MOVE LT-EXPIRYDATE TO STK-EXPIRYDATE(STK-COUNT)
               MOVE WORKORIGPRICE TO STK-ORIGPRICE(STK-COUNT)
               MOVE WORKMDPRICE TO STK-MDPRICE(STK-COUNT)
               MOVE RULE-PERCENTOFF(RULE-IDX)
                   TO STK-PERCENTOFF(STK-COUNT)
           ELSE
               DISPLAY "STICKER TABLE FULL, NO STICKER FOR "
                   IM-ITEMCODE " LOT " LT-LOTNUM
           END-IF.

       WRITE-STICKER-FILE.
           OPEN OUTPUT LABEL-FILE.
           IF LABEL-STATUS NOT = "00"
               MOVE "LABEL PRINT FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE LABEL-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO LABEL-LINE.
           STRING "***** MARKDOWN STICKERS " DELIMITED BY SIZE
               EFFECTIVEDATE DELIMITED BY SIZE
               " *****" DELIMITED BY SIZE
               INTO LABEL-LINE.
           WRITE LABEL-REC FROM LABEL-LINE.
           PERFORM VARYING STK-IDX FROM 1 BY 1 UNTIL
               STK-IDX > STK-COUNT
               PERFORM WRITE-ONE-STICKER
           END-PERFORM.
           CLOSE LABEL-FILE.
           DISPLAY "MARKDOWN STICKERS WRITTEN: " STK-COUNT.

       WRITE-ONE-STICKER.
           MOVE "----------------------------------------"
               TO LABEL-REC.
           WRITE LABEL-REC.
           MOVE STK-ITEMNAME(STK-IDX) TO LABEL-REC.
           WRITE LABEL-REC.
           MOVE STK-MDPRICE(STK-IDX) TO PRICE-DISP.
           MOVE SPACES TO LABEL-LINE.
           STRING "MARKDOWN NOW P" DELIMITED BY SIZE
               PRICE-DISP DELIMITED BY SIZE
               INTO LABEL-LINE.
           WRITE LABEL-REC FROM LABEL-LINE.
           MOVE STK-ORIGPRICE(STK-IDX) TO PRICE-DISP.
           MOVE STK-PERCENTOFF(STK-IDX) TO PERCENT-DISP.
           MOVE SPACES TO LABEL-LINE.
           STRING "WAS P" DELIMITED BY SIZE
               PRICE-DISP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PERCENT-DISP DELIMITED BY SIZE
               "% OFF" DELIMITED BY SIZE
               INTO LABEL-LINE.
           WRITE LABEL-REC FROM LABEL-LINE.
           MOVE SPACES TO LABEL-LINE.
           STRING "ITEM " DELIMITED BY SIZE
               STK-ITEMCODE(STK-IDX) DELIMITED BY SIZE
               " LOT " DELIMITED BY SIZE
               STK-LOTNUM(STK-IDX) DELIMITED BY SIZE
               INTO LABEL-LINE.
           WRITE LABEL-REC FROM LABEL-LINE.
           MOVE SPACES TO LABEL-LINE.
           STRING "EFFECTIVE " DELIMITED BY SIZE
               EFFECTIVEDATE DELIMITED BY SIZE
               " BEST BEFORE " DELIMITED BY SIZE
               STK-EXPIRYDATE(STK-IDX) DELIMITED BY SIZE
               INTO LABEL-LINE.
           WRITE LABEL-REC FROM LABEL-LINE.

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
       END PROGRAM MARKDOWN-CONTROL.
