       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-SUGGEST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMMAST-FILE
           ASSIGN TO "D:\Files\dat\itemmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IM-ITEMCODE
           FILE STATUS IS ITEMMAST-STATUS.
           SELECT DEPTMAST-FILE
           ASSIGN TO "D:\Files\dat\deptmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DP-DEPTCODE
           FILE STATUS IS DEPTMAST-STATUS.
           SELECT ITEMPRICE-FILE
           ASSIGN TO "D:\Files\dat\itemprice.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IP-KEY
           FILE STATUS IS ITEMPRICE-STATUS.
           SELECT SUGGEST-FILE
           ASSIGN TO "D:\Files\dat\pricesuggest.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUGGEST-STATUS.
           SELECT MAINTAUDIT-FILE
           ASSIGN TO "D:\Files\dat\maintaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINTAUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ITEMMAST-FILE.
       COPY "ITEMMAST.CPY".
       FD DEPTMAST-FILE.
       COPY "DEPTMAST.CPY".
       FD ITEMPRICE-FILE.
       COPY "ITEMPRICE.CPY".
       FD SUGGEST-FILE.
       01 SUGGEST-REC PIC X(90).
       FD MAINTAUDIT-FILE.
       COPY "MAINTAUDIT.CPY".
       WORKING-STORAGE SECTION.
       01 ITEMMAST-STATUS PIC X(02).
       01 DEPTMAST-STATUS PIC X(02).
       01 ITEMPRICE-STATUS PIC X(02).
       01 SUGGEST-STATUS PIC X(02).
       01 MAINTAUDIT-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "PRICE-SUGGEST".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "PRICE-SUGGEST".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 TODAYDATE PIC 9(08).
       01 NEWEFFDATE PIC 9(08).
       01 FILTERDEPT PIC X(04).
       01 SUGGESTCHOICE PIC X(01).
           88 SUGGEST-ACCEPT VALUE "A".
           88 SUGGEST-ADJUST VALUE "J".
           88 SUGGEST-REJECT VALUE "R".
           88 SUGGEST-STOP VALUE "S".
       01 ITEM-EOF-SW PIC X(03) VALUE "NO".
           88 ITEM-EOF VALUE "YES".
       01 ITEMPRICE-EOF-SW PIC X(03).
           88 ITEMPRICE-EOF VALUE "YES".
       01 STOP-REVIEW-SW PIC X(03) VALUE "NO".
           88 STOP-REVIEW VALUE "YES".
       01 CURRENTPRICE PIC 9(6)V99.
       01 NEWPRICE PIC 9(6)V99.
       01 SUGGESTEDPRICE PIC 9(6)V99.
       01 TARGETPRICE PIC 9(7)V9(04).
       01 TARGETPRICE-CENTS PIC 9(7)V99.
       01 WHOLEPESOS PIC 9(07).
       01 CANDIDATEPRICE PIC 9(7)V99.
       01 BESTPRICE PIC 9(7)V99.
       01 ENDING-IDX PIC 9(01).
       01 MARGIN-PCT PIC S9(03)V99.
       01 NEWMARGIN-PCT PIC S9(03)V99.
       01 ACTION-TEXT PIC X(08).
       01 ITEMS-CHECKED PIC 9(05) VALUE ZERO.
       01 ITEMS-NOTARGET PIC 9(05) VALUE ZERO.
       01 ITEMS-FLAGGED PIC 9(05) VALUE ZERO.
       01 ITEMS-ACCEPTED PIC 9(05) VALUE ZERO.
       01 ITEMS-ADJUSTED PIC 9(05) VALUE ZERO.
       01 ITEMS-REJECTED PIC 9(05) VALUE ZERO.
       01 COUNT-DISP PIC ZZ,ZZ9.
       01 COST-DISP PIC ZZZ,ZZ9.99.
       01 PRICE-DISP PIC ZZZ,ZZ9.99.
       01 NEWPRICE-DISP PIC ZZZ,ZZ9.99.
       01 MARGIN-DISP PIC ZZ9.99-.
       01 TARGET-DISP PIC Z9.99.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "PRICE-SUGGEST".
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
           OPEN INPUT DEPTMAST-FILE.
           IF DEPTMAST-STATUS NOT = "00"
               MOVE "DEPARTMENT MASTER" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE DEPTMAST-STATUS TO GUARD-FILESTATUS
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
           OPEN OUTPUT SUGGEST-FILE.

           PERFORM BACK-OFFICE-SIGN-ON.
           MOVE OPERATORID TO SPOOL-OPERATOR.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           ACCEPT TODAYDATE FROM DATE YYYYMMDD.
           DISPLAY "DEPARTMENT (BLANK FOR ALL): ".
           ACCEPT FILTERDEPT.
           MOVE ZERO TO NEWEFFDATE.
           PERFORM UNTIL NEWEFFDATE > TODAYDATE
               DISPLAY "EFFECTIVE DATE FOR ACCEPTED PRICES "
                   "(0 FOR TOMORROW): "
               ACCEPT NEWEFFDATE
               IF NEWEFFDATE = ZERO
                   COMPUTE NEWEFFDATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(TODAYDATE) + 1)
               END-IF
               IF NEWEFFDATE NOT > TODAYDATE
                   DISPLAY "EFFECTIVE DATE MUST BE AFTER TODAY."
               END-IF
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           STRING "MARGIN PRICE SUGGESTIONS AS OF " TODAYDATE
               "   NEW PRICES EFFECTIVE " NEWEFFDATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-SUGGEST-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-SUGGEST-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ITEM       DEPT ITEM NAME              COST      "
               "PRICE MARGIN  TARGT  NEW PRICE ACTION"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-SUGGEST-LINE.

           MOVE LOW-VALUES TO IM-ITEMCODE.
           START ITEMMAST-FILE KEY IS NOT LESS THAN IM-ITEMCODE
               INVALID KEY
                   SET ITEM-EOF TO TRUE
           END-START.
           PERFORM UNTIL ITEM-EOF OR STOP-REVIEW
               READ ITEMMAST-FILE NEXT RECORD
                   AT END
                       SET ITEM-EOF TO TRUE
                   NOT AT END
                       IF FILTERDEPT = SPACES OR
                               IM-DEPTCODE = FILTERDEPT
                           PERFORM CHECK-ITEM-MARGIN
                               THRU CHECK-ITEM-MARGIN-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-SUGGEST-LINE.
           IF STOP-REVIEW
               MOVE SPACES TO REPORT-LINE
               STRING "REVIEW STOPPED BY THE CLERK AT ITEM "
                   IM-ITEMCODE
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-SUGGEST-LINE
           END-IF.
           MOVE ITEMS-CHECKED TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "ITEMS CHECKED          " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-SUGGEST-LINE.
           MOVE ITEMS-NOTARGET TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "NO DEPARTMENT TARGET   " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-SUGGEST-LINE.
           MOVE ITEMS-FLAGGED TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "BELOW TARGET MARGIN    " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-SUGGEST-LINE.
           MOVE ITEMS-ACCEPTED TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUGGESTIONS ACCEPTED   " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-SUGGEST-LINE.
           MOVE ITEMS-ADJUSTED TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUGGESTIONS ADJUSTED   " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-SUGGEST-LINE.
           MOVE ITEMS-REJECTED TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUGGESTIONS REJECTED   " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-SUGGEST-LINE.
           IF ITEMS-ACCEPTED + ITEMS-ADJUSTED > ZERO
               DISPLAY "RUN LABEL-PRINT FOR " NEWEFFDATE
                   " TO PRINT THE NEW SHELF LABELS."
           END-IF.

           CLOSE ITEMMAST-FILE.
           CLOSE DEPTMAST-FILE.
           CLOSE ITEMPRICE-FILE.
           CLOSE SUGGEST-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           STOP RUN.

       CHECK-ITEM-MARGIN.
           IF NOT IM-ITEM-ACTIVE OR IM-CONSIGNMENT
               GO TO CHECK-ITEM-MARGIN-EXIT
           END-IF.
           IF IM-UNITCOST NOT NUMERIC OR IM-UNITCOST = ZERO
               GO TO CHECK-ITEM-MARGIN-EXIT
           END-IF.
           ADD 1 TO ITEMS-CHECKED.

           MOVE IM-DEPTCODE TO DP-DEPTCODE.
           READ DEPTMAST-FILE
               INVALID KEY
                   MOVE ZERO TO DP-TARGETMARGINPCT
           END-READ.
           IF DP-TARGETMARGINPCT NOT NUMERIC OR
                   DP-TARGETMARGINPCT = ZERO
               ADD 1 TO ITEMS-NOTARGET
               GO TO CHECK-ITEM-MARGIN-EXIT
           END-IF.
           IF DP-ENDINGCOUNT NOT NUMERIC OR DP-ENDINGCOUNT > 4
               MOVE ZERO TO DP-ENDINGCOUNT
           END-IF.

           PERFORM GET-EFFECTIVE-PRICE.
           IF CURRENTPRICE > ZERO
               COMPUTE MARGIN-PCT ROUNDED =
                   (CURRENTPRICE - IM-UNITCOST) * 100 / CURRENTPRICE
           ELSE
               MOVE ZERO TO MARGIN-PCT
           END-IF.
           IF CURRENTPRICE > ZERO AND
                   MARGIN-PCT NOT < DP-TARGETMARGINPCT
               GO TO CHECK-ITEM-MARGIN-EXIT
           END-IF.

           ADD 1 TO ITEMS-FLAGGED.
           PERFORM COMPUTE-SUGGESTED-PRICE.

           DISPLAY " ".
           DISPLAY IM-ITEMCODE " " IM-ITEMNAME " DEPT " IM-DEPTCODE.
           MOVE IM-UNITCOST TO COST-DISP.
           MOVE CURRENTPRICE TO PRICE-DISP.
           MOVE MARGIN-PCT TO MARGIN-DISP.
           MOVE DP-TARGETMARGINPCT TO TARGET-DISP.
           DISPLAY "  COST " COST-DISP "  PRICE " PRICE-DISP
               "  MARGIN " MARGIN-DISP "%  TARGET " TARGET-DISP "%".
           MOVE SUGGESTEDPRICE TO NEWPRICE-DISP.
           DISPLAY "  SUGGESTED PRICE " NEWPRICE-DISP.

           MOVE SPACE TO SUGGESTCHOICE.
           PERFORM UNTIL SUGGEST-ACCEPT OR SUGGEST-ADJUST OR
                   SUGGEST-REJECT OR SUGGEST-STOP
               DISPLAY "A-ACCEPT, J-ADJUST, R-REJECT, S-STOP REVIEW: "
               ACCEPT SUGGESTCHOICE
           END-PERFORM.

           EVALUATE TRUE
               WHEN SUGGEST-ACCEPT
                   MOVE SUGGESTEDPRICE TO NEWPRICE
                   MOVE "ACCEPTED" TO ACTION-TEXT
                   PERFORM LOAD-NEW-PRICE
                   ADD 1 TO ITEMS-ACCEPTED
               WHEN SUGGEST-ADJUST
                   MOVE ZERO TO NEWPRICE
                   PERFORM UNTIL NEWPRICE > ZERO
                       DISPLAY "NEW PRICE: "
                       ACCEPT NEWPRICE
                   END-PERFORM
                   COMPUTE NEWMARGIN-PCT ROUNDED =
                       (NEWPRICE - IM-UNITCOST) * 100 / NEWPRICE
                   MOVE NEWMARGIN-PCT TO MARGIN-DISP
                   DISPLAY "  MARGIN AT THE NEW PRICE " MARGIN-DISP "%"
                   MOVE "ADJUSTED" TO ACTION-TEXT
                   PERFORM LOAD-NEW-PRICE
                   ADD 1 TO ITEMS-ADJUSTED
               WHEN SUGGEST-REJECT
                   MOVE SUGGESTEDPRICE TO NEWPRICE
                   MOVE "REJECTED" TO ACTION-TEXT
                   ADD 1 TO ITEMS-REJECTED
               WHEN SUGGEST-STOP
                   SET STOP-REVIEW TO TRUE
                   SUBTRACT 1 FROM ITEMS-FLAGGED
                   GO TO CHECK-ITEM-MARGIN-EXIT
           END-EVALUATE.

           MOVE NEWPRICE TO NEWPRICE-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING IM-ITEMCODE " " IM-DEPTCODE " " IM-ITEMNAME(1:16)
               " " COST-DISP " " PRICE-DISP " " MARGIN-DISP " "
               TARGET-DISP " " NEWPRICE-DISP " " ACTION-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-SUGGEST-LINE.
       CHECK-ITEM-MARGIN-EXIT.
           EXIT.

       GET-EFFECTIVE-PRICE.
           MOVE IM-ITEMPRICE TO CURRENTPRICE.
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
                               OR IP-EFFDATE > NEWEFFDATE
                           SET ITEMPRICE-EOF TO TRUE
                       ELSE
                           IF IP-PRICEZONE = SPACES
                               MOVE IP-PRICE TO CURRENTPRICE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       COMPUTE-SUGGESTED-PRICE.
           COMPUTE TARGETPRICE = IM-UNITCOST * 100
               / (100 - DP-TARGETMARGINPCT).
           COMPUTE TARGETPRICE-CENTS = TARGETPRICE + 0.0099.
           IF DP-ENDINGCOUNT = ZERO
               MOVE TARGETPRICE-CENTS TO BESTPRICE
           ELSE
               MOVE TARGETPRICE-CENTS TO WHOLEPESOS
               MOVE 9999999.99 TO BESTPRICE
               PERFORM VARYING ENDING-IDX FROM 1 BY 1
                       UNTIL ENDING-IDX > DP-ENDINGCOUNT
                   COMPUTE CANDIDATEPRICE = WHOLEPESOS
                       + DP-PRICEENDING(ENDING-IDX) / 100
                   IF CANDIDATEPRICE < TARGETPRICE-CENTS
                       ADD 1 TO CANDIDATEPRICE
                   END-IF
                   IF CANDIDATEPRICE < BESTPRICE
                       MOVE CANDIDATEPRICE TO BESTPRICE
                   END-IF
               END-PERFORM
           END-IF.
           IF BESTPRICE > 999999.99
               MOVE 999999.99 TO BESTPRICE
           END-IF.
           MOVE BESTPRICE TO SUGGESTEDPRICE.

       LOAD-NEW-PRICE.
           MOVE IM-ITEMCODE TO IP-ITEMCODE.
           MOVE NEWEFFDATE TO IP-EFFDATE.
           MOVE SPACES TO IP-PRICEZONE.
           READ ITEMPRICE-FILE
               INVALID KEY
                   MOVE SPACES TO MA-BEFOREIMAGE
                   MOVE "A" TO MA-ACTION
               NOT INVALID KEY
                   MOVE ITEMPRICE-REC TO MA-BEFOREIMAGE
                   MOVE "C" TO MA-ACTION
           END-READ.
           MOVE IM-ITEMCODE TO IP-ITEMCODE.
           MOVE NEWEFFDATE TO IP-EFFDATE.
           MOVE SPACES TO IP-PRICEZONE.
           MOVE NEWPRICE TO IP-PRICE.
           MOVE OPERATORID TO IP-LOADEDBY.
           MOVE TODAYDATE TO IP-LOADDATE.
           WRITE ITEMPRICE-REC
               INVALID KEY
                   REWRITE ITEMPRICE-REC
           END-WRITE.
           MOVE ITEMPRICE-REC TO MA-AFTERIMAGE.
           MOVE IP-KEY TO MA-RECORDKEY.
           PERFORM WRITE-MAINT-AUDIT.
           DISPLAY "  PRICE LOADED, TAKES EFFECT " NEWEFFDATE ".".

       WRITE-SUGGEST-LINE.
           WRITE SUGGEST-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       WRITE-MAINT-AUDIT.
           OPEN EXTEND MAINTAUDIT-FILE.
           IF MAINTAUDIT-STATUS = "35"
               OPEN OUTPUT MAINTAUDIT-FILE
           END-IF.
           ACCEPT MA-AUDITDATE FROM DATE YYYYMMDD.
           ACCEPT MA-AUDITTIME FROM TIME.
           MOVE "PRICE-SUGGEST" TO MA-PROGRAM.
           MOVE OPERATORID TO MA-OPERATOR.
           WRITE MAINTAUDIT-REC.
           CLOSE MAINTAUDIT-FILE.

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

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM PRICE-SUGGEST.
