       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMO-EFFECTIVENESS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO-FILE
           ASSIGN TO "D:\Files\dat\promo.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-KEY
           FILE STATUS IS PROMO-STATUS.
           SELECT ITEMMAST-FILE
           ASSIGN TO "D:\Files\dat\itemmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IM-ITEMCODE
           FILE STATUS IS ITEMMAST-STATUS.
           SELECT TENDERHDR-FILE
           ASSIGN TO "D:\Files\dat\tenderhdr.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORDERNUMH3
           ALTERNATE RECORD KEY IS ORNUMBERH3 WITH DUPLICATES
           ALTERNATE RECORD KEY IS LOYALTYCARDH3 WITH DUPLICATES
           ALTERNATE RECORD KEY IS TILLBUSDATEH3 WITH DUPLICATES
           FILE STATUS IS TENDERHDR-STATUS.
           SELECT TENDERDTL-FILE
           ASSIGN TO "D:\Files\dat\tenderdtl.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TD-KEY
           FILE STATUS IS TENDERDTL-STATUS.
           SELECT PROMOREPORT-FILE
           ASSIGN TO "D:\Files\dat\promoeff.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROMOREPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PROMO-FILE.
       COPY "PROMOREC.CPY".
       FD ITEMMAST-FILE.
       COPY "ITEMMAST.CPY".
       FD TENDERHDR-FILE.
       COPY "TENDERHDR.CPY".
       FD TENDERDTL-FILE.
       COPY "TENDERDTL.CPY".
       FD PROMOREPORT-FILE.
       01 PROMOREPORT-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 PROMO-STATUS PIC X(02).
       01 ITEMMAST-STATUS PIC X(02).
       01 TENDERHDR-STATUS PIC X(02).
       01 TENDERDTL-STATUS PIC X(02).
       01 PROMOREPORT-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "PROMO-EFFECTIVENESS".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 TODAYDATE PIC 9(08).
       01 ENDFROM PIC 9(08).
       01 ENDTO PIC 9(08).
       01 PROMO-EOF-SW PIC X(03).
           88 PROMO-EOF VALUE "YES".
       01 SOURCE-EOF-SW PIC X(03).
           88 SOURCE-EOF VALUE "YES".
       01 STORE-WIDE-SW PIC X(03).
           88 STORE-WIDE-PROMO VALUE "YES".
       01 POST-COMPLETE-SW PIC X(03).
           88 POST-COMPLETE VALUE "YES".
       01 LASTDTLORDER PIC 9(10).
       01 ORDER-VOIDED-SW PIC X(03).
           88 ORDER-VOIDED VALUE "YES".
       01 VOID-TABLE-AREA.
           05 VT-ORDERNUM PIC 9(10) OCCURS 2000 TIMES
               INDEXED BY VT-IDX.
       01 VT-COUNT PIC 9(04) VALUE ZERO.
       01 VT-TRUNCATED PIC 9(06) VALUE ZERO.
       01 PROMO-DAYS PIC 9(05).
       01 START-INT PIC 9(07).
       01 END-INT PIC 9(07).
       01 BASE-START PIC 9(08).
       01 BASE-END PIC 9(08).
       01 POST-START PIC 9(08).
       01 POST-END PIC 9(08).
       01 PERIOD-IDX PIC 9(01).
       01 LINE-SIGN PIC S9(01).
       01 LINE-NET PIC S9(8)V99.
       01 LINE-COST PIC S9(8)V99.
       01 PROMO-UNITCOST PIC 9(6)V99.
       01 PERIOD-TOTALS.
           05 PT-ENTRY OCCURS 3 TIMES.
               10 PT-UNITS PIC S9(07)V9(03).
               10 PT-SALES PIC S9(9)V99.
               10 PT-DISCOUNT PIC S9(9)V99.
               10 PT-COST PIC S9(9)V99.
               10 PT-MARGIN PIC S9(9)V99.
               10 PT-LINES PIC 9(06).
       01 PERIOD-NAMES.
           05 FILLER PIC X(12) VALUE "BASELINE".
           05 FILLER PIC X(12) VALUE "DURING PROMO".
           05 FILLER PIC X(12) VALUE "AFTER PROMO".
       01 PERIOD-NAME-TABLE REDEFINES PERIOD-NAMES.
           05 PERIOD-NAME PIC X(12) OCCURS 3 TIMES.
       01 UNIT-LIFT PIC S9(05)V9.
       01 POST-RATIO PIC S9(05)V9.
       01 DROP-THRESHOLD PIC 9(03) VALUE 80.
       01 MARGIN-IMPACT PIC S9(9)V99.
       01 PROMOS-REPORTED PIC 9(04) VALUE ZERO.
       01 PROMOS-DROPPED PIC 9(04) VALUE ZERO.
       01 TYPE-NAME PIC X(14).
       01 UNITS-DISP PIC ZZZ,ZZ9.999-.
       01 AMOUNT-DISP PIC ZZ,ZZZ,ZZ9.99-.
       01 AMOUNT-DISP2 PIC ZZ,ZZZ,ZZ9.99-.
       01 AMOUNT-DISP3 PIC ZZ,ZZZ,ZZ9.99-.
       01 PCT-DISP PIC ZZZZ9.9-.
       01 LINES-DISP PIC ZZZ,ZZ9.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "PROMO-EFFECTIVENESS".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT TODAYDATE FROM DATE YYYYMMDD.
           DISPLAY "PROMOTION EFFECTIVENESS ANALYSIS".
           DISPLAY "PROMOS ENDING FROM (YYYYMMDD, 0 FOR ALL): ".
           ACCEPT ENDFROM.
           DISPLAY "PROMOS ENDING TO (YYYYMMDD, 0 FOR TODAY): ".
           ACCEPT ENDTO.
           IF ENDTO = ZERO
               MOVE TODAYDATE TO ENDTO
           END-IF.

           OPEN INPUT PROMO-FILE.
           IF PROMO-STATUS NOT = "00"
               MOVE "PROMO FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE PROMO-STATUS TO GUARD-FILESTATUS
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
           OPEN INPUT TENDERHDR-FILE.
           IF TENDERHDR-STATUS NOT = "00"
               MOVE "TENDER HEADER FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE TENDERHDR-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN INPUT TENDERDTL-FILE.
           IF TENDERDTL-STATUS NOT = "00"
               MOVE "TENDER DETAIL FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE TENDERDTL-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT PROMOREPORT-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

           PERFORM LOAD-VOIDED-ORDERS.

           MOVE SPACES TO REPORT-LINE.
           STRING "PROMOTION EFFECTIVENESS, PROMOS ENDING " ENDFROM
               " TO " ENDTO
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-PROMO-LINE.
           IF VT-TRUNCATED > ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE VT-TRUNCATED TO LINES-DISP
               STRING "*** VOID TABLE FULL: " LINES-DISP
                   " VOIDS NOT EXCLUDED, SALES MAY BE OVERSTATED ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-PROMO-LINE
           END-IF.

           MOVE "NO" TO PROMO-EOF-SW.
           MOVE LOW-VALUES TO PM-KEY.
           START PROMO-FILE KEY IS NOT LESS THAN PM-KEY
               INVALID KEY
                   SET PROMO-EOF TO TRUE
           END-START.
           PERFORM UNTIL PROMO-EOF
               READ PROMO-FILE NEXT RECORD
                   AT END
                       SET PROMO-EOF TO TRUE
                   NOT AT END
                       IF PM-ENDDATE >= ENDFROM AND
                           PM-ENDDATE <= ENDTO AND
                           PM-STARTDATE <= PM-ENDDATE AND
                           PM-STARTDATE <= TODAYDATE
                           PERFORM ANALYSE-ONE-PROMO
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-PROMO-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PROMOS ANALYSED: " PROMOS-REPORTED
               "   WITH SALES DROP AFTER END: " PROMOS-DROPPED
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-PROMO-LINE.

           CLOSE PROMO-FILE.
           CLOSE ITEMMAST-FILE.
           CLOSE TENDERHDR-FILE.
           CLOSE TENDERDTL-FILE.
           CLOSE PROMOREPORT-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "REPORT WRITTEN TO PROMOEFF.DAT".
           STOP RUN.

       LOAD-VOIDED-ORDERS.
           MOVE ZERO TO VT-COUNT.
           MOVE ZERO TO VT-TRUNCATED.
           MOVE "NO" TO SOURCE-EOF-SW.
           PERFORM UNTIL SOURCE-EOF
               READ TENDERHDR-FILE NEXT RECORD
                   AT END
                       SET SOURCE-EOF TO TRUE
                   NOT AT END
                       IF HDR-VOID AND NOT HDR-TRAINING
                           IF VT-COUNT < 2000
                               ADD 1 TO VT-COUNT
                               MOVE VOIDORIGORDERNUMH3
                                   TO VT-ORDERNUM(VT-COUNT)
                           ELSE
                               ADD 1 TO VT-TRUNCATED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ANALYSE-ONE-PROMO.
           COMPUTE START-INT = FUNCTION INTEGER-OF-DATE(PM-STARTDATE).
           COMPUTE END-INT = FUNCTION INTEGER-OF-DATE(PM-ENDDATE).
           COMPUTE PROMO-DAYS = END-INT - START-INT + 1.
           COMPUTE BASE-START =
               FUNCTION DATE-OF-INTEGER(START-INT - PROMO-DAYS).
           COMPUTE BASE-END = FUNCTION DATE-OF-INTEGER(START-INT - 1).
           COMPUTE POST-START = FUNCTION DATE-OF-INTEGER(END-INT + 1).
           COMPUTE POST-END =
               FUNCTION DATE-OF-INTEGER(END-INT + PROMO-DAYS).
           IF POST-END < TODAYDATE
               MOVE "YES" TO POST-COMPLETE-SW
           ELSE
               MOVE "NO" TO POST-COMPLETE-SW
           END-IF.
           IF PM-ITEMCODE = SPACES
               MOVE "YES" TO STORE-WIDE-SW
               MOVE ZERO TO PROMO-UNITCOST
           ELSE
               MOVE "NO" TO STORE-WIDE-SW
               MOVE PM-ITEMCODE TO IM-ITEMCODE
               READ ITEMMAST-FILE
                   INVALID KEY
                       MOVE ZERO TO PROMO-UNITCOST
                   NOT INVALID KEY
                       MOVE IM-UNITCOST TO PROMO-UNITCOST
               END-READ
           END-IF.

           PERFORM VARYING PERIOD-IDX FROM 1 BY 1 UNTIL
               PERIOD-IDX > 3
               MOVE ZERO TO PT-UNITS(PERIOD-IDX)
               MOVE ZERO TO PT-SALES(PERIOD-IDX)
               MOVE ZERO TO PT-DISCOUNT(PERIOD-IDX)
               MOVE ZERO TO PT-COST(PERIOD-IDX)
               MOVE ZERO TO PT-MARGIN(PERIOD-IDX)
               MOVE ZERO TO PT-LINES(PERIOD-IDX)
           END-PERFORM.

           MOVE ZERO TO LASTDTLORDER.
           MOVE "NO" TO ORDER-VOIDED-SW.
           MOVE "NO" TO SOURCE-EOF-SW.
           MOVE LOW-VALUES TO TD-KEY.
           START TENDERDTL-FILE KEY IS NOT LESS THAN TD-KEY
               INVALID KEY
                   SET SOURCE-EOF TO TRUE
           END-START.
           PERFORM UNTIL SOURCE-EOF
               READ TENDERDTL-FILE NEXT RECORD
                   AT END
                       SET SOURCE-EOF TO TRUE
                   NOT AT END
                       IF NOT TD-TRAINING AND
                           TD-BUSDATE >= BASE-START AND
                           TD-BUSDATE <= POST-END
                           PERFORM TALLY-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.

           IF STORE-WIDE-PROMO
               PERFORM TALLY-BASKET-DISCOUNTS
           END-IF.

           PERFORM VARYING PERIOD-IDX FROM 1 BY 1 UNTIL
               PERIOD-IDX > 3
               COMPUTE PT-MARGIN(PERIOD-IDX) =
                   PT-SALES(PERIOD-IDX) - PT-COST(PERIOD-IDX)
           END-PERFORM.
           PERFORM PRINT-ONE-PROMO.

       TALLY-ONE-LINE.
           IF NOT STORE-WIDE-PROMO AND TD-ITEMCODE NOT = PM-ITEMCODE
               CONTINUE
           ELSE
               IF TD-ORDERNUM NOT = LASTDTLORDER
                   MOVE TD-ORDERNUM TO LASTDTLORDER
                   PERFORM CHECK-ORDER-VOIDED
               END-IF
               IF NOT ORDER-VOIDED
                   PERFORM POST-LINE-TO-PERIOD
               END-IF
           END-IF.

       CHECK-ORDER-VOIDED.
           MOVE "NO" TO ORDER-VOIDED-SW.
           PERFORM VARYING VT-IDX FROM 1 BY 1 UNTIL
               VT-IDX > VT-COUNT OR ORDER-VOIDED
               IF VT-ORDERNUM(VT-IDX) = TD-ORDERNUM
                   MOVE "YES" TO ORDER-VOIDED-SW
               END-IF
           END-PERFORM.

       POST-LINE-TO-PERIOD.
           EVALUATE TRUE
               WHEN TD-BUSDATE <= BASE-END
                   MOVE 1 TO PERIOD-IDX
               WHEN TD-BUSDATE <= PM-ENDDATE
                   MOVE 2 TO PERIOD-IDX
               WHEN OTHER
                   MOVE 3 TO PERIOD-IDX
           END-EVALUATE.
           IF TD-REFUND
               MOVE -1 TO LINE-SIGN
           ELSE
               MOVE +1 TO LINE-SIGN
           END-IF.
           IF STORE-WIDE-PROMO
               MOVE TD-ITEMCODE TO IM-ITEMCODE
               READ ITEMMAST-FILE
                   INVALID KEY
                       MOVE ZERO TO IM-UNITCOST
               END-READ
               COMPUTE LINE-COST ROUNDED =
                   TD-ITEMQTY * IM-UNITCOST * LINE-SIGN
           ELSE
               COMPUTE LINE-COST ROUNDED =
                   TD-ITEMQTY * PROMO-UNITCOST * LINE-SIGN
               IF PERIOD-IDX = 2
                   COMPUTE PT-DISCOUNT(2) = PT-DISCOUNT(2)
                       + TD-ITEMPROMOAMT * LINE-SIGN
               END-IF
           END-IF.
           COMPUTE LINE-NET = (TD-ITEMEXT - TD-ITEMPROMOAMT)
               * LINE-SIGN.
           COMPUTE PT-UNITS(PERIOD-IDX) = PT-UNITS(PERIOD-IDX)
               + TD-ITEMQTY * LINE-SIGN.
           ADD LINE-NET TO PT-SALES(PERIOD-IDX).
           ADD LINE-COST TO PT-COST(PERIOD-IDX).
           ADD 1 TO PT-LINES(PERIOD-IDX).

       TALLY-BASKET-DISCOUNTS.
           MOVE "NO" TO SOURCE-EOF-SW.
           MOVE ZERO TO ORDERNUMH3.
           START TENDERHDR-FILE KEY IS NOT LESS THAN ORDERNUMH3
               INVALID KEY
                   SET SOURCE-EOF TO TRUE
           END-START.
           PERFORM UNTIL SOURCE-EOF
               READ TENDERHDR-FILE NEXT RECORD
                   AT END
                       SET SOURCE-EOF TO TRUE
                   NOT AT END
                       IF HDR-SALE AND NOT HDR-TRAINING AND
                           BUSDATEH3 >= PM-STARTDATE AND
                           BUSDATEH3 <= PM-ENDDATE
                           MOVE ORDERNUMH3 TO TD-ORDERNUM
                           PERFORM CHECK-ORDER-VOIDED
                           IF NOT ORDER-VOIDED
                               ADD PROMODISCAMTH3 TO PT-DISCOUNT(2)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-ONE-PROMO.
           ADD 1 TO PROMOS-REPORTED.
           EVALUATE TRUE
               WHEN PM-PERCENT-OFF
                   MOVE "PERCENT OFF" TO TYPE-NAME
               WHEN PM-AMOUNT-OFF
                   MOVE "AMOUNT OFF" TO TYPE-NAME
               WHEN PM-BUY-X-GET-Y
                   MOVE "BUY X GET Y" TO TYPE-NAME
               WHEN PM-MIX-MATCH
                   MOVE "MIX AND MATCH" TO TYPE-NAME
               WHEN PM-BASKET-THRESHOLD
                   MOVE "BASKET" TO TYPE-NAME
               WHEN OTHER
                   MOVE "OTHER" TO TYPE-NAME
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-PROMO-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF STORE-WIDE-PROMO
               STRING "PROMO STORE-WIDE-" PM-PROMOSEQ " " PM-PROMONAME
                   " " TYPE-NAME " " PM-STARTDATE " TO " PM-ENDDATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "PROMO " PM-ITEMCODE "-" PM-PROMOSEQ " "
                   PM-PROMONAME " " TYPE-NAME " " PM-STARTDATE
                   " TO " PM-ENDDATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           PERFORM WRITE-PROMO-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PERIOD             LINES        UNITS"
               "     NET SALES      DISCOUNT  GROSS MARGIN"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-PROMO-LINE.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1 UNTIL
               PERIOD-IDX > 3
               MOVE PT-LINES(PERIOD-IDX) TO LINES-DISP
               MOVE PT-UNITS(PERIOD-IDX) TO UNITS-DISP
               MOVE PT-SALES(PERIOD-IDX) TO AMOUNT-DISP
               MOVE PT-DISCOUNT(PERIOD-IDX) TO AMOUNT-DISP2
               MOVE PT-MARGIN(PERIOD-IDX) TO AMOUNT-DISP3
               MOVE SPACES TO REPORT-LINE
               STRING PERIOD-NAME(PERIOD-IDX) "     " LINES-DISP " "
                   UNITS-DISP " " AMOUNT-DISP AMOUNT-DISP2
                   AMOUNT-DISP3
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-PROMO-LINE
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           IF PT-UNITS(1) > ZERO
               COMPUTE UNIT-LIFT ROUNDED =
                   (PT-UNITS(2) - PT-UNITS(1)) * 100 / PT-UNITS(1)
               MOVE UNIT-LIFT TO PCT-DISP
               STRING "UNIT LIFT VS BASELINE " PCT-DISP " PCT"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE "UNIT LIFT VS BASELINE: NO BASELINE SALES"
                   TO REPORT-LINE
           END-IF.
           PERFORM WRITE-PROMO-LINE.
           COMPUTE MARGIN-IMPACT = PT-MARGIN(2) - PT-MARGIN(1).
           MOVE MARGIN-IMPACT TO AMOUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           IF MARGIN-IMPACT > ZERO
               STRING "GROSS MARGIN IMPACT   " AMOUNT-DISP
                   "  MARGIN UP, CANDIDATE TO REPEAT"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "GROSS MARGIN IMPACT   " AMOUNT-DISP
                   "  MARGIN NOT RECOVERED, REVIEW"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           PERFORM WRITE-PROMO-LINE.

           MOVE SPACES TO REPORT-LINE.
           IF NOT POST-COMPLETE
               STRING "AFTER-PROMO PERIOD " POST-START " TO " POST-END
                   " NOT YET COMPLETE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-PROMO-LINE
           ELSE
               IF PT-UNITS(1) > ZERO
                   COMPUTE POST-RATIO ROUNDED =
                       PT-UNITS(3) * 100 / PT-UNITS(1)
                   IF POST-RATIO < DROP-THRESHOLD
                       ADD 1 TO PROMOS-DROPPED
                       MOVE POST-RATIO TO PCT-DISP
                       STRING "*** SALES DROPPED AFTER PROMO ENDED, "
                           "UNITS AT " PCT-DISP " PCT OF BASELINE"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM WRITE-PROMO-LINE
                   END-IF
               END-IF
           END-IF.

       WRITE-PROMO-LINE.
           WRITE PROMOREPORT-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM PROMO-EFFECTIVENESS.
