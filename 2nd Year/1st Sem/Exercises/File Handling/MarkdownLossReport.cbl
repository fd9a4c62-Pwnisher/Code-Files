       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKDOWN-LOSS-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARKDOWN-FILE
           ASSIGN TO "D:\Files\dat\markdown.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MD-KEY
           FILE STATUS IS MARKDOWN-STATUS.
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
           SELECT DEPTMAST-FILE
           ASSIGN TO "D:\Files\dat\deptmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DP-DEPTCODE
           FILE STATUS IS DEPTMAST-STATUS.
           SELECT MDLOSS-FILE
           ASSIGN TO "D:\Files\dat\mdloss.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MDLOSS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MARKDOWN-FILE.
       COPY "MARKDOWN.CPY".
       FD TENDERHDR-FILE.
       COPY "TENDERHDR.CPY".
       FD TENDERDTL-FILE.
       COPY "TENDERDTL.CPY".
       FD DEPTMAST-FILE.
       COPY "DEPTMAST.CPY".
       FD MDLOSS-FILE.
       01 MDLOSS-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 MARKDOWN-STATUS PIC X(02).
       01 TENDERHDR-STATUS PIC X(02).
       01 TENDERDTL-STATUS PIC X(02).
       01 DEPTMAST-STATUS PIC X(02).
       01 MDLOSS-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "MARKDOWN-LOSS-RPT".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 RPT-YEARMONTH PIC 9(06).
       01 FIRST-DATE PIC 9(08).
       01 LAST-DATE PIC 9(08).
       01 LINE-YEARMONTH PIC 9(06).
       01 LINE-SIGN PIC S9(01).
       01 WANTED-ORDERNUM PIC 9(10).
       01 LINE-LOSS PIC S9(7)V99.
       01 MARKDOWN-EOF-SW PIC X(03) VALUE "NO".
           88 MARKDOWN-EOF VALUE "YES".
       01 HEADER-EOF-SW PIC X(03) VALUE "NO".
           88 HEADER-EOF VALUE "YES".
       01 DETAIL-EOF-SW PIC X(03).
           88 DETAIL-EOF VALUE "YES".
       01 MDT-FOUND-SW PIC X(03).
           88 MDT-FOUND VALUE "YES".
       01 DEPT-FOUND-SW PIC X(03).
           88 DEPT-FOUND VALUE "YES".
       01 MARKDOWN-TABLE.
           05 MDT-ENTRY OCCURS 500 TIMES INDEXED BY MDT-IDX.
               10 MDT-ITEMCODE PIC X(10).
               10 MDT-DEPTCODE PIC X(04).
               10 MDT-STARTDATE PIC 9(08).
               10 MDT-ENDDATE PIC 9(08).
               10 MDT-ORIGPRICE PIC 9(6)V99.
               10 MDT-MDPRICE PIC 9(6)V99.
       01 MDT-COUNT PIC 9(03) VALUE ZERO.
       01 DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 50 TIMES INDEXED BY DEPT-IDX.
               10 DEPT-CODE PIC X(04).
               10 DEPT-QTYSOLD PIC S9(07)V9(03).
               10 DEPT-ORIGVALUE PIC S9(09)V99.
               10 DEPT-LOSS PIC S9(09)V99.
       01 DEPT-COUNT PIC 9(02) VALUE ZERO.
       01 DEPT-SCAN PIC 9(02) COMP.
       01 TOTAL-QTYSOLD PIC S9(08)V9(03) VALUE ZERO.
       01 TOTAL-ORIGVALUE PIC S9(10)V99 VALUE ZERO.
       01 TOTAL-LOSS PIC S9(10)V99 VALUE ZERO.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "MARKDOWN-LOSS-RPT".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       01 QTY-DISP PIC ZZZ,ZZ9.999-.
       01 VALUE-DISP PIC ZZ,ZZZ,ZZ9.99-.
       01 LOSS-DISP PIC ZZ,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "MARKDOWN LOSS FOR MONTH (YYYYMM): ".
           ACCEPT RPT-YEARMONTH.
           COMPUTE FIRST-DATE = RPT-YEARMONTH * 100 + 1.
           COMPUTE LAST-DATE = RPT-YEARMONTH * 100 + 31.

           OPEN INPUT MARKDOWN-FILE.
           IF MARKDOWN-STATUS NOT = "00"
               MOVE "MARKDOWN FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE MARKDOWN-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL MARKDOWN-EOF
               READ MARKDOWN-FILE NEXT RECORD
                   AT END
                       SET MARKDOWN-EOF TO TRUE
                   NOT AT END
                       IF MD-STARTDATE <= LAST-DATE AND
                           (MD-ENDDATE = ZERO OR
                           MD-ENDDATE > FIRST-DATE)
                           PERFORM LOAD-ONE-MARKDOWN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MARKDOWN-FILE.

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
           IF MDT-COUNT = ZERO
               SET HEADER-EOF TO TRUE
           END-IF.
           PERFORM UNTIL HEADER-EOF
               READ TENDERHDR-FILE NEXT RECORD
                   AT END
                       SET HEADER-EOF TO TRUE
                   NOT AT END
                       IF NOT HDR-TRAINING
                           PERFORM TALLY-HEADER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TENDERHDR-FILE.
           CLOSE TENDERDTL-FILE.

           OPEN INPUT DEPTMAST-FILE.
           OPEN OUTPUT MDLOSS-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE SPACES TO REPORT-LINE.
           STRING "MARKDOWN LOSS BY DEPARTMENT FOR " DELIMITED BY SIZE
               RPT-YEARMONTH DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "DEPT" TO REPORT-LINE(1:4).
           MOVE "DEPARTMENT NAME" TO REPORT-LINE(6:15).
           MOVE "QTY SOLD" TO REPORT-LINE(42:8).
           MOVE "ORIGINAL VALUE" TO REPORT-LINE(58:14).
           MOVE "MARKDOWN LOSS" TO REPORT-LINE(74:13).
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING DEPT-SCAN FROM 1 BY 1 UNTIL
               DEPT-SCAN > DEPT-COUNT
               PERFORM WRITE-DEPT-LINE
           END-PERFORM.

           MOVE TOTAL-QTYSOLD TO QTY-DISP.
           MOVE TOTAL-ORIGVALUE TO VALUE-DISP.
           MOVE TOTAL-LOSS TO LOSS-DISP.
           MOVE SPACES TO REPORT-LINE.
           MOVE "TOTAL MARKDOWN LOSS" TO REPORT-LINE(1:19).
           MOVE QTY-DISP TO REPORT-LINE(38:12).
           MOVE VALUE-DISP TO REPORT-LINE(58:14).
           MOVE LOSS-DISP TO REPORT-LINE(73:14).
           PERFORM WRITE-REPORT-LINE.

           CLOSE DEPTMAST-FILE.
           CLOSE MDLOSS-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "MARKDOWN LOSS REPORT WRITTEN TO MDLOSS.DAT".
           STOP RUN.

       LOAD-ONE-MARKDOWN.
           IF MDT-COUNT < 500
               ADD 1 TO MDT-COUNT
               MOVE MD-ITEMCODE TO MDT-ITEMCODE(MDT-COUNT)
               MOVE MD-DEPTCODE TO MDT-DEPTCODE(MDT-COUNT)
               MOVE MD-STARTDATE TO MDT-STARTDATE(MDT-COUNT)
               MOVE MD-ENDDATE TO MDT-ENDDATE(MDT-COUNT)
               MOVE MD-ORIGPRICE TO MDT-ORIGPRICE(MDT-COUNT)
               MOVE MD-MDPRICE TO MDT-MDPRICE(MDT-COUNT)
           ELSE
               DISPLAY "MARKDOWN TABLE FULL, " MD-ITEMCODE
                   " LOT " MD-LOTNUM " NOT COUNTED."
           END-IF.

       TALLY-HEADER.
           EVALUATE TRUE
               WHEN HDR-SALE
                   MOVE ORDERNUMH3 TO WANTED-ORDERNUM
                   MOVE +1 TO LINE-SIGN
                   PERFORM TALLY-ORDER-DETAILS
               WHEN HDR-REFUND
                   MOVE ORDERNUMH3 TO WANTED-ORDERNUM
                   MOVE -1 TO LINE-SIGN
                   PERFORM TALLY-ORDER-DETAILS
               WHEN HDR-VOID
                   MOVE VOIDORIGORDERNUMH3 TO WANTED-ORDERNUM
                   MOVE -1 TO LINE-SIGN
                   PERFORM TALLY-ORDER-DETAILS
           END-EVALUATE.

       TALLY-ORDER-DETAILS.
           MOVE "NO" TO DETAIL-EOF-SW.
           MOVE WANTED-ORDERNUM TO TD-ORDERNUM.
           MOVE ZERO TO TD-LINENUM.
           START TENDERDTL-FILE KEY IS NOT LESS THAN TD-KEY
               INVALID KEY
                   SET DETAIL-EOF TO TRUE
           END-START.
           PERFORM UNTIL DETAIL-EOF
               READ TENDERDTL-FILE NEXT RECORD
                   AT END
                       SET DETAIL-EOF TO TRUE
                   NOT AT END
                       IF TD-ORDERNUM NOT = WANTED-ORDERNUM
                           SET DETAIL-EOF TO TRUE
                       ELSE
                           DIVIDE TD-BUSDATE BY 100
                               GIVING LINE-YEARMONTH
                           IF LINE-YEARMONTH = RPT-YEARMONTH
                               PERFORM PRICE-ONE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PRICE-ONE-LINE.
           MOVE "NO" TO MDT-FOUND-SW.
           PERFORM VARYING MDT-IDX FROM 1 BY 1 UNTIL
               MDT-IDX > MDT-COUNT OR MDT-FOUND
               IF MDT-ITEMCODE(MDT-IDX) = TD-ITEMCODE AND
                   MDT-STARTDATE(MDT-IDX) <= TD-BUSDATE AND
                   (MDT-ENDDATE(MDT-IDX) = ZERO OR
                   MDT-ENDDATE(MDT-IDX) > TD-BUSDATE)
                   MOVE "YES" TO MDT-FOUND-SW
               END-IF
           END-PERFORM.
           IF MDT-FOUND
               SET MDT-IDX DOWN BY 1
               PERFORM FIND-DEPT-ENTRY
               IF DEPT-FOUND
                   COMPUTE LINE-LOSS ROUNDED =
                       (MDT-ORIGPRICE(MDT-IDX) - MDT-MDPRICE(MDT-IDX))
                       * TD-ITEMQTY * LINE-SIGN
                   COMPUTE DEPT-QTYSOLD(DEPT-IDX) =
                       DEPT-QTYSOLD(DEPT-IDX) + TD-ITEMQTY * LINE-SIGN
                   COMPUTE DEPT-ORIGVALUE(DEPT-IDX) ROUNDED =
                       DEPT-ORIGVALUE(DEPT-IDX)
                       + MDT-ORIGPRICE(MDT-IDX) * TD-ITEMQTY
                       * LINE-SIGN
                   ADD LINE-LOSS TO DEPT-LOSS(DEPT-IDX)
                   COMPUTE TOTAL-QTYSOLD =
                       TOTAL-QTYSOLD + TD-ITEMQTY * LINE-SIGN
                   COMPUTE TOTAL-ORIGVALUE ROUNDED =
                       TOTAL-ORIGVALUE
                       + MDT-ORIGPRICE(MDT-IDX) * TD-ITEMQTY
                       * LINE-SIGN
                   ADD LINE-LOSS TO TOTAL-LOSS
               END-IF
           END-IF.

       FIND-DEPT-ENTRY.
           MOVE "NO" TO DEPT-FOUND-SW.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1 UNTIL
               DEPT-IDX > DEPT-COUNT OR DEPT-FOUND
               IF DEPT-CODE(DEPT-IDX) = MDT-DEPTCODE(MDT-IDX)
                   MOVE "YES" TO DEPT-FOUND-SW
               END-IF
           END-PERFORM.
           IF DEPT-FOUND
               SET DEPT-IDX DOWN BY 1
           ELSE
               IF DEPT-COUNT = 50
                   DISPLAY "DEPARTMENT TABLE FULL, "
                       MDT-DEPTCODE(MDT-IDX) " NOT SUMMARISED."
               ELSE
                   MOVE "YES" TO DEPT-FOUND-SW
                   ADD 1 TO DEPT-COUNT
                   SET DEPT-IDX TO DEPT-COUNT
                   MOVE MDT-DEPTCODE(MDT-IDX) TO DEPT-CODE(DEPT-IDX)
                   MOVE ZERO TO DEPT-QTYSOLD(DEPT-IDX)
                   MOVE ZERO TO DEPT-ORIGVALUE(DEPT-IDX)
                   MOVE ZERO TO DEPT-LOSS(DEPT-IDX)
               END-IF
           END-IF.

       WRITE-DEPT-LINE.
           MOVE DEPT-CODE(DEPT-SCAN) TO DP-DEPTCODE.
           READ DEPTMAST-FILE
               INVALID KEY
                   MOVE "(NOT ON DEPARTMENT MASTER)" TO DP-DEPTNAME
           END-READ.
           MOVE DEPT-QTYSOLD(DEPT-SCAN) TO QTY-DISP.
           MOVE DEPT-ORIGVALUE(DEPT-SCAN) TO VALUE-DISP.
           MOVE DEPT-LOSS(DEPT-SCAN) TO LOSS-DISP.
           MOVE SPACES TO REPORT-LINE.
           MOVE DEPT-CODE(DEPT-SCAN) TO REPORT-LINE(1:4).
           MOVE DP-DEPTNAME TO REPORT-LINE(6:30).
           MOVE QTY-DISP TO REPORT-LINE(38:12).
           MOVE VALUE-DISP TO REPORT-LINE(58:14).
           MOVE LOSS-DISP TO REPORT-LINE(73:14).
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE MDLOSS-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM MARKDOWN-LOSS-REPORT.
