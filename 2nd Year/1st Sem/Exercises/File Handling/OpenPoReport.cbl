       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPEN-PO-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHORD-FILE
           ASSIGN TO "D:\Files\dat\purchord.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PH-PONUMBER
           FILE STATUS IS PURCHORD-STATUS.
           SELECT PURCHLINE-FILE
           ASSIGN TO "D:\Files\dat\purchline.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-KEY
           FILE STATUS IS PURCHLINE-STATUS.
           SELECT SUPPMAST-FILE
           ASSIGN TO "D:\Files\dat\suppmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SU-SUPPLIERCODE
           FILE STATUS IS SUPPMAST-STATUS.
           SELECT ITEMMAST-FILE
           ASSIGN TO "D:\Files\dat\itemmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IM-ITEMCODE
           FILE STATUS IS ITEMMAST-STATUS.
           SELECT OPENPO-FILE
           ASSIGN TO "D:\Files\dat\openpo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPENPO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PURCHORD-FILE.
       COPY "PURCHORD.CPY".
       FD PURCHLINE-FILE.
       COPY "PURCHLINE.CPY".
       FD SUPPMAST-FILE.
       COPY "SUPPMAST.CPY".
       FD ITEMMAST-FILE.
       COPY "ITEMMAST.CPY".
       FD OPENPO-FILE.
       01 OPENPO-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 PURCHORD-STATUS PIC X(02).
       01 PURCHLINE-STATUS PIC X(02).
       01 SUPPMAST-STATUS PIC X(02).
       01 ITEMMAST-STATUS PIC X(02).
       01 OPENPO-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "OPEN-PO-REPORT".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 PURCHORD-EOF-SW PIC X(03) VALUE "NO".
           88 PURCHORD-EOF VALUE "YES".
       01 PURCHLINE-EOF-SW PIC X(03).
           88 PURCHLINE-EOF VALUE "YES".
       01 TODAYDATE PIC 9(08).
       01 OPEN-TABLE.
           05 OP-ENTRY OCCURS 200 TIMES INDEXED BY OP-IDX.
               10 OP-SUPPLIERCODE PIC X(10).
               10 OP-PONUMBER PIC 9(08).
               10 OP-ORDERDATE PIC 9(08).
               10 OP-DUEDATE PIC 9(08).
               10 OP-STATUS PIC X(01).
       01 OP-COUNT PIC 9(03) VALUE ZERO.
       01 OP-USED-SW PIC X(03) OCCURS 200 TIMES.
       01 OP-SCAN PIC 9(03) COMP.
       01 OP-TRUNCATED PIC 9(07) VALUE ZERO.
       01 TRUNCATED-DISP PIC Z,ZZZ,ZZ9.
       01 CURRENT-SUPPLIER PIC X(10).
       01 SUPPLIER-NAME-OUT PIC X(30).
       01 DAYSLATE PIC S9(05).
       01 OUTSTANDQTY PIC S9(06)V9(03).
       01 OUTSTANDVALUE PIC S9(8)V99.
       01 SUPPLIER-BACKORDER PIC S9(9)V99.
       01 GRAND-BACKORDER PIC S9(9)V99.
       01 LATE-PO-COUNT PIC 9(05) VALUE ZERO.
       01 BACKORDER-LINES PIC 9(05) VALUE ZERO.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "OPEN-PO-REPORT".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       01 QTY-DISP PIC ZZZZZ9.999.
       01 VALUE-DISP PIC ZZZ,ZZZ,ZZ9.99.
       01 DAYS-DISP PIC ZZZZ9.
       01 COUNT-DISP PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT TODAYDATE FROM DATE YYYYMMDD.
           PERFORM LOAD-OPEN-ORDERS.

           OPEN INPUT PURCHLINE-FILE.
           OPEN INPUT SUPPMAST-FILE.
           OPEN INPUT ITEMMAST-FILE.
           OPEN OUTPUT OPENPO-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

           MOVE SPACES TO REPORT-LINE.
           STRING "OPEN PURCHASE ORDERS AND BACKORDERS AS OF "
               DELIMITED BY SIZE
               TODAYDATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF OP-TRUNCATED > ZERO
               MOVE OP-TRUNCATED TO TRUNCATED-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "*** TABLE FULL: " TRUNCATED-DISP
                   " OPEN POS NOT LISTED ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE ZERO TO GRAND-BACKORDER.
           PERFORM VARYING OP-SCAN FROM 1 BY 1 UNTIL
               OP-SCAN > OP-COUNT
               IF OP-USED-SW(OP-SCAN) = "NO"
                   MOVE OP-SUPPLIERCODE(OP-SCAN) TO CURRENT-SUPPLIER
                   PERFORM WRITE-SUPPLIER-GROUP
               END-IF
           END-PERFORM.

           IF OP-COUNT = ZERO
               MOVE "NO OPEN PURCHASE ORDERS." TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               DISPLAY "NO OPEN PURCHASE ORDERS."
           END-IF.

           MOVE OP-COUNT TO COUNT-DISP.
           MOVE GRAND-BACKORDER TO VALUE-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "OPEN POS: " DELIMITED BY SIZE
               COUNT-DISP DELIMITED BY SIZE
               "  BACKORDER VALUE: P" DELIMITED BY SIZE
               VALUE-DISP DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE LATE-PO-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "POS PAST THEIR DUE DATE: " DELIMITED BY SIZE
               COUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           CLOSE PURCHLINE-FILE.
           CLOSE SUPPMAST-FILE.
           CLOSE ITEMMAST-FILE.
           CLOSE OPENPO-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "OPEN PO REPORT WRITTEN TO OPENPO.DAT".
           STOP RUN.

       LOAD-OPEN-ORDERS.
           OPEN INPUT PURCHORD-FILE.
           IF PURCHORD-STATUS NOT = "00"
               MOVE "PURCHASE ORDER FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE PURCHORD-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL PURCHORD-EOF
               READ PURCHORD-FILE NEXT RECORD
                   AT END
                       SET PURCHORD-EOF TO TRUE
                   NOT AT END
                       IF PH-PO-OPEN OR PH-PO-PARTIAL
                           IF OP-COUNT < 200
                               PERFORM ADD-OPEN-ORDER
                           ELSE
                               ADD 1 TO OP-TRUNCATED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PURCHORD-FILE.

       ADD-OPEN-ORDER.
           ADD 1 TO OP-COUNT.
           MOVE PH-SUPPLIERCODE TO OP-SUPPLIERCODE(OP-COUNT).
           MOVE PH-PONUMBER TO OP-PONUMBER(OP-COUNT).
           MOVE PH-ORDERDATE TO OP-ORDERDATE(OP-COUNT).
           MOVE PH-DUEDATE TO OP-DUEDATE(OP-COUNT).
           MOVE PH-STATUS TO OP-STATUS(OP-COUNT).
           MOVE "NO" TO OP-USED-SW(OP-COUNT).

       WRITE-SUPPLIER-GROUP.
           MOVE CURRENT-SUPPLIER TO SU-SUPPLIERCODE.
           READ SUPPMAST-FILE
               INVALID KEY
                   MOVE "(SUPPLIER NOT ON FILE)"
                       TO SUPPLIER-NAME-OUT
               NOT INVALID KEY
                   MOVE SU-SUPPLIERNAME TO SUPPLIER-NAME-OUT
           END-READ.

           MOVE SPACES TO REPORT-LINE.
           STRING "SUPPLIER " DELIMITED BY SIZE
               CURRENT-SUPPLIER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SUPPLIER-NAME-OUT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE ZERO TO SUPPLIER-BACKORDER.
           PERFORM VARYING OP-IDX FROM 1 BY 1 UNTIL
               OP-IDX > OP-COUNT
               IF OP-USED-SW(OP-IDX) = "NO" AND
                   OP-SUPPLIERCODE(OP-IDX) = CURRENT-SUPPLIER
                   MOVE "YES" TO OP-USED-SW(OP-IDX)
                   PERFORM WRITE-PO-HEADING
                   PERFORM WRITE-PO-BACKORDERS
               END-IF
           END-PERFORM.

           MOVE SUPPLIER-BACKORDER TO VALUE-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "  SUPPLIER BACKORDER VALUE: P" DELIMITED BY SIZE
               VALUE-DISP DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD SUPPLIER-BACKORDER TO GRAND-BACKORDER.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-PO-HEADING.
           MOVE SPACES TO REPORT-LINE.
           IF OP-DUEDATE(OP-IDX) < TODAYDATE
               ADD 1 TO LATE-PO-COUNT
               COMPUTE DAYSLATE =
                   FUNCTION INTEGER-OF-DATE(TODAYDATE) -
                   FUNCTION INTEGER-OF-DATE(OP-DUEDATE(OP-IDX))
               MOVE DAYSLATE TO DAYS-DISP
               STRING "  PO " DELIMITED BY SIZE
                   OP-PONUMBER(OP-IDX) DELIMITED BY SIZE
                   " ORDERED " DELIMITED BY SIZE
                   OP-ORDERDATE(OP-IDX) DELIMITED BY SIZE
                   " DUE " DELIMITED BY SIZE
                   OP-DUEDATE(OP-IDX) DELIMITED BY SIZE
                   " STATUS " DELIMITED BY SIZE
                   OP-STATUS(OP-IDX) DELIMITED BY SIZE
                   " *** LATE " DELIMITED BY SIZE
                   DAYS-DISP DELIMITED BY SIZE
                   " DAYS ***" DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "  PO " DELIMITED BY SIZE
                   OP-PONUMBER(OP-IDX) DELIMITED BY SIZE
                   " ORDERED " DELIMITED BY SIZE
                   OP-ORDERDATE(OP-IDX) DELIMITED BY SIZE
                   " DUE " DELIMITED BY SIZE
                   OP-DUEDATE(OP-IDX) DELIMITED BY SIZE
                   " STATUS " DELIMITED BY SIZE
                   OP-STATUS(OP-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       WRITE-PO-BACKORDERS.
           MOVE "NO" TO PURCHLINE-EOF-SW.
           MOVE OP-PONUMBER(OP-IDX) TO PL-PONUMBER.
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
                       IF PL-PONUMBER NOT = OP-PONUMBER(OP-IDX)
                           SET PURCHLINE-EOF TO TRUE
                       ELSE
                           IF PL-LINE-OPEN
                               PERFORM WRITE-BACKORDER-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-BACKORDER-LINE.
           COMPUTE OUTSTANDQTY = PL-QTYORDERED - PL-QTYRECEIVED.
           IF OUTSTANDQTY > ZERO
               ADD 1 TO BACKORDER-LINES
               COMPUTE OUTSTANDVALUE ROUNDED =
                   OUTSTANDQTY * PL-UNITCOST
               ADD OUTSTANDVALUE TO SUPPLIER-BACKORDER
               MOVE PL-ITEMCODE TO IM-ITEMCODE
               READ ITEMMAST-FILE
                   INVALID KEY
                       MOVE "(ITEM NOT ON FILE)" TO IM-ITEMNAME
               END-READ
               MOVE OUTSTANDQTY TO QTY-DISP
               MOVE OUTSTANDVALUE TO VALUE-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "    " DELIMITED BY SIZE
                   PL-ITEMCODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   IM-ITEMNAME DELIMITED BY SIZE
                   " OWED " DELIMITED BY SIZE
                   QTY-DISP DELIMITED BY SIZE
                   " P" DELIMITED BY SIZE
                   VALUE-DISP DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           WRITE OPENPO-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM OPEN-PO-REPORT.
