       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHASE-INQUIRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CUSTMAST-FILE
           ASSIGN TO "D:\Files\dat\custmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CU-CARDNUM
           FILE STATUS IS CUSTMAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TENDERHDR-FILE.
       COPY "TENDERHDR.CPY".
       FD TENDERDTL-FILE.
       COPY "TENDERDTL.CPY".
       FD CUSTMAST-FILE.
       COPY "CUSTMAST.CPY".
       WORKING-STORAGE SECTION.
       01 TENDERHDR-STATUS PIC X(02).
       01 TENDERDTL-STATUS PIC X(02).
       01 CUSTMAST-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "PURCHASE-INQUIRY".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 INQCHOICE PIC X(01).
           88 INQ-MEMBER VALUE "M".
           88 INQ-ORNUMBER VALUE "O".
           88 INQ-TILLDATE VALUE "T".
           88 INQ-EXIT VALUE "X".
       01 WORKCARDNUM PIC X(12).
       01 WORKORNUM PIC 9(10).
       01 WORKTILLNUM PIC 9(04).
       01 WORKBUSDATE PIC 9(08).
       01 FROMDATE PIC 9(08).
       01 TODATE PIC 9(08).
       01 HEADER-EOF-SW PIC X(03).
           88 HEADER-EOF VALUE "YES".
       01 DETAIL-EOF-SW PIC X(03).
           88 DETAIL-EOF VALUE "YES".
       01 SALES-LISTED PIC 9(05).
       01 MEMBER-TOTAL PIC 9(9)V99.
       01 AMOUNT-DISP PIC ZZZ,ZZ9.99.
       01 TOTAL-DISP PIC ZZZ,ZZZ,ZZ9.99.
       01 QTY-DISP PIC ZZ9.999.
       01 TYPE-DISP PIC X(06).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
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
           OPEN INPUT CUSTMAST-FILE.

           PERFORM UNTIL INQ-EXIT
               DISPLAY "PURCHASE INQUIRY (M-MEMBER PURCHASES, "
                   "O-OR NUMBER, T-TILL AND DATE, X-EXIT): "
               ACCEPT INQCHOICE
               EVALUATE TRUE
                   WHEN INQ-MEMBER
                       PERFORM MEMBER-PURCHASES
                   WHEN INQ-ORNUMBER
                       PERFORM OR-NUMBER-LOOKUP
                   WHEN INQ-TILLDATE
                       PERFORM TILL-DATE-LISTING
                   WHEN INQ-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE, TRY AGAIN."
               END-EVALUATE
           END-PERFORM.

           CLOSE TENDERHDR-FILE.
           CLOSE TENDERDTL-FILE.
           CLOSE CUSTMAST-FILE.
           STOP RUN.

       MEMBER-PURCHASES.
           DISPLAY "LOYALTY CARD NUMBER: ".
           ACCEPT WORKCARDNUM.
           MOVE WORKCARDNUM TO CU-CARDNUM.
           READ CUSTMAST-FILE
               INVALID KEY
                   DISPLAY "CARD NOT ON THE CUSTOMER MASTER."
               NOT INVALID KEY
                   DISPLAY "MEMBER: " CU-CUSTNAME
           END-READ.
           DISPLAY "FROM DATE (YYYYMMDD, 0 FOR ALL): ".
           ACCEPT FROMDATE.
           DISPLAY "TO DATE (YYYYMMDD, 0 FOR ALL): ".
           ACCEPT TODATE.
           IF TODATE = ZERO
               MOVE 99999999 TO TODATE
           END-IF.

           MOVE ZERO TO SALES-LISTED.
           MOVE ZERO TO MEMBER-TOTAL.
           MOVE "NO" TO HEADER-EOF-SW.
           MOVE WORKCARDNUM TO LOYALTYCARDH3.
           START TENDERHDR-FILE KEY IS EQUAL TO LOYALTYCARDH3
               INVALID KEY
                   SET HEADER-EOF TO TRUE
           END-START.
           PERFORM UNTIL HEADER-EOF
               READ TENDERHDR-FILE NEXT RECORD
                   AT END
                       SET HEADER-EOF TO TRUE
                   NOT AT END
                       IF LOYALTYCARDH3 NOT = WORKCARDNUM
                           SET HEADER-EOF TO TRUE
                       ELSE
                           IF BUSDATEH3 >= FROMDATE AND
                               BUSDATEH3 <= TODATE AND
                               NOT HDR-TRAINING
                               PERFORM SHOW-ONE-SALE
                               IF HDR-SALE
                                   ADD ORDERAMOUNTH3 TO MEMBER-TOTAL
                               ELSE
                                   SUBTRACT ORDERAMOUNTH3
                                       FROM MEMBER-TOTAL
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE MEMBER-TOTAL TO TOTAL-DISP.
           DISPLAY "TRANSACTIONS LISTED: " SALES-LISTED
               "  NET PURCHASES P" TOTAL-DISP.

       OR-NUMBER-LOOKUP.
           DISPLAY "OFFICIAL RECEIPT NUMBER: ".
           ACCEPT WORKORNUM.
           MOVE ZERO TO SALES-LISTED.
           MOVE "NO" TO HEADER-EOF-SW.
           MOVE WORKORNUM TO ORNUMBERH3.
           START TENDERHDR-FILE KEY IS EQUAL TO ORNUMBERH3
               INVALID KEY
                   SET HEADER-EOF TO TRUE
           END-START.
           PERFORM UNTIL HEADER-EOF
               READ TENDERHDR-FILE NEXT RECORD
                   AT END
                       SET HEADER-EOF TO TRUE
                   NOT AT END
                       IF ORNUMBERH3 NOT = WORKORNUM
                           SET HEADER-EOF TO TRUE
                       ELSE
                           PERFORM SHOW-ONE-SALE
                       END-IF
               END-READ
           END-PERFORM.
           IF SALES-LISTED = ZERO
               DISPLAY "NO SALE ON FILE FOR THAT OR NUMBER."
           END-IF.

       TILL-DATE-LISTING.
           DISPLAY "TILL NUMBER: ".
           ACCEPT WORKTILLNUM.
           DISPLAY "BUSINESS DATE (YYYYMMDD): ".
           ACCEPT WORKBUSDATE.
           MOVE ZERO TO SALES-LISTED.
           MOVE "NO" TO HEADER-EOF-SW.
           MOVE WORKTILLNUM TO TILLNUMH3.
           MOVE WORKBUSDATE TO BUSDATEH3.
           START TENDERHDR-FILE KEY IS EQUAL TO TILLBUSDATEH3
               INVALID KEY
                   SET HEADER-EOF TO TRUE
           END-START.
           DISPLAY "ORDER NUMBER TYPE   TIME     OR NUMBER  CASHIER"
               "         AMOUNT".
           PERFORM UNTIL HEADER-EOF
               READ TENDERHDR-FILE NEXT RECORD
                   AT END
                       SET HEADER-EOF TO TRUE
                   NOT AT END
                       IF TILLNUMH3 NOT = WORKTILLNUM OR
                           BUSDATEH3 NOT = WORKBUSDATE
                           SET HEADER-EOF TO TRUE
                       ELSE
                           ADD 1 TO SALES-LISTED
                           PERFORM SET-TYPE-DISP
                           MOVE ORDERAMOUNTH3 TO AMOUNT-DISP
                           DISPLAY ORDERNUMH3 " " TYPE-DISP " "
                               TRANSTIMEH3 " " ORNUMBERH3 " "
                               CASHIERIDH3 " " AMOUNT-DISP
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "TRANSACTIONS ON TILL: " SALES-LISTED.

       SHOW-ONE-SALE.
           ADD 1 TO SALES-LISTED.
           PERFORM SET-TYPE-DISP.
           MOVE ORDERAMOUNTH3 TO AMOUNT-DISP.
           DISPLAY "----------------------------------------".
           DISPLAY "ORDER " ORDERNUMH3 " " TYPE-DISP
               " DATE " BUSDATEH3 " TILL " TILLNUMH3
               " OR " ORNUMBERH3.
           DISPLAY "CASHIER " CASHIERIDH3 " AMOUNT P" AMOUNT-DISP.
           IF HDR-VOID
               DISPLAY "  VOIDS ORDER " VOIDORIGORDERNUMH3
           ELSE
               PERFORM SHOW-SALE-LINES
           END-IF.

       SHOW-SALE-LINES.
           MOVE "NO" TO DETAIL-EOF-SW.
           MOVE ORDERNUMH3 TO TD-ORDERNUM.
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
                       IF TD-ORDERNUM NOT = ORDERNUMH3
                           SET DETAIL-EOF TO TRUE
                       ELSE
                           MOVE TD-ITEMQTY TO QTY-DISP
                           MOVE TD-ITEMEXT TO AMOUNT-DISP
                           DISPLAY "  " TD-ITEMCODE " " TD-ITEMNAME
                               " " QTY-DISP " P" AMOUNT-DISP
                       END-IF
               END-READ
           END-PERFORM.

       SET-TYPE-DISP.
           EVALUATE TRUE
               WHEN HDR-SALE
                   MOVE "SALE" TO TYPE-DISP
               WHEN HDR-REFUND
                   MOVE "REFUND" TO TYPE-DISP
               WHEN HDR-VOID
                   MOVE "VOID" TO TYPE-DISP
               WHEN OTHER
                   MOVE RECORDTYPEH3 TO TYPE-DISP
           END-EVALUATE.
       END PROGRAM PURCHASE-INQUIRY.
