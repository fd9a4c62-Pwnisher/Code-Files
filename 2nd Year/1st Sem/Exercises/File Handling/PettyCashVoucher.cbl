       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETTY-CASH-VOUCHER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASHEVENT-FILE
           ASSIGN TO "D:\Files\dat\cashevent.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CASHEVENT-STATUS.
           SELECT EXPCAT-FILE
           ASSIGN TO "D:\Files\dat\expcat.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EC-CATCODE
           FILE STATUS IS EXPCAT-STATUS.
           SELECT VOUCHER-FILE
           ASSIGN TO "D:\Files\dat\pettycash.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VOUCHER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CASHEVENT-FILE.
       COPY "CASHEVENT.CPY".
       FD EXPCAT-FILE.
       COPY "EXPCAT.CPY".
       FD VOUCHER-FILE.
       01 VOUCHER-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 CASHEVENT-STATUS PIC X(02).
       01 EXPCAT-STATUS PIC X(02).
       01 VOUCHER-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "PETTY-CASH-VOUCHER".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 CASHEVENT-EOF-SW PIC X(03) VALUE "NO".
           88 CASHEVENT-EOF VALUE "YES".
       01 EXPCAT-OPEN-SW PIC X(03) VALUE "NO".
           88 EXPCAT-OPEN VALUE "YES".
       01 PV-FROMDATE PIC 9(08).
       01 PV-TODATE PIC 9(08).
       01 PV-STORECODE PIC X(03).
       01 PV-VOUCHERNUM PIC X(10).
       01 TODAY-DATE PIC 9(08).
       01 SUMMARY-TABLE-AREA.
           05 PS-ENTRY OCCURS 200 TIMES INDEXED BY PS-IDX.
               10 PS-SORTKEY.
                   15 PS-CATEGORY PIC X(04).
                   15 PS-PAYEE PIC X(20).
               10 PS-COUNT PIC 9(04).
               10 PS-AMOUNT PIC 9(8)V99.
       01 PS-COUNT-USED PIC 9(03) VALUE ZERO.
       01 PS-SCAN PIC 9(03) COMP.
       01 PS-INSERT PIC 9(03) COMP.
       01 PS-FOUND-SW PIC X(03).
           88 PS-FOUND VALUE "YES".
       01 NEW-SORTKEY.
           05 NEW-CATEGORY PIC X(04).
           05 NEW-PAYEE PIC X(20).
       01 OVERFLOW-COUNT PIC 9(05) VALUE ZERO.
       01 NO-RECEIPT-COUNT PIC 9(05) VALUE ZERO.
       01 CURRENT-CATEGORY PIC X(04).
       01 CATEGORY-NAME PIC X(30).
       01 CATEGORY-ACCOUNT PIC X(08).
       01 CATEGORY-COUNT PIC 9(05).
       01 CATEGORY-TOTAL PIC 9(9)V99.
       01 VOUCHER-COUNT PIC 9(05) VALUE ZERO.
       01 VOUCHER-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 VOUCHER-DETAIL.
           05 VD-LABEL PIC X(44).
           05 VD-ACCOUNT PIC X(10).
           05 VD-COUNT PIC ZZZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 VD-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "PETTY-CASH-VOUCHER".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PETTY CASH REPLENISHMENT VOUCHER".
           DISPLAY "FROM BUSINESS DATE (YYYYMMDD): ".
           ACCEPT PV-FROMDATE.
           DISPLAY "TO BUSINESS DATE (YYYYMMDD): ".
           ACCEPT PV-TODATE.
           DISPLAY "STORE CODE (BLANK FOR ALL): ".
           ACCEPT PV-STORECODE.
           DISPLAY "VOUCHER NUMBER: ".
           ACCEPT PV-VOUCHERNUM.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT CASHEVENT-FILE.
           IF CASHEVENT-STATUS NOT = "00"
               MOVE "CASH EVENT FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE CASHEVENT-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL CASHEVENT-EOF
               READ CASHEVENT-FILE
                   AT END
                       SET CASHEVENT-EOF TO TRUE
                   NOT AT END
                       IF CE-PAIDOUT
                           AND CE-BUSDATE >= PV-FROMDATE
                           AND CE-BUSDATE <= PV-TODATE
                           AND (PV-STORECODE = SPACES OR
                               CE-STORECODE = PV-STORECODE)
                           PERFORM ADD-PAIDOUT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CASHEVENT-FILE.

           OPEN INPUT EXPCAT-FILE.
           IF EXPCAT-STATUS = "00"
               MOVE "YES" TO EXPCAT-OPEN-SW
           END-IF.
           OPEN OUTPUT VOUCHER-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           PERFORM PRINT-VOUCHER-HEADING.
           MOVE SPACES TO CURRENT-CATEGORY.
           PERFORM VARYING PS-SCAN FROM 1 BY 1 UNTIL
               PS-SCAN > PS-COUNT-USED
               IF PS-CATEGORY(PS-SCAN) NOT = CURRENT-CATEGORY
                   OR PS-SCAN = 1
                   IF PS-SCAN > 1
                       PERFORM PRINT-CATEGORY-TOTAL
                   END-IF
                   PERFORM START-CATEGORY
               END-IF
               PERFORM PRINT-PAYEE-LINE
           END-PERFORM.
           IF PS-COUNT-USED > ZERO
               PERFORM PRINT-CATEGORY-TOTAL
           ELSE
               MOVE "NO PAID-OUTS IN THIS PERIOD." TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM PRINT-VOUCHER-FOOTING.
           CLOSE VOUCHER-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           IF EXPCAT-OPEN
               CLOSE EXPCAT-FILE
           END-IF.
           DISPLAY "VOUCHER WRITTEN TO PETTYCASH.DAT".
           STOP RUN.

       ADD-PAIDOUT.
           IF CE-RECEIPTREF = SPACES
               ADD 1 TO NO-RECEIPT-COUNT
           END-IF.
           MOVE CE-EXPCATEGORY TO NEW-CATEGORY.
           MOVE CE-PAYEE TO NEW-PAYEE.
           MOVE "NO" TO PS-FOUND-SW.
           MOVE 1 TO PS-INSERT.
           PERFORM VARYING PS-SCAN FROM 1 BY 1 UNTIL
               PS-SCAN > PS-COUNT-USED OR PS-FOUND
               IF PS-SORTKEY(PS-SCAN) = NEW-SORTKEY
                   MOVE "YES" TO PS-FOUND-SW
                   ADD 1 TO PS-COUNT(PS-SCAN)
                   ADD CE-AMOUNT TO PS-AMOUNT(PS-SCAN)
               ELSE
                   IF PS-SORTKEY(PS-SCAN) < NEW-SORTKEY
                       COMPUTE PS-INSERT = PS-SCAN + 1
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT PS-FOUND
               IF PS-COUNT-USED < 200
                   PERFORM VARYING PS-SCAN FROM PS-COUNT-USED BY -1
                       UNTIL PS-SCAN < PS-INSERT
                       MOVE PS-ENTRY(PS-SCAN) TO PS-ENTRY(PS-SCAN + 1)
                   END-PERFORM
                   ADD 1 TO PS-COUNT-USED
                   MOVE NEW-SORTKEY TO PS-SORTKEY(PS-INSERT)
                   MOVE 1 TO PS-COUNT(PS-INSERT)
                   MOVE CE-AMOUNT TO PS-AMOUNT(PS-INSERT)
               ELSE
                   ADD 1 TO OVERFLOW-COUNT
               END-IF
           END-IF.

       PRINT-VOUCHER-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "PETTY CASH REPLENISHMENT VOUCHER          NO. "
               PV-VOUCHERNUM
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF PV-STORECODE = SPACES
               STRING "ALL STORES  PERIOD " PV-FROMDATE " TO "
                   PV-TODATE "  PREPARED " TODAY-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "STORE " PV-STORECODE "   PERIOD " PV-FROMDATE
                   " TO " PV-TODATE "  PREPARED " TODAY-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO VOUCHER-DETAIL.
           MOVE "CATEGORY / PAYEE" TO VD-LABEL.
           MOVE "GL ACCT" TO VD-ACCOUNT.
           MOVE VOUCHER-DETAIL TO REPORT-LINE.
           MOVE "COUNT" TO REPORT-LINE(55:5).
           MOVE "AMOUNT" TO REPORT-LINE(70:6).
           PERFORM WRITE-REPORT-LINE.

       START-CATEGORY.
           MOVE PS-CATEGORY(PS-SCAN) TO CURRENT-CATEGORY.
           MOVE ZERO TO CATEGORY-COUNT.
           MOVE ZERO TO CATEGORY-TOTAL.
           MOVE "(NOT ON CATEGORY FILE)" TO CATEGORY-NAME.
           MOVE "PAID-OUT" TO CATEGORY-ACCOUNT.
           IF CURRENT-CATEGORY = SPACES
               MOVE "(UNCATEGORISED PAID-OUTS)" TO CATEGORY-NAME
           ELSE
               IF EXPCAT-OPEN
                   MOVE CURRENT-CATEGORY TO EC-CATCODE
                   READ EXPCAT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EC-CATNAME TO CATEGORY-NAME
                           MOVE EC-GLACCOUNT TO CATEGORY-ACCOUNT
                   END-READ
               END-IF
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO VOUCHER-DETAIL.
           STRING CURRENT-CATEGORY " " CATEGORY-NAME
               DELIMITED BY SIZE INTO VD-LABEL.
           MOVE CATEGORY-ACCOUNT TO VD-ACCOUNT.
           MOVE VOUCHER-DETAIL TO REPORT-LINE.
           MOVE SPACES TO REPORT-LINE(55:36).
           PERFORM WRITE-REPORT-LINE.

       PRINT-PAYEE-LINE.
           ADD PS-COUNT(PS-SCAN) TO CATEGORY-COUNT.
           ADD PS-AMOUNT(PS-SCAN) TO CATEGORY-TOTAL.
           MOVE SPACES TO VOUCHER-DETAIL.
           IF PS-PAYEE(PS-SCAN) = SPACES
               MOVE "    (NO PAYEE RECORDED)" TO VD-LABEL
           ELSE
               STRING "    " PS-PAYEE(PS-SCAN)
                   DELIMITED BY SIZE INTO VD-LABEL
           END-IF.
           MOVE PS-COUNT(PS-SCAN) TO VD-COUNT.
           MOVE PS-AMOUNT(PS-SCAN) TO VD-AMOUNT.
           MOVE VOUCHER-DETAIL TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-CATEGORY-TOTAL.
           ADD CATEGORY-COUNT TO VOUCHER-COUNT.
           ADD CATEGORY-TOTAL TO VOUCHER-TOTAL.
           MOVE SPACES TO VOUCHER-DETAIL.
           MOVE "    CATEGORY TOTAL" TO VD-LABEL.
           MOVE CATEGORY-ACCOUNT TO VD-ACCOUNT.
           MOVE CATEGORY-COUNT TO VD-COUNT.
           MOVE CATEGORY-TOTAL TO VD-AMOUNT.
           MOVE VOUCHER-DETAIL TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-VOUCHER-FOOTING.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO VOUCHER-DETAIL.
           MOVE "AMOUNT TO REPLENISH" TO VD-LABEL.
           MOVE VOUCHER-COUNT TO VD-COUNT.
           MOVE VOUCHER-TOTAL TO VD-AMOUNT.
           MOVE VOUCHER-DETAIL TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF NO-RECEIPT-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "NOTE: " NO-RECEIPT-COUNT
                   " PAID-OUT(S) HAVE NO RECEIPT REFERENCE."
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF OVERFLOW-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "*** " OVERFLOW-COUNT " PAID-OUTS OVER THE "
                   "TABLE LIMIT LEFT OFF, SHORTEN THE PERIOD ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "PREPARED BY: __________________   CHECKED BY: "
               TO REPORT-LINE.
           MOVE "__________________" TO REPORT-LINE(47:18).
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "APPROVED (HEAD OFFICE): __________________   DATE: "
               TO REPORT-LINE.
           MOVE "__________" TO REPORT-LINE(53:10).
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE VOUCHER-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM PETTY-CASH-VOUCHER.
