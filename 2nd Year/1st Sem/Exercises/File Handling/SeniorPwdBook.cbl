       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENIOR-PWD-SALES-BOOK.
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
           SELECT SENIORREG-FILE
           ASSIGN TO "D:\Files\dat\seniorreg.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SR-IDNUMBER
           FILE STATUS IS SENIORREG-STATUS.
           SELECT SRBOOK-FILE
           ASSIGN TO "D:\Files\dat\srbook.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SRBOOK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TENDERHDR-FILE.
       COPY "TENDERHDR.CPY".
       FD SENIORREG-FILE.
       COPY "SENIORREG.CPY".
       FD SRBOOK-FILE.
       01 SRBOOK-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 TENDERHDR-STATUS PIC X(02).
       01 SENIORREG-STATUS PIC X(02).
       01 SRBOOK-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "SENIOR-PWD-BOOK".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 TENDERHDR-EOF-SW PIC X(03) VALUE "NO".
           88 TENDERHDR-EOF VALUE "YES".
       01 FILTER-MONTH PIC 9(06).
       01 RECORD-MONTH PIC 9(06).
       01 BOOK-PASS PIC X(01).
           88 PASS-SENIOR VALUE "S".
           88 PASS-PWD VALUE "P".
       01 ENTRY-TYPE PIC X(01).
       01 HOLDER-NAME PIC X(30).
       01 VAT-RATE PIC 9V9(4) VALUE 0.1200.
       01 REVERSAL-SIGN PIC S9(01).
       01 SAVED-ORDERNUM PIC 9(10).
       01 ENTRY-ORNUMBER PIC 9(10).
       01 ENTRY-DATE PIC 9(08).
       01 ENTRY-IDNUMBER PIC X(15).
       01 ENTRY-KIND PIC X(06).
       01 ENTRY-NET PIC 9(6)V99.
       01 ENTRY-DISCOUNT PIC 9(6)V99.
       01 ORIG-BASE PIC 9(7)V99.
       01 ORIG-DISCOUNT PIC 9(6)V99.
       01 ORIG-FOUND-SW PIC X(03).
           88 ORIG-FOUND VALUE "YES".
       01 LINE-GROSS PIC S9(8)V99.
       01 LINE-EXEMPT PIC S9(8)V99.
       01 LINE-DISCOUNT PIC S9(8)V99.
       01 LINE-NET PIC S9(8)V99.
       01 PASS-TOTALS.
           05 PT-COUNT PIC 9(05).
           05 PT-GROSS PIC S9(9)V99.
           05 PT-EXEMPT PIC S9(9)V99.
           05 PT-DISCOUNT PIC S9(9)V99.
           05 PT-NET PIC S9(9)V99.
       01 BOOK-TOTALS.
           05 BT-COUNT PIC 9(05) VALUE ZERO.
           05 BT-GROSS PIC S9(9)V99 VALUE ZERO.
           05 BT-EXEMPT PIC S9(9)V99 VALUE ZERO.
           05 BT-DISCOUNT PIC S9(9)V99 VALUE ZERO.
           05 BT-NET PIC S9(9)V99 VALUE ZERO.
       01 AMT-DISP-1 PIC ZZZ,ZZZ,ZZ9.99-.
       01 AMT-DISP-2 PIC ZZZ,ZZZ,ZZ9.99-.
       01 AMT-DISP-3 PIC ZZZ,ZZZ,ZZ9.99-.
       01 AMT-DISP-4 PIC ZZZ,ZZZ,ZZ9.99-.
       01 COUNT-DISP PIC ZZ,ZZ9.
       01 REPORT-LINE PIC X(132).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "SENIOR-PWD-BOOK".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "MONTH (YYYYMM): ".
           ACCEPT FILTER-MONTH.

           OPEN INPUT TENDERHDR-FILE.
           IF TENDERHDR-STATUS NOT = "00"
               MOVE "TENDER HEADER FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE TENDERHDR-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN INPUT SENIORREG-FILE.
           IF SENIORREG-STATUS NOT = "00"
               MOVE "SENIOR/PWD REGISTRY" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE SENIORREG-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT SRBOOK-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

           MOVE SPACES TO REPORT-LINE.
           STRING "SENIOR CITIZEN / PWD SALES BOOK FOR THE MONTH OF "
               FILTER-MONTH
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-BOOK-LINE.

           SET PASS-SENIOR TO TRUE.
           PERFORM WRITE-BOOK-SECTION.
           SET PASS-PWD TO TRUE.
           PERFORM WRITE-BOOK-SECTION.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-BOOK-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE BT-COUNT TO COUNT-DISP.
           MOVE BT-GROSS TO AMT-DISP-1.
           MOVE BT-EXEMPT TO AMT-DISP-2.
           MOVE BT-DISCOUNT TO AMT-DISP-3.
           MOVE BT-NET TO AMT-DISP-4.
           STRING "GRAND TOTAL SC AND PWD  ENTRIES " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           MOVE AMT-DISP-1 TO REPORT-LINE(69:15).
           MOVE AMT-DISP-2 TO REPORT-LINE(85:15).
           MOVE AMT-DISP-3 TO REPORT-LINE(101:15).
           MOVE AMT-DISP-4 TO REPORT-LINE(117:15).
           PERFORM WRITE-BOOK-LINE.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-BOOK-LINE.
           PERFORM WRITE-BOOK-LINE.
           MOVE "PREPARED BY: ______________________________     "
               TO REPORT-LINE.
           MOVE "CERTIFIED CORRECT: ______________________________"
               TO REPORT-LINE(51:50).
           PERFORM WRITE-BOOK-LINE.

           CLOSE TENDERHDR-FILE.
           CLOSE SENIORREG-FILE.
           CLOSE SRBOOK-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "SALES BOOK WRITTEN TO SRBOOK.DAT".
           STOP RUN.

       WRITE-BOOK-SECTION.
           INITIALIZE PASS-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-BOOK-LINE.
           IF PASS-SENIOR
               MOVE "SENIOR CITIZEN SALES" TO REPORT-LINE
           ELSE
               MOVE "PERSONS WITH DISABILITY (PWD) SALES"
                   TO REPORT-LINE
           END-IF.
           PERFORM WRITE-BOOK-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DATE     OR NUMBER  ID NUMBER       "
               "HOLDER NAME               TYPE  "
               DELIMITED BY SIZE INTO REPORT-LINE.
           MOVE "    GROSS SALES" TO REPORT-LINE(69:15).
           MOVE "     VAT-EXEMPT" TO REPORT-LINE(85:15).
           MOVE "       DISCOUNT" TO REPORT-LINE(101:15).
           MOVE "      NET SALES" TO REPORT-LINE(117:15).
           PERFORM WRITE-BOOK-LINE.

           MOVE "NO" TO TENDERHDR-EOF-SW.
           MOVE ZERO TO ORDERNUMH3.
           START TENDERHDR-FILE KEY IS NOT LESS THAN ORDERNUMH3
               INVALID KEY
                   SET TENDERHDR-EOF TO TRUE
           END-START.
           PERFORM UNTIL TENDERHDR-EOF
               READ TENDERHDR-FILE NEXT RECORD
                   AT END
                       SET TENDERHDR-EOF TO TRUE
                   NOT AT END
                       PERFORM SELECT-BOOK-ENTRY
               END-READ
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           MOVE PT-COUNT TO COUNT-DISP.
           MOVE PT-GROSS TO AMT-DISP-1.
           MOVE PT-EXEMPT TO AMT-DISP-2.
           MOVE PT-DISCOUNT TO AMT-DISP-3.
           MOVE PT-NET TO AMT-DISP-4.
           IF PASS-SENIOR
               STRING "SUBTOTAL SENIOR CITIZEN ENTRIES " COUNT-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "SUBTOTAL PWD            ENTRIES " COUNT-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           MOVE AMT-DISP-1 TO REPORT-LINE(69:15).
           MOVE AMT-DISP-2 TO REPORT-LINE(85:15).
           MOVE AMT-DISP-3 TO REPORT-LINE(101:15).
           MOVE AMT-DISP-4 TO REPORT-LINE(117:15).
           PERFORM WRITE-BOOK-LINE.

           ADD PT-COUNT TO BT-COUNT.
           ADD PT-GROSS TO BT-GROSS.
           ADD PT-EXEMPT TO BT-EXEMPT.
           ADD PT-DISCOUNT TO BT-DISCOUNT.
           ADD PT-NET TO BT-NET.

       SELECT-BOOK-ENTRY.
           IF HDR-TRAINING OR NOT HDR-SENIOR-PWD
               CONTINUE
           ELSE
               DIVIDE BUSDATEH3 BY 100 GIVING RECORD-MONTH
               IF RECORD-MONTH = FILTER-MONTH
                   PERFORM LOOKUP-HOLDER
                   IF ENTRY-TYPE = BOOK-PASS
                       PERFORM WRITE-BOOK-ENTRY
                   END-IF
               END-IF
           END-IF.

       LOOKUP-HOLDER.
           MOVE SENIORPWDIDH3 TO SR-IDNUMBER.
           READ SENIORREG-FILE
               INVALID KEY
                   MOVE "NOT IN REGISTRY" TO HOLDER-NAME
                   MOVE "S" TO ENTRY-TYPE
               NOT INVALID KEY
                   MOVE SR-HOLDERNAME TO HOLDER-NAME
                   IF SR-PWD
                       MOVE "P" TO ENTRY-TYPE
                   ELSE
                       MOVE "S" TO ENTRY-TYPE
                   END-IF
           END-READ.

       WRITE-BOOK-ENTRY.
           MOVE BUSDATEH3 TO ENTRY-DATE.
           MOVE SENIORPWDIDH3 TO ENTRY-IDNUMBER.
           MOVE ORDERAMOUNTH3 TO ENTRY-NET.
           MOVE DISCOUNTAMOUNTH3 TO ENTRY-DISCOUNT.
           EVALUATE TRUE
               WHEN HDR-SALE
                   MOVE +1 TO REVERSAL-SIGN
                   MOVE "SALE" TO ENTRY-KIND
                   MOVE ORNUMBERH3 TO ENTRY-ORNUMBER
               WHEN HDR-VOID
                   MOVE -1 TO REVERSAL-SIGN
                   MOVE "VOID" TO ENTRY-KIND
                   PERFORM READ-ORIGINAL-SALE
               WHEN OTHER
                   MOVE -1 TO REVERSAL-SIGN
                   MOVE "REFUND" TO ENTRY-KIND
                   PERFORM READ-ORIGINAL-SALE
                   IF ORIG-FOUND AND ORIG-BASE > ZERO
                       COMPUTE ENTRY-DISCOUNT ROUNDED =
                           ORIG-DISCOUNT * ENTRY-NET / ORIG-BASE
                       SUBTRACT ENTRY-DISCOUNT FROM ENTRY-NET
                   END-IF
           END-EVALUATE.

           COMPUTE LINE-EXEMPT =
               (ENTRY-NET + ENTRY-DISCOUNT) * REVERSAL-SIGN.
           COMPUTE LINE-GROSS ROUNDED =
               LINE-EXEMPT + LINE-EXEMPT * VAT-RATE.
           COMPUTE LINE-DISCOUNT = ENTRY-DISCOUNT * REVERSAL-SIGN.
           COMPUTE LINE-NET = ENTRY-NET * REVERSAL-SIGN.

           ADD 1 TO PT-COUNT.
           ADD LINE-GROSS TO PT-GROSS.
           ADD LINE-EXEMPT TO PT-EXEMPT.
           ADD LINE-DISCOUNT TO PT-DISCOUNT.
           ADD LINE-NET TO PT-NET.

           MOVE SPACES TO REPORT-LINE.
           MOVE LINE-GROSS TO AMT-DISP-1.
           MOVE LINE-EXEMPT TO AMT-DISP-2.
           MOVE LINE-DISCOUNT TO AMT-DISP-3.
           MOVE LINE-NET TO AMT-DISP-4.
           STRING ENTRY-DATE " " ENTRY-ORNUMBER " " ENTRY-IDNUMBER
               " " HOLDER-NAME(1:25) " " ENTRY-KIND
               DELIMITED BY SIZE INTO REPORT-LINE.
           MOVE AMT-DISP-1 TO REPORT-LINE(69:15).
           MOVE AMT-DISP-2 TO REPORT-LINE(85:15).
           MOVE AMT-DISP-3 TO REPORT-LINE(101:15).
           MOVE AMT-DISP-4 TO REPORT-LINE(117:15).
           PERFORM WRITE-BOOK-LINE.

       READ-ORIGINAL-SALE.
           MOVE "NO" TO ORIG-FOUND-SW.
           MOVE ZERO TO ENTRY-ORNUMBER.
           MOVE ORDERNUMH3 TO SAVED-ORDERNUM.
           MOVE VOIDORIGORDERNUMH3 TO ORDERNUMH3.
           READ TENDERHDR-FILE
               KEY IS ORDERNUMH3
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO ORIG-FOUND-SW
                   MOVE ORNUMBERH3 TO ENTRY-ORNUMBER
                   COMPUTE ORIG-BASE =
                       ORDERAMOUNTH3 + DISCOUNTAMOUNTH3
                   MOVE DISCOUNTAMOUNTH3 TO ORIG-DISCOUNT
           END-READ.

           MOVE SAVED-ORDERNUM TO ORDERNUMH3.
           READ TENDERHDR-FILE
               KEY IS ORDERNUMH3
               INVALID KEY
                   CONTINUE
           END-READ.

       WRITE-BOOK-LINE.
           WRITE SRBOOK-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM SENIOR-PWD-SALES-BOOK.
