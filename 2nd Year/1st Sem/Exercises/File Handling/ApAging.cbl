       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-AGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APLEDGER-FILE
           ASSIGN TO "D:\Files\dat\apledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AL-KEY
           FILE STATUS IS APLEDGER-STATUS.
           SELECT SUPPMAST-FILE
           ASSIGN TO "D:\Files\dat\suppmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SU-SUPPLIERCODE
           FILE STATUS IS SUPPMAST-STATUS.
           SELECT APAGING-FILE
           ASSIGN TO "D:\Files\dat\apaging.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APAGING-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD APLEDGER-FILE.
       COPY "APLEDGER.CPY".
       FD SUPPMAST-FILE.
       COPY "SUPPMAST.CPY".
       FD APAGING-FILE.
       01 APAGING-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 APLEDGER-STATUS PIC X(02).
       01 SUPPMAST-STATUS PIC X(02).
       01 APAGING-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "AP-AGING".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 ASOFDATE PIC 9(08).
       01 ASOF-INT PIC 9(07).
       01 DAYSPASTDUE PIC S9(05).
       01 OPENAMOUNT PIC 9(8)V99.
       01 APLEDGER-EOF-SW PIC X(03) VALUE "NO".
           88 APLEDGER-EOF VALUE "YES".
       01 CURRENT-SUPPLIER PIC X(10) VALUE SPACES.
       01 SUPPLIER-BUCKETS.
           05 SB-AMOUNT PIC 9(9)V99 OCCURS 5 TIMES.
       01 GRAND-BUCKETS.
           05 GB-AMOUNT PIC 9(10)V99 OCCURS 5 TIMES.
       01 BUCKET-NUM PIC 9(01).
       01 BUCKET-IDX PIC 9(01).
       01 SUPPLIER-COUNT PIC 9(05) VALUE ZERO.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "AP-AGING".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       01 AGING-LINE.
           05 AG-LABEL PIC X(10).
           05 AG-COLUMN OCCURS 5 TIMES.
               10 FILLER PIC X(01).
               10 AG-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "AGE PAYABLES AS OF (YYYYMMDD, 0 FOR TODAY): ".
           ACCEPT ASOFDATE.
           IF ASOFDATE = ZERO
               ACCEPT ASOFDATE FROM DATE YYYYMMDD
           END-IF.
           COMPUTE ASOF-INT = FUNCTION INTEGER-OF-DATE(ASOFDATE).

           OPEN INPUT APLEDGER-FILE.
           IF APLEDGER-STATUS NOT = "00"
               MOVE "AP LEDGER FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE APLEDGER-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN INPUT SUPPMAST-FILE.
           OPEN OUTPUT APAGING-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNTS PAYABLE AGING BY DAYS PAST DUE AS OF "
               DELIMITED BY SIZE
               ASOFDATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "SUPPLIER         CURRENT          1-30         31-60"
               TO REPORT-LINE(1:52).
           MOVE "         61-90       OVER 90" TO REPORT-LINE(53:28).
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING BUCKET-IDX FROM 1 BY 1 UNTIL
               BUCKET-IDX > 5
               MOVE ZERO TO SB-AMOUNT(BUCKET-IDX)
               MOVE ZERO TO GB-AMOUNT(BUCKET-IDX)
           END-PERFORM.

           PERFORM UNTIL APLEDGER-EOF
               READ APLEDGER-FILE NEXT RECORD
                   AT END
                       SET APLEDGER-EOF TO TRUE
                   NOT AT END
                       IF AL-INV-OPEN
                           PERFORM AGE-ONE-INVOICE
                       END-IF
               END-READ
           END-PERFORM.
           IF CURRENT-SUPPLIER NOT = SPACES
               PERFORM WRITE-SUPPLIER-AGING
           END-IF.

           MOVE SPACES TO AGING-LINE.
           MOVE "TOTAL" TO AG-LABEL.
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1 UNTIL
               BUCKET-IDX > 5
               MOVE GB-AMOUNT(BUCKET-IDX) TO AG-AMOUNT(BUCKET-IDX)
           END-PERFORM.
           MOVE AGING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY "SUPPLIERS WITH OPEN PAYABLES: " SUPPLIER-COUNT.

           CLOSE APLEDGER-FILE.
           CLOSE SUPPMAST-FILE.
           CLOSE APAGING-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "AP AGING WRITTEN TO APAGING.DAT".
           STOP RUN.

       AGE-ONE-INVOICE.
           IF AL-SUPPLIERCODE NOT = CURRENT-SUPPLIER
               IF CURRENT-SUPPLIER NOT = SPACES
                   PERFORM WRITE-SUPPLIER-AGING
               END-IF
               MOVE AL-SUPPLIERCODE TO CURRENT-SUPPLIER
           END-IF.
           COMPUTE OPENAMOUNT = AL-NETPAYABLE - AL-AMOUNTPAID.
           COMPUTE DAYSPASTDUE =
               ASOF-INT - FUNCTION INTEGER-OF-DATE(AL-DUEDATE).
           EVALUATE TRUE
               WHEN DAYSPASTDUE <= 0
                   MOVE 1 TO BUCKET-NUM
               WHEN DAYSPASTDUE <= 30
                   MOVE 2 TO BUCKET-NUM
               WHEN DAYSPASTDUE <= 60
                   MOVE 3 TO BUCKET-NUM
               WHEN DAYSPASTDUE <= 90
                   MOVE 4 TO BUCKET-NUM
               WHEN OTHER
                   MOVE 5 TO BUCKET-NUM
           END-EVALUATE.
           ADD OPENAMOUNT TO SB-AMOUNT(BUCKET-NUM).
           ADD OPENAMOUNT TO GB-AMOUNT(BUCKET-NUM).

       WRITE-SUPPLIER-AGING.
           ADD 1 TO SUPPLIER-COUNT.
           MOVE SPACES TO AGING-LINE.
           MOVE CURRENT-SUPPLIER TO AG-LABEL.
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1 UNTIL
               BUCKET-IDX > 5
               MOVE SB-AMOUNT(BUCKET-IDX) TO AG-AMOUNT(BUCKET-IDX)
               MOVE ZERO TO SB-AMOUNT(BUCKET-IDX)
           END-PERFORM.
           MOVE AGING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE CURRENT-SUPPLIER TO SU-SUPPLIERCODE.
           READ SUPPMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO REPORT-LINE
                   STRING "          " DELIMITED BY SIZE
                       SU-SUPPLIERNAME DELIMITED BY SIZE
                       "  TERMS " DELIMITED BY SIZE
                       SU-PAYTERMDAYS DELIMITED BY SIZE
                       " DAYS" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
           END-READ.

       WRITE-REPORT-LINE.
           WRITE APAGING-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM AP-AGING.
