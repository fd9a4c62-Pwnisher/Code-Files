       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKSTMT-FILE
           ASSIGN TO BANKSTMT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BANKSTMT-STATUS.
           SELECT SAFELEDGER-FILE
           ASSIGN TO "D:\Files\dat\safeledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SAFELEDGER-STATUS.
           SELECT SETTLEBATCH-FILE
           ASSIGN TO "D:\Files\dat\settlebatch.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SB-BATCHREF
           FILE STATUS IS SETTLEBATCH-STATUS.
           SELECT BANKITEM-FILE
           ASSIGN TO "D:\Files\dat\bankitem.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BI-KEY
           FILE STATUS IS BANKITEM-STATUS.
           SELECT BANKREC-FILE
           ASSIGN TO "D:\Files\dat\bankrec.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BANKREC-STATUS.
           SELECT BANKALERT-FILE
           ASSIGN TO "D:\Files\dat\bankalert.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BANKALERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BANKSTMT-FILE.
       01 BANKSTMT-REC.
           05 BS-VALUEDATE PIC 9(08).
           05 BS-TYPE PIC X(01).
               88 BS-CREDIT VALUE "C".
           05 BS-REFERENCE PIC X(20).
           05 BS-AMOUNT PIC 9(8)V99.
           05 BS-DESCRIPTION PIC X(30).
       FD SAFELEDGER-FILE.
       01 SAFELEDGER-REC.
           05 SF-BUSDATE PIC 9(08).
           05 SF-ENTRYTYPE PIC X(01).
               88 SF-DROP-IN VALUE "D".
               88 SF-SHIFT-IN VALUE "S".
               88 SF-BANKED VALUE "B".
           05 SF-TILLNUM PIC 9(04).
           05 SF-AMOUNT PIC 9(8)V99.
           05 SF-REFERENCE PIC X(20).
           05 SF-LOGTIME PIC 9(08).
       FD SETTLEBATCH-FILE.
       COPY "SETTLEBATCH.CPY".
       FD BANKITEM-FILE.
       COPY "BANKITEM.CPY".
       FD BANKREC-FILE.
       01 BANKREC-REC PIC X(90).
       FD BANKALERT-FILE.
       01 BANKALERT-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 BANKSTMT-STATUS PIC X(02).
       01 SAFELEDGER-STATUS PIC X(02).
       01 SETTLEBATCH-STATUS PIC X(02).
       01 BANKITEM-STATUS PIC X(02).
       01 BANKREC-STATUS PIC X(02).
       01 BANKALERT-STATUS PIC X(02).
       01 BANKSTMT-FILENAME PIC X(60).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "BANK-RECON".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 SOURCE-EOF-SW PIC X(03).
           88 SOURCE-EOF VALUE "YES".
       01 SCAN-EOF-SW PIC X(03).
           88 SCAN-EOF VALUE "YES".
       01 DUPLICATE-SW PIC X(03).
           88 ALREADY-LOADED VALUE "YES".
       01 TODAY-DATE PIC 9(08).
       01 RECON-YEARMONTH PIC 9(06).
       01 RECON-YEAR PIC 9(04).
       01 RECON-MONTH PIC 9(02).
       01 NEXTM-YEAR PIC 9(04).
       01 NEXTM-MONTH PIC 9(02).
       01 MONTH-START PIC 9(08).
       01 NEXTM-FIRST PIC 9(08).
       01 MONTH-END PIC 9(08).
       01 ALERT-DAYS PIC 9(03).
       01 ITEM-AGE PIC S9(05).
       01 NEW-SOURCE PIC X(01).
       01 NEW-REFERENCE PIC X(20).
       01 NEW-ITEMDATE PIC 9(08).
       01 NEW-AMOUNT PIC 9(8)V99.
       01 NEW-DESCRIPTION PIC X(30).
       01 LAST-SEQ PIC 9(02).
       01 ADDED-DEPOSITS PIC 9(05) VALUE ZERO.
       01 ADDED-BATCHES PIC 9(05) VALUE ZERO.
       01 ADDED-CREDITS PIC 9(05) VALUE ZERO.
       01 SKIPPED-DEBITS PIC 9(05) VALUE ZERO.
       01 REPEAT-CREDITS PIC 9(05) VALUE ZERO.
       01 MATCHED-PAIRS PIC 9(05) VALUE ZERO.
       01 BOOK-TABLE-AREA.
           05 OB-ENTRY OCCURS 500 TIMES INDEXED BY OB-IDX.
               10 OB-KEY PIC X(31).
               10 OB-REFERENCE PIC X(20).
               10 OB-ITEMDATE PIC 9(08).
               10 OB-AMOUNT PIC 9(8)V99.
               10 OB-TAKEN PIC X(03).
       01 OB-COUNT PIC 9(03) VALUE ZERO.
       01 CREDIT-TABLE-AREA.
           05 OC-ENTRY OCCURS 500 TIMES INDEXED BY OC-IDX.
               10 OC-KEY PIC X(31).
               10 OC-REFERENCE PIC X(20).
               10 OC-ITEMDATE PIC 9(08).
               10 OC-AMOUNT PIC 9(8)V99.
               10 OC-PAIR PIC 9(03).
       01 OC-COUNT PIC 9(03) VALUE ZERO.
       01 OPEN-OVERFLOW-COUNT PIC 9(05) VALUE ZERO.
       01 PAIR-FOUND-SW PIC X(03).
           88 PAIR-FOUND VALUE "YES".
       01 PAIR-DATE PIC 9(08).
       01 UPDATE-KEY PIC X(31).
       01 OTHER-KEY PIC X(31).
       01 BOOK-MONTH PIC S9(9)V99.
       01 BOOK-TRANSIT-BF PIC S9(9)V99.
       01 BOOK-TRANSIT-CF PIC S9(9)V99.
       01 BOOK-CLEARED PIC S9(9)V99.
       01 BANK-MONTH PIC S9(9)V99.
       01 BANK-UNEXPLAINED-BF PIC S9(9)V99.
       01 BANK-UNEXPLAINED-CF PIC S9(9)V99.
       01 BANK-CLEARED PIC S9(9)V99.
       01 RECON-DIFFERENCE PIC S9(9)V99.
       01 LIST-SOURCE-SW PIC X(01).
           88 LIST-BOOK-ITEMS VALUE "K".
           88 LIST-BANK-ITEMS VALUE "B".
       01 LIST-COUNT PIC 9(05).
       01 ALERT-COUNT PIC 9(05) VALUE ZERO.
       01 SOURCE-TEXT PIC X(10).
       01 AMT-DISP PIC -ZZZ,ZZZ,ZZ9.99.
       01 AGE-DISP PIC ZZZZ9.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "BANK-RECON".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "BANK STATEMENT RECONCILIATION".
           DISPLAY "BANK STATEMENT FILE PATH (BLANK TO SKIP IMPORT): ".
           ACCEPT BANKSTMT-FILENAME.
           DISPLAY "RECONCILIATION MONTH (YYYYMM): ".
           ACCEPT RECON-YEARMONTH.
           DISPLAY "DAYS BEFORE AN UNBANKED DEPOSIT IS ALERTED "
               "(0 FOR 3): ".
           ACCEPT ALERT-DAYS.
           IF ALERT-DAYS = ZERO
               MOVE 3 TO ALERT-DAYS
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           COMPUTE RECON-YEAR = RECON-YEARMONTH / 100.
           COMPUTE RECON-MONTH = RECON-YEARMONTH - RECON-YEAR * 100.
           IF RECON-MONTH < 1 OR RECON-MONTH > 12
               DISPLAY "INVALID MONTH " RECON-YEARMONTH ", RUN ENDED."
               STOP RUN
           END-IF.
           COMPUTE MONTH-START = RECON-YEARMONTH * 100 + 1.
           IF RECON-MONTH = 12
               COMPUTE NEXTM-YEAR = RECON-YEAR + 1
               MOVE 1 TO NEXTM-MONTH
           ELSE
               MOVE RECON-YEAR TO NEXTM-YEAR
               COMPUTE NEXTM-MONTH = RECON-MONTH + 1
           END-IF.
           COMPUTE NEXTM-FIRST =
               NEXTM-YEAR * 10000 + NEXTM-MONTH * 100 + 1.
           COMPUTE MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(NEXTM-FIRST) - 1).

           OPEN I-O BANKITEM-FILE.
           IF BANKITEM-STATUS = "35"
               OPEN OUTPUT BANKITEM-FILE
               CLOSE BANKITEM-FILE
               OPEN I-O BANKITEM-FILE
           END-IF.
           IF BANKITEM-STATUS NOT = "00"
               MOVE "BANK RECON ITEM FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE BANKITEM-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.

           PERFORM LOAD-BOOK-DEPOSITS.
           PERFORM LOAD-SETTLEMENT-BATCHES.
           IF BANKSTMT-FILENAME NOT = SPACES
               PERFORM IMPORT-BANK-STATEMENT
           END-IF.
           DISPLAY "NEW DEPOSITS " ADDED-DEPOSITS
               " NEW SETTLEMENT BATCHES " ADDED-BATCHES
               " NEW BANK CREDITS " ADDED-CREDITS.
           PERFORM MATCH-OPEN-ITEMS.
           DISPLAY "ITEMS MATCHED THIS RUN: " MATCHED-PAIRS.

           PERFORM PRINT-MONTHLY-STATEMENT.
           PERFORM PRINT-DEPOSIT-ALERTS.

           CLOSE BANKITEM-FILE.
           STOP RUN.

       LOAD-BOOK-DEPOSITS.
           MOVE "NO" TO SOURCE-EOF-SW.
           OPEN INPUT SAFELEDGER-FILE.
           IF SAFELEDGER-STATUS NOT = "00"
               DISPLAY "NO SAFE LEDGER ON FILE, NO DEPOSITS LOADED."
           ELSE
               PERFORM UNTIL SOURCE-EOF
                   READ SAFELEDGER-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           IF SF-BANKED AND SF-BUSDATE <= MONTH-END
                               MOVE "D" TO NEW-SOURCE
                               MOVE SF-REFERENCE TO NEW-REFERENCE
                               MOVE SF-BUSDATE TO NEW-ITEMDATE
                               MOVE SF-AMOUNT TO NEW-AMOUNT
                               MOVE "SAFE DEPOSIT" TO NEW-DESCRIPTION
                               PERFORM ADD-BANK-ITEM
                               IF NOT ALREADY-LOADED
                                   ADD 1 TO ADDED-DEPOSITS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SAFELEDGER-FILE
           END-IF.

       LOAD-SETTLEMENT-BATCHES.
           MOVE "NO" TO SOURCE-EOF-SW.
           OPEN INPUT SETTLEBATCH-FILE.
           IF SETTLEBATCH-STATUS NOT = "00"
               DISPLAY "NO SETTLEMENT BATCHES ON FILE."
           ELSE
               PERFORM UNTIL SOURCE-EOF
                   READ SETTLEBATCH-FILE NEXT RECORD
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           IF SB-TODATE <= MONTH-END
                               MOVE "S" TO NEW-SOURCE
                               MOVE SB-BATCHREF TO NEW-REFERENCE
                               MOVE SB-TODATE TO NEW-ITEMDATE
                               MOVE SB-AMOUNT TO NEW-AMOUNT
                               MOVE "CARD/E-WALLET SETTLEMENT"
                                   TO NEW-DESCRIPTION
                               PERFORM ADD-BANK-ITEM
                               IF NOT ALREADY-LOADED
                                   ADD 1 TO ADDED-BATCHES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTLEBATCH-FILE
           END-IF.

       IMPORT-BANK-STATEMENT.
           MOVE "NO" TO SOURCE-EOF-SW.
           OPEN INPUT BANKSTMT-FILE.
           IF BANKSTMT-STATUS NOT = "00"
               DISPLAY "BANK STATEMENT FILE COULD NOT BE OPENED, "
                   "STATUS " BANKSTMT-STATUS
               CLOSE BANKITEM-FILE
               STOP RUN
           END-IF.
           PERFORM UNTIL SOURCE-EOF
               READ BANKSTMT-FILE
                   AT END
                       SET SOURCE-EOF TO TRUE
                   NOT AT END
                       IF BS-CREDIT
                           MOVE "B" TO NEW-SOURCE
                           MOVE BS-REFERENCE TO NEW-REFERENCE
                           MOVE BS-VALUEDATE TO NEW-ITEMDATE
                           MOVE BS-AMOUNT TO NEW-AMOUNT
                           MOVE BS-DESCRIPTION TO NEW-DESCRIPTION
                           PERFORM ADD-BANK-ITEM
                           IF ALREADY-LOADED
                               ADD 1 TO REPEAT-CREDITS
                           ELSE
                               ADD 1 TO ADDED-CREDITS
                           END-IF
                       ELSE
                           ADD 1 TO SKIPPED-DEBITS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BANKSTMT-FILE.
           IF REPEAT-CREDITS > ZERO
               DISPLAY REPEAT-CREDITS " CREDITS WERE ALREADY IMPORTED "
                   "FROM AN EARLIER STATEMENT."
           END-IF.
           IF SKIPPED-DEBITS > ZERO
               DISPLAY SKIPPED-DEBITS " DEBIT LINES IGNORED."
           END-IF.

       ADD-BANK-ITEM.
           MOVE "NO" TO DUPLICATE-SW.
           MOVE "NO" TO SCAN-EOF-SW.
           MOVE ZERO TO LAST-SEQ.
           MOVE NEW-SOURCE TO BI-SOURCE.
           MOVE NEW-REFERENCE TO BI-REFERENCE.
           MOVE NEW-ITEMDATE TO BI-ITEMDATE.
           MOVE ZERO TO BI-SEQ.
           START BANKITEM-FILE KEY IS NOT LESS THAN BI-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL SCAN-EOF
               READ BANKITEM-FILE NEXT RECORD
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF BI-SOURCE NOT = NEW-SOURCE
                               OR BI-REFERENCE NOT = NEW-REFERENCE
                               OR BI-ITEMDATE NOT = NEW-ITEMDATE
                           SET SCAN-EOF TO TRUE
                       ELSE
                           MOVE BI-SEQ TO LAST-SEQ
                           IF BI-AMOUNT = NEW-AMOUNT
                               MOVE "YES" TO DUPLICATE-SW
                               SET SCAN-EOF TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT ALREADY-LOADED
               MOVE NEW-SOURCE TO BI-SOURCE
               MOVE NEW-REFERENCE TO BI-REFERENCE
               MOVE NEW-ITEMDATE TO BI-ITEMDATE
               COMPUTE BI-SEQ = LAST-SEQ + 1
               MOVE NEW-AMOUNT TO BI-AMOUNT
               SET BI-OPEN TO TRUE
               MOVE ZERO TO BI-MATCHDATE
               MOVE SPACES TO BI-MATCHKEY
               MOVE NEW-DESCRIPTION TO BI-DESCRIPTION
               MOVE TODAY-DATE TO BI-LOADDATE
               WRITE BANKITEM-REC
                   INVALID KEY
                       DISPLAY "COULD NOT ADD ITEM " BI-KEY
                           " STATUS " BANKITEM-STATUS
               END-WRITE
           END-IF.

       MATCH-OPEN-ITEMS.
           MOVE ZERO TO OB-COUNT.
           MOVE ZERO TO OC-COUNT.
           MOVE "NO" TO SCAN-EOF-SW.
           MOVE LOW-VALUES TO BI-KEY.
           START BANKITEM-FILE KEY IS NOT LESS THAN BI-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL SCAN-EOF
               READ BANKITEM-FILE NEXT RECORD
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF BI-OPEN
                           PERFORM TABLE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           IF OPEN-OVERFLOW-COUNT > ZERO
               DISPLAY "*** " OPEN-OVERFLOW-COUNT " OPEN ITEMS OVER "
                   "THE TABLE LIMIT WERE NOT MATCHED THIS RUN ***"
           END-IF.

           PERFORM VARYING OC-IDX FROM 1 BY 1 UNTIL OC-IDX > OC-COUNT
               MOVE ZERO TO OC-PAIR(OC-IDX)
               MOVE "NO" TO PAIR-FOUND-SW
               PERFORM VARYING OB-IDX FROM 1 BY 1 UNTIL
                   OB-IDX > OB-COUNT OR PAIR-FOUND
                   IF OB-TAKEN(OB-IDX) = "NO"
                       AND OB-REFERENCE(OB-IDX) = OC-REFERENCE(OC-IDX)
                       AND OB-AMOUNT(OB-IDX) = OC-AMOUNT(OC-IDX)
                       MOVE "YES" TO PAIR-FOUND-SW
                       MOVE "YES" TO OB-TAKEN(OB-IDX)
                       SET OC-PAIR(OC-IDX) TO OB-IDX
                   END-IF
               END-PERFORM
               IF PAIR-FOUND
                   PERFORM MARK-PAIR-MATCHED
               END-IF
           END-PERFORM.

       TABLE-OPEN-ITEM.
           IF BI-BANKCREDIT
               IF OC-COUNT < 500
                   ADD 1 TO OC-COUNT
                   MOVE BI-KEY TO OC-KEY(OC-COUNT)
                   MOVE BI-REFERENCE TO OC-REFERENCE(OC-COUNT)
                   MOVE BI-ITEMDATE TO OC-ITEMDATE(OC-COUNT)
                   MOVE BI-AMOUNT TO OC-AMOUNT(OC-COUNT)
               ELSE
                   ADD 1 TO OPEN-OVERFLOW-COUNT
               END-IF
           ELSE
               IF OB-COUNT < 500
                   ADD 1 TO OB-COUNT
                   MOVE BI-KEY TO OB-KEY(OB-COUNT)
                   MOVE BI-REFERENCE TO OB-REFERENCE(OB-COUNT)
                   MOVE BI-ITEMDATE TO OB-ITEMDATE(OB-COUNT)
                   MOVE BI-AMOUNT TO OB-AMOUNT(OB-COUNT)
                   MOVE "NO" TO OB-TAKEN(OB-COUNT)
               ELSE
                   ADD 1 TO OPEN-OVERFLOW-COUNT
               END-IF
           END-IF.

       MARK-PAIR-MATCHED.
           SET OB-IDX TO OC-PAIR(OC-IDX).
           IF OB-ITEMDATE(OB-IDX) > OC-ITEMDATE(OC-IDX)
               MOVE OB-ITEMDATE(OB-IDX) TO PAIR-DATE
           ELSE
               MOVE OC-ITEMDATE(OC-IDX) TO PAIR-DATE
           END-IF.
           MOVE OC-KEY(OC-IDX) TO UPDATE-KEY.
           MOVE OB-KEY(OB-IDX) TO OTHER-KEY.
           PERFORM REWRITE-MATCHED-ITEM.
           MOVE OB-KEY(OB-IDX) TO UPDATE-KEY.
           MOVE OC-KEY(OC-IDX) TO OTHER-KEY.
           PERFORM REWRITE-MATCHED-ITEM.
           ADD 1 TO MATCHED-PAIRS.

       REWRITE-MATCHED-ITEM.
           MOVE UPDATE-KEY TO BI-KEY.
           READ BANKITEM-FILE
               INVALID KEY
                   DISPLAY "ITEM " UPDATE-KEY " NOT FOUND FOR MATCH"
               NOT INVALID KEY
                   SET BI-MATCHED TO TRUE
                   MOVE PAIR-DATE TO BI-MATCHDATE
                   MOVE OTHER-KEY TO BI-MATCHKEY
                   REWRITE BANKITEM-REC
           END-READ.

       PRINT-MONTHLY-STATEMENT.
           MOVE ZERO TO BOOK-MONTH.
           MOVE ZERO TO BOOK-TRANSIT-BF.
           MOVE ZERO TO BOOK-TRANSIT-CF.
           MOVE ZERO TO BANK-MONTH.
           MOVE ZERO TO BANK-UNEXPLAINED-BF.
           MOVE ZERO TO BANK-UNEXPLAINED-CF.
           MOVE "NO" TO SCAN-EOF-SW.
           MOVE LOW-VALUES TO BI-KEY.
           START BANKITEM-FILE KEY IS NOT LESS THAN BI-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL SCAN-EOF
               READ BANKITEM-FILE NEXT RECORD
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       PERFORM TALLY-STATEMENT-ITEM
               END-READ
           END-PERFORM.
           COMPUTE BOOK-CLEARED = BOOK-MONTH + BOOK-TRANSIT-BF
               - BOOK-TRANSIT-CF.
           COMPUTE BANK-CLEARED = BANK-MONTH + BANK-UNEXPLAINED-BF
               - BANK-UNEXPLAINED-CF.
           COMPUTE RECON-DIFFERENCE = BOOK-CLEARED - BANK-CLEARED.

           OPEN OUTPUT BANKREC-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE SPACES TO REPORT-LINE.
           STRING "BANK RECONCILIATION STATEMENT FOR " MONTH-START
               " TO " MONTH-END
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE BOOK-MONTH TO AMT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "DEPOSITS AND SETTLEMENTS PER BOOKS      P" AMT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE BOOK-TRANSIT-BF TO AMT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "ADD: IN TRANSIT BROUGHT FORWARD         P" AMT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE BOOK-TRANSIT-CF TO AMT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "LESS: IN TRANSIT CARRIED FORWARD        P" AMT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE BOOK-CLEARED TO AMT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "BOOK RECEIPTS CLEARED BY THE BANK       P" AMT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE BANK-MONTH TO AMT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "CREDITS PER BANK STATEMENT              P" AMT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE BANK-UNEXPLAINED-BF TO AMT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "ADD: UNEXPLAINED CREDITS BROUGHT FORWARD P" AMT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE BANK-UNEXPLAINED-CF TO AMT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "LESS: UNEXPLAINED CREDITS CARRIED FWD   P" AMT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE BANK-CLEARED TO AMT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "BANK CREDITS MATCHED TO BOOKS           P" AMT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE RECON-DIFFERENCE TO AMT-DISP.
           MOVE SPACES TO REPORT-LINE.
           IF RECON-DIFFERENCE = ZERO
               MOVE "STATEMENT RECONCILED, NO DIFFERENCE."
                   TO REPORT-LINE
           ELSE
               STRING "UNRECONCILED DIFFERENCE P" AMT-DISP
                   ", INVESTIGATE BEFORE SIGN-OFF."
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "DEPOSITS AND SETTLEMENTS IN TRANSIT AT MONTH END"
               TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           SET LIST-BOOK-ITEMS TO TRUE.
           PERFORM LIST-CARRIED-ITEMS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "UNEXPLAINED BANK CREDITS AT MONTH END" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           SET LIST-BANK-ITEMS TO TRUE.
           PERFORM LIST-CARRIED-ITEMS.
           CLOSE BANKREC-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "RECONCILIATION STATEMENT WRITTEN TO BANKREC.DAT".

       TALLY-STATEMENT-ITEM.
           IF BI-BANKCREDIT
               IF BI-ITEMDATE >= MONTH-START
                       AND BI-ITEMDATE <= MONTH-END
                   ADD BI-AMOUNT TO BANK-MONTH
               END-IF
               IF BI-ITEMDATE < MONTH-START AND
                       (BI-OPEN OR BI-MATCHDATE >= MONTH-START)
                   ADD BI-AMOUNT TO BANK-UNEXPLAINED-BF
               END-IF
               IF BI-ITEMDATE <= MONTH-END AND
                       (BI-OPEN OR BI-MATCHDATE > MONTH-END)
                   ADD BI-AMOUNT TO BANK-UNEXPLAINED-CF
               END-IF
           ELSE
               IF BI-ITEMDATE >= MONTH-START
                       AND BI-ITEMDATE <= MONTH-END
                   ADD BI-AMOUNT TO BOOK-MONTH
               END-IF
               IF BI-ITEMDATE < MONTH-START AND
                       (BI-OPEN OR BI-MATCHDATE >= MONTH-START)
                   ADD BI-AMOUNT TO BOOK-TRANSIT-BF
               END-IF
               IF BI-ITEMDATE <= MONTH-END AND
                       (BI-OPEN OR BI-MATCHDATE > MONTH-END)
                   ADD BI-AMOUNT TO BOOK-TRANSIT-CF
               END-IF
           END-IF.

       LIST-CARRIED-ITEMS.
           MOVE ZERO TO LIST-COUNT.
           MOVE "NO" TO SCAN-EOF-SW.
           MOVE LOW-VALUES TO BI-KEY.
           START BANKITEM-FILE KEY IS NOT LESS THAN BI-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL SCAN-EOF
               READ BANKITEM-FILE NEXT RECORD
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF BI-ITEMDATE <= MONTH-END AND
                               (BI-OPEN OR BI-MATCHDATE > MONTH-END)
                           IF (LIST-BANK-ITEMS AND BI-BANKCREDIT) OR
                               (LIST-BOOK-ITEMS AND NOT BI-BANKCREDIT)
                               PERFORM LIST-ONE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF LIST-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       LIST-ONE-ITEM.
           ADD 1 TO LIST-COUNT.
           EVALUATE TRUE
               WHEN BI-DEPOSIT
                   MOVE "DEPOSIT" TO SOURCE-TEXT
               WHEN BI-SETTLEMENT
                   MOVE "SETTLEMENT" TO SOURCE-TEXT
               WHEN OTHER
                   MOVE "BANK CR" TO SOURCE-TEXT
           END-EVALUATE.
           MOVE BI-AMOUNT TO AMT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " BI-ITEMDATE " " SOURCE-TEXT " " BI-REFERENCE
               " P" AMT-DISP " " BI-DESCRIPTION
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-DEPOSIT-ALERTS.
           OPEN OUTPUT BANKALERT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "UNBANKED DEPOSIT ALERT AS OF " TODAY-DATE
               " - OLDER THAN " ALERT-DAYS " DAYS, FOR STORE MANAGER"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-ALERT-LINE.
           MOVE "NO" TO SCAN-EOF-SW.
           MOVE "D" TO BI-SOURCE.
           MOVE LOW-VALUES TO BI-REFERENCE.
           MOVE ZERO TO BI-ITEMDATE.
           MOVE ZERO TO BI-SEQ.
           START BANKITEM-FILE KEY IS NOT LESS THAN BI-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL SCAN-EOF
               READ BANKITEM-FILE NEXT RECORD
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF NOT BI-DEPOSIT
                           SET SCAN-EOF TO TRUE
                       ELSE
                           IF BI-OPEN AND BI-ITEMDATE > ZERO
                               PERFORM CHECK-DEPOSIT-AGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           IF ALERT-COUNT = ZERO
               MOVE "NO OVERDUE DEPOSITS." TO REPORT-LINE
           ELSE
               STRING ALERT-COUNT " DEPOSIT(S) NOT YET SEEN BY THE "
                   "BANK, CHECK WITH THE BANK AND THE COURIER."
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           PERFORM WRITE-ALERT-LINE.
           CLOSE BANKALERT-FILE.

       CHECK-DEPOSIT-AGE.
           COMPUTE ITEM-AGE = FUNCTION INTEGER-OF-DATE(TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE(BI-ITEMDATE).
           IF ITEM-AGE > ALERT-DAYS
               ADD 1 TO ALERT-COUNT
               MOVE ITEM-AGE TO AGE-DISP
               MOVE BI-AMOUNT TO AMT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "  DEPOSIT " BI-REFERENCE " OF " BI-ITEMDATE
                   " P" AMT-DISP " " AGE-DISP " DAYS UNBANKED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-ALERT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           WRITE BANKREC-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.

       WRITE-ALERT-LINE.
           WRITE BANKALERT-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
       END PROGRAM BANK-RECON.
