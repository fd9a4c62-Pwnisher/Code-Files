       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOUCHER-LIABILITY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOUCHER-FILE
           ASSIGN TO "D:\Files\dat\voucher.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VO-VOUCHERNUM
           FILE STATUS IS VOUCHER-STATUS.
           SELECT VCHSNAP-FILE
           ASSIGN TO "D:\Files\dat\vchsnap.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VN-KEY
           FILE STATUS IS VCHSNAP-STATUS.
           SELECT VCHLIABSUM-FILE
           ASSIGN TO "D:\Files\dat\vchliabsum.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VL-YEARMONTH
           FILE STATUS IS VCHLIABSUM-STATUS.
           SELECT VCHCONFIG-FILE
           ASSIGN TO "D:\Files\dat\vchconfig.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VCHCONFIG-STATUS.
           SELECT LIABREPORT-FILE
           ASSIGN TO "D:\Files\dat\vchliability.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIABREPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VOUCHER-FILE.
       COPY "VOUCHER.CPY".
       FD VCHSNAP-FILE.
       COPY "VCHSNAP.CPY".
       FD VCHLIABSUM-FILE.
       COPY "VCHLIABSUM.CPY".
       FD VCHCONFIG-FILE.
       01 VCHCONFIG-REC.
           05 VC-VALIDITYDAYS PIC 9(04).
       FD LIABREPORT-FILE.
       01 LIABREPORT-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 VOUCHER-STATUS PIC X(02).
       01 VCHSNAP-STATUS PIC X(02).
       01 VCHLIABSUM-STATUS PIC X(02).
       01 VCHCONFIG-STATUS PIC X(02).
       01 LIABREPORT-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "VOUCHER-LIABILITY".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 CFG-VALIDITYDAYS PIC 9(04) VALUE 365.
       01 TODAYDATE PIC 9(08).
       01 VALDATE PIC 9(08).
       01 VALDATE-SPLIT REDEFINES VALDATE.
           05 VAL-YEAR PIC 9(04).
           05 VAL-MONTH PIC 9(02).
           05 VAL-DAY PIC 9(02).
       01 VAL-INT PIC 9(07).
       01 VAL-YEARMONTH PIC 9(06).
       01 MONTHSTART PIC 9(08).
       01 PREV-YEARMONTH PIC 9(06).
       01 PREV-YEAR PIC 9(04).
       01 PREV-MONTH PIC 9(02).
       01 REPLACE-ANSWER PIC X(01).
           88 REPLACE-YES VALUE "Y".
       01 PRIOR-FOUND-SW PIC X(03).
           88 PRIOR-FOUND VALUE "YES".
       01 VOUCHER-EOF-SW PIC X(03).
           88 VOUCHER-EOF VALUE "YES".
       01 SNAP-EOF-SW PIC X(03).
           88 SNAP-EOF VALUE "YES".
       01 AGE-DAYS PIC S9(07).
       01 VC-BASE PIC 9(6)V99.
       01 VC-ISSUED PIC 9(6)V99.
       01 VC-REDEEMED PIC S9(6)V99.
       01 VC-CLOSING PIC 9(6)V99.
       01 LB-OPENING PIC S9(10)V99.
       01 LB-ISSUES PIC S9(10)V99.
       01 LB-REDEMPTIONS PIC S9(10)V99.
       01 LB-VOIDS PIC S9(10)V99.
       01 LB-BREAKAGE PIC S9(10)V99.
       01 LB-CLOSING PIC S9(10)V99.
       01 OPENING-COUNT PIC 9(06).
       01 ISSUED-COUNT PIC 9(06).
       01 REDEEMED-COUNT PIC 9(06).
       01 VOIDED-COUNT PIC 9(06).
       01 BREAKAGE-COUNT PIC 9(06).
       01 OUTSTANDING-COUNT PIC 9(06).
       01 UNLISTED-COUNT PIC 9(06).
       01 AGE-BUCKETS.
           05 AB-AMOUNT PIC 9(10)V99 OCCURS 5 TIMES.
       01 AGE-COUNTS.
           05 AB-COUNT PIC 9(06) OCCURS 5 TIMES.
       01 BUCKET-NUM PIC 9(01).
       01 BUCKET-IDX PIC 9(01).
       01 BREAKAGE-TABLE-AREA.
           05 BK-ENTRY OCCURS 500 TIMES INDEXED BY BK-IDX.
               10 BK-VOUCHERNUM PIC X(12).
               10 BK-ISSUEDATE PIC 9(08).
               10 BK-FACEVALUE PIC 9(6)V99.
               10 BK-BALANCE PIC 9(6)V99.
       01 BK-COUNT PIC 9(03) VALUE ZERO.
       01 AMOUNT-DISP PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 VALUE-DISP PIC ZZZ,ZZ9.99.
       01 COUNT-DISP PIC ZZZ,ZZ9.
       01 DAYS-DISP PIC Z,ZZ9.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "VOUCHER-LIABILITY".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       01 AGING-LINE.
           05 AG-LABEL PIC X(10).
           05 AG-COLUMN OCCURS 5 TIMES.
               10 FILLER PIC X(01).
               10 AG-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT TODAYDATE FROM DATE YYYYMMDD.
           DISPLAY "MONTH-END GIFT VOUCHER LIABILITY".
           DISPLAY "MONTH-END DATE (YYYYMMDD, 0 FOR TODAY): ".
           ACCEPT VALDATE.
           IF VALDATE = ZERO
               MOVE TODAYDATE TO VALDATE
           END-IF.
           IF VALDATE > TODAYDATE
               DISPLAY "MONTH-END DATE IS IN THE FUTURE, RUN REJECTED."
               STOP RUN
           END-IF.

           COMPUTE VAL-YEARMONTH = VALDATE / 100.
           COMPUTE MONTHSTART = VAL-YEARMONTH * 100 + 1.
           IF VAL-MONTH = 1
               COMPUTE PREV-YEAR = VAL-YEAR - 1
               MOVE 12 TO PREV-MONTH
           ELSE
               MOVE VAL-YEAR TO PREV-YEAR
               COMPUTE PREV-MONTH = VAL-MONTH - 1
           END-IF.
           COMPUTE PREV-YEARMONTH = PREV-YEAR * 100 + PREV-MONTH.
           COMPUTE VAL-INT = FUNCTION INTEGER-OF-DATE(VALDATE).

           PERFORM LOAD-VOUCHER-CONFIG.
           PERFORM OPEN-LIABILITY-FILES.

           MOVE VAL-YEARMONTH TO VL-YEARMONTH.
           READ VCHLIABSUM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "MONTH " VAL-YEARMONTH
                       " WAS ALREADY CLOSED ON " VL-SNAPDATE "."
                   DISPLAY "REPLACE THE SNAPSHOT (Y/N): "
                   ACCEPT REPLACE-ANSWER
                   IF NOT REPLACE-YES
                       DISPLAY "RUN CANCELLED, SNAPSHOT KEPT."
                       PERFORM CLOSE-LIABILITY-FILES
                       STOP RUN
                   END-IF
                   PERFORM REMOVE-OLD-SNAPSHOT
           END-READ.

           IF TODAYDATE > VALDATE
               DISPLAY "NOTE: RUN AFTER MONTH END, BALANCES ARE AS OF "
                   TODAYDATE "."
           END-IF.

           MOVE "NO" TO PRIOR-FOUND-SW.
           MOVE PREV-YEARMONTH TO VL-YEARMONTH.
           READ VCHLIABSUM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO PRIOR-FOUND-SW
           END-READ.

           MOVE ZERO TO LB-OPENING.
           MOVE ZERO TO LB-ISSUES.
           MOVE ZERO TO LB-REDEMPTIONS.
           MOVE ZERO TO LB-VOIDS.
           MOVE ZERO TO LB-BREAKAGE.
           MOVE ZERO TO LB-CLOSING.
           MOVE ZERO TO OPENING-COUNT.
           MOVE ZERO TO ISSUED-COUNT.
           MOVE ZERO TO REDEEMED-COUNT.
           MOVE ZERO TO VOIDED-COUNT.
           MOVE ZERO TO BREAKAGE-COUNT.
           MOVE ZERO TO OUTSTANDING-COUNT.
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1 UNTIL
               BUCKET-IDX > 5
               MOVE ZERO TO AB-AMOUNT(BUCKET-IDX)
               MOVE ZERO TO AB-COUNT(BUCKET-IDX)
           END-PERFORM.

           PERFORM SCAN-VOUCHERS.
           PERFORM WRITE-LIABILITY-SUMMARY.
           PERFORM PRINT-LIABILITY-REPORT.
           PERFORM CLOSE-LIABILITY-FILES.
           DISPLAY "VOUCHER LIABILITY WRITTEN TO VCHLIABILITY.DAT".
           STOP RUN.

       LOAD-VOUCHER-CONFIG.
           OPEN INPUT VCHCONFIG-FILE.
           IF VCHCONFIG-STATUS = "00"
               READ VCHCONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VC-VALIDITYDAYS > ZERO
                           MOVE VC-VALIDITYDAYS TO CFG-VALIDITYDAYS
                       END-IF
               END-READ
               CLOSE VCHCONFIG-FILE
           END-IF.

       OPEN-LIABILITY-FILES.
           OPEN I-O VOUCHER-FILE.
           IF VOUCHER-STATUS = "35"
               OPEN OUTPUT VOUCHER-FILE
               CLOSE VOUCHER-FILE
               OPEN I-O VOUCHER-FILE
           END-IF.
           IF VOUCHER-STATUS NOT = "00"
               MOVE "VOUCHER FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE VOUCHER-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN I-O VCHSNAP-FILE.
           IF VCHSNAP-STATUS = "35"
               OPEN OUTPUT VCHSNAP-FILE
               CLOSE VCHSNAP-FILE
               OPEN I-O VCHSNAP-FILE
           END-IF.
           IF VCHSNAP-STATUS NOT = "00"
               MOVE "VOUCHER SNAPSHOT FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE VCHSNAP-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN I-O VCHLIABSUM-FILE.
           IF VCHLIABSUM-STATUS = "35"
               OPEN OUTPUT VCHLIABSUM-FILE
               CLOSE VCHLIABSUM-FILE
               OPEN I-O VCHLIABSUM-FILE
           END-IF.
           IF VCHLIABSUM-STATUS NOT = "00"
               MOVE "VOUCHER LIABILITY SUMMARY" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE VCHLIABSUM-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.

       CLOSE-LIABILITY-FILES.
           CLOSE VOUCHER-FILE.
           CLOSE VCHSNAP-FILE.
           CLOSE VCHLIABSUM-FILE.

       REMOVE-OLD-SNAPSHOT.
           MOVE "NO" TO SNAP-EOF-SW.
           MOVE VAL-YEARMONTH TO VN-YEARMONTH.
           MOVE LOW-VALUES TO VN-VOUCHERNUM.
           START VCHSNAP-FILE KEY IS NOT LESS THAN VN-KEY
               INVALID KEY
                   SET SNAP-EOF TO TRUE
           END-START.
           PERFORM UNTIL SNAP-EOF
               READ VCHSNAP-FILE NEXT RECORD
                   AT END
                       SET SNAP-EOF TO TRUE
                   NOT AT END
                       IF VN-YEARMONTH NOT = VAL-YEARMONTH
                           SET SNAP-EOF TO TRUE
                       ELSE
                           DELETE VCHSNAP-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM.

       SCAN-VOUCHERS.
           MOVE "NO" TO VOUCHER-EOF-SW.
           MOVE LOW-VALUES TO VO-VOUCHERNUM.
           START VOUCHER-FILE KEY IS NOT LESS THAN VO-VOUCHERNUM
               INVALID KEY
                   SET VOUCHER-EOF TO TRUE
           END-START.
           PERFORM UNTIL VOUCHER-EOF
               READ VOUCHER-FILE NEXT RECORD
                   AT END
                       SET VOUCHER-EOF TO TRUE
                   NOT AT END
                       PERFORM MOVE-ONE-VOUCHER
               END-READ
           END-PERFORM.

       MOVE-ONE-VOUCHER.
           MOVE ZERO TO VC-BASE.
           MOVE ZERO TO VC-ISSUED.
           MOVE ZERO TO VC-REDEEMED.
           MOVE ZERO TO VC-CLOSING.
           COMPUTE AGE-DAYS =
               VAL-INT - FUNCTION INTEGER-OF-DATE(VO-ISSUEDATE).

           MOVE PREV-YEARMONTH TO VN-YEARMONTH.
           MOVE VO-VOUCHERNUM TO VN-VOUCHERNUM.
           READ VCHSNAP-FILE
               INVALID KEY
                   IF PRIOR-FOUND OR VO-ISSUEDATE NOT < MONTHSTART
                       MOVE VO-FACEVALUE TO VC-ISSUED
                   ELSE
                       IF VO-VOUCHER-ACTIVE OR VO-VOUCHER-BREAKAGE
                           MOVE VO-BALANCE TO VC-BASE
                       END-IF
                   END-IF
               NOT INVALID KEY
                   MOVE VN-LIABILITY TO VC-BASE
           END-READ.

           IF VC-BASE > ZERO OR VC-ISSUED > ZERO
               PERFORM MOVE-LIVE-VOUCHER
           END-IF.

           MOVE VAL-YEARMONTH TO VN-YEARMONTH.
           MOVE VO-VOUCHERNUM TO VN-VOUCHERNUM.
           MOVE VO-ISSUEDATE TO VN-ISSUEDATE.
           MOVE VO-FACEVALUE TO VN-FACEVALUE.
           MOVE VO-BALANCE TO VN-BALANCE.
           MOVE VC-CLOSING TO VN-LIABILITY.
           MOVE VO-VOUCHERSTATUS TO VN-VOUCHERSTATUS.
           MOVE TODAYDATE TO VN-SNAPDATE.
           WRITE VCHSNAP-REC
               INVALID KEY
                   DISPLAY "SNAPSHOT WRITE FAILED FOR VOUCHER "
                       VO-VOUCHERNUM
           END-WRITE.

       MOVE-LIVE-VOUCHER.
           IF VC-BASE > ZERO
               ADD 1 TO OPENING-COUNT
               ADD VC-BASE TO LB-OPENING
           END-IF.
           IF VC-ISSUED > ZERO
               ADD 1 TO ISSUED-COUNT
               ADD VC-ISSUED TO LB-ISSUES
           END-IF.

           IF VO-VOUCHER-ACTIVE AND VO-BALANCE > ZERO AND
               AGE-DAYS > CFG-VALIDITYDAYS
               SET VO-VOUCHER-BREAKAGE TO TRUE
               REWRITE VOUCHER-REC
                   INVALID KEY
                       DISPLAY "COULD NOT MARK VOUCHER "
                           VO-VOUCHERNUM " AS EXPIRED."
               END-REWRITE
           END-IF.

           COMPUTE VC-REDEEMED = VC-BASE + VC-ISSUED - VO-BALANCE.
           IF VC-REDEEMED NOT = ZERO
               ADD 1 TO REDEEMED-COUNT
               ADD VC-REDEEMED TO LB-REDEMPTIONS
           END-IF.

           EVALUATE TRUE
               WHEN VO-VOUCHER-ACTIVE
                   MOVE VO-BALANCE TO VC-CLOSING
                   PERFORM AGE-ONE-VOUCHER
               WHEN VO-VOUCHER-VOIDED
                   IF VO-BALANCE > ZERO
                       ADD 1 TO VOIDED-COUNT
                       ADD VO-BALANCE TO LB-VOIDS
                   END-IF
               WHEN VO-VOUCHER-BREAKAGE
                   IF VO-BALANCE > ZERO
                       PERFORM LIST-BREAKAGE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       AGE-ONE-VOUCHER.
           IF VC-CLOSING > ZERO
               EVALUATE TRUE
                   WHEN AGE-DAYS <= 90
                       MOVE 1 TO BUCKET-NUM
                   WHEN AGE-DAYS <= 180
                       MOVE 2 TO BUCKET-NUM
                   WHEN AGE-DAYS <= 270
                       MOVE 3 TO BUCKET-NUM
                   WHEN AGE-DAYS <= 365
                       MOVE 4 TO BUCKET-NUM
                   WHEN OTHER
                       MOVE 5 TO BUCKET-NUM
               END-EVALUATE
               ADD VC-CLOSING TO AB-AMOUNT(BUCKET-NUM)
               ADD 1 TO AB-COUNT(BUCKET-NUM)
               ADD VC-CLOSING TO LB-CLOSING
               ADD 1 TO OUTSTANDING-COUNT
           END-IF.

       LIST-BREAKAGE.
           ADD 1 TO BREAKAGE-COUNT.
           ADD VO-BALANCE TO LB-BREAKAGE.
           IF BK-COUNT < 500
               ADD 1 TO BK-COUNT
               SET BK-IDX TO BK-COUNT
               MOVE VO-VOUCHERNUM TO BK-VOUCHERNUM(BK-IDX)
               MOVE VO-ISSUEDATE TO BK-ISSUEDATE(BK-IDX)
               MOVE VO-FACEVALUE TO BK-FACEVALUE(BK-IDX)
               MOVE VO-BALANCE TO BK-BALANCE(BK-IDX)
           END-IF.

       WRITE-LIABILITY-SUMMARY.
           MOVE VAL-YEARMONTH TO VL-YEARMONTH.
           MOVE VALDATE TO VL-VALDATE.
           MOVE TODAYDATE TO VL-SNAPDATE.
           MOVE CFG-VALIDITYDAYS TO VL-VALIDITYDAYS.
           MOVE OUTSTANDING-COUNT TO VL-VOUCHERCOUNT.
           MOVE LB-OPENING TO VL-OPENING.
           MOVE LB-ISSUES TO VL-ISSUES.
           MOVE LB-REDEMPTIONS TO VL-REDEMPTIONS.
           MOVE LB-VOIDS TO VL-VOIDS.
           MOVE LB-BREAKAGE TO VL-BREAKAGE.
           MOVE LB-CLOSING TO VL-CLOSING.
           WRITE VCHLIABSUM-REC
               INVALID KEY
                   REWRITE VCHLIABSUM-REC
           END-WRITE.

       PRINT-LIABILITY-REPORT.
           OPEN OUTPUT LIABREPORT-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE SPACES TO REPORT-LINE.
           STRING "GIFT VOUCHER LIABILITY  MONTH " VAL-YEARMONTH
               "  MONTH END " VALDATE "  RUN " TODAYDATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-LIABILITY-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-LIABILITY-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING "LIABILITY MOVEMENT                     VOUCHERS"
               "             AMOUNT"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-LIABILITY-LINE.
           MOVE "OPENING LIABILITY" TO REPORT-LINE.
           MOVE OPENING-COUNT TO COUNT-DISP.
           MOVE LB-OPENING TO AMOUNT-DISP.
           PERFORM WRITE-MOVEMENT-LINE.
           IF NOT PRIOR-FOUND
               MOVE SPACES TO REPORT-LINE
               STRING "  (NO SNAPSHOT FOR " PREV-YEARMONTH
                   ", OPENING TAKEN FROM CURRENT BALANCES)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-LIABILITY-LINE
           END-IF.
           MOVE "PLUS VOUCHERS ISSUED" TO REPORT-LINE.
           MOVE ISSUED-COUNT TO COUNT-DISP.
           MOVE LB-ISSUES TO AMOUNT-DISP.
           PERFORM WRITE-MOVEMENT-LINE.
           MOVE "LESS REDEMPTIONS" TO REPORT-LINE.
           MOVE REDEEMED-COUNT TO COUNT-DISP.
           MOVE LB-REDEMPTIONS TO AMOUNT-DISP.
           PERFORM WRITE-MOVEMENT-LINE.
           MOVE "LESS VOIDED VOUCHERS" TO REPORT-LINE.
           MOVE VOIDED-COUNT TO COUNT-DISP.
           MOVE LB-VOIDS TO AMOUNT-DISP.
           PERFORM WRITE-MOVEMENT-LINE.
           MOVE "LESS BREAKAGE RECOGNISED" TO REPORT-LINE.
           MOVE BREAKAGE-COUNT TO COUNT-DISP.
           MOVE LB-BREAKAGE TO AMOUNT-DISP.
           PERFORM WRITE-MOVEMENT-LINE.
           MOVE "CLOSING LIABILITY" TO REPORT-LINE.
           MOVE OUTSTANDING-COUNT TO COUNT-DISP.
           MOVE LB-CLOSING TO AMOUNT-DISP.
           PERFORM WRITE-MOVEMENT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "GL ENTRIES ARE POSTED BY GL-EXTRACT FOR BUSINESS "
               "DATE " VALDATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-LIABILITY-LINE.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-LIABILITY-LINE.
           MOVE "OUTSTANDING LIABILITY AGED BY ISSUE DATE"
               TO REPORT-LINE.
           PERFORM WRITE-LIABILITY-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "AGE (DAYS)          0-90        91-180"
               "       181-270       271-365      OVER 365"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-LIABILITY-LINE.
           MOVE SPACES TO AGING-LINE.
           MOVE "LIABILITY" TO AG-LABEL.
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1 UNTIL
               BUCKET-IDX > 5
               MOVE AB-AMOUNT(BUCKET-IDX) TO AG-AMOUNT(BUCKET-IDX)
           END-PERFORM.
           MOVE AGING-LINE TO REPORT-LINE.
           PERFORM WRITE-LIABILITY-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "VOUCHERS" TO REPORT-LINE(1:10).
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1 UNTIL
               BUCKET-IDX > 5
               MOVE AB-COUNT(BUCKET-IDX) TO COUNT-DISP
               MOVE COUNT-DISP TO REPORT-LINE(BUCKET-IDX * 14 + 4:7)
           END-PERFORM.
           PERFORM WRITE-LIABILITY-LINE.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-LIABILITY-LINE.
           MOVE CFG-VALIDITYDAYS TO DAYS-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "BREAKAGE, VOUCHERS PAST " DAYS-DISP
               " DAYS VALIDITY (MARKED EXPIRED)"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-LIABILITY-LINE.
           IF BK-COUNT = ZERO
               MOVE "  NONE THIS MONTH" TO REPORT-LINE
               PERFORM WRITE-LIABILITY-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "VOUCHER NUMBER  ISSUED    FACE VALUE"
                   "       BALANCE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-LIABILITY-LINE
               PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL
                   BK-IDX > BK-COUNT
                   MOVE SPACES TO REPORT-LINE
                   MOVE BK-FACEVALUE(BK-IDX) TO VALUE-DISP
                   STRING BK-VOUCHERNUM(BK-IDX) "    "
                       BK-ISSUEDATE(BK-IDX) "  " VALUE-DISP
                       DELIMITED BY SIZE INTO REPORT-LINE
                   MOVE BK-BALANCE(BK-IDX) TO VALUE-DISP
                   MOVE VALUE-DISP TO REPORT-LINE(41:10)
                   PERFORM WRITE-LIABILITY-LINE
               END-PERFORM
           END-IF.
           IF BREAKAGE-COUNT > BK-COUNT
               MOVE SPACES TO REPORT-LINE
               COMPUTE UNLISTED-COUNT = BREAKAGE-COUNT - BK-COUNT
               MOVE UNLISTED-COUNT TO COUNT-DISP
               STRING "*** " COUNT-DISP " MORE EXPIRED VOUCHERS NOT "
                   "LISTED, SEE VCHSNAP.DAT"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-LIABILITY-LINE
           END-IF.
           CLOSE LIABREPORT-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       WRITE-MOVEMENT-LINE.
           MOVE COUNT-DISP TO REPORT-LINE(41:7).
           MOVE AMOUNT-DISP TO REPORT-LINE(50:17).
           PERFORM WRITE-LIABILITY-LINE.
           MOVE SPACES TO REPORT-LINE.

       WRITE-LIABILITY-LINE.
           WRITE LIABREPORT-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM VOUCHER-LIABILITY.
