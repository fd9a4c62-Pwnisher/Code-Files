       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-DIGIT-AUDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE
           ASSIGN TO "D:\Files\dat\custmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CU-CARDNUM
           FILE STATUS IS CUSTMAST-STATUS.
           SELECT VOUCHER-FILE
           ASSIGN TO "D:\Files\dat\voucher.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VO-VOUCHERNUM
           FILE STATUS IS VOUCHER-STATUS.
           SELECT COUPON-FILE
           ASSIGN TO "D:\Files\dat\coupon.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CP-COUPONCODE
           FILE STATUS IS COUPON-STATUS.
           SELECT STUDMAST-FILE
           ASSIGN TO "D:\Files\dat\studmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ST-STUDENTNUM
           FILE STATUS IS STUDMAST-STATUS.
           SELECT CHKDIGIT-FILE
           ASSIGN TO "D:\Files\dat\chkdigit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHKDIGIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTMAST-FILE.
       COPY "CUSTMAST.CPY".
       FD VOUCHER-FILE.
       COPY "VOUCHER.CPY".
       FD COUPON-FILE.
       COPY "COUPON.CPY".
       FD STUDMAST-FILE.
       01 STUDMAST-REC.
           05 ST-STUDENTNUM PIC 9(10).
           05 ST-STUDENTNAME PIC X(99).
           05 ST-PROGRAM PIC X(20).
           05 ST-YEARLEVEL PIC 9(1).
           05 ST-STATUSFLAG PIC X(01).
               88 ST-STUDENT-ACTIVE VALUE "A".
               88 ST-STUDENT-INACTIVE VALUE "I".
           05 ST-SEX PIC X(01).
               88 ST-MALE VALUE "M".
               88 ST-FEMALE VALUE "F".
           05 ST-BIRTHDATE PIC 9(08).
           05 ST-CITIZENSHIP PIC X(20).
       FD CHKDIGIT-FILE.
       01 CHKDIGIT-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 CUSTMAST-STATUS PIC X(02).
       01 VOUCHER-STATUS PIC X(02).
       01 COUPON-STATUS PIC X(02).
       01 STUDMAST-STATUS PIC X(02).
       01 CHKDIGIT-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "CHECK-DIGIT-AUDIT".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 CHECKDIGIT-ACTION PIC X(01).
       01 CHECKDIGIT-NUMBER PIC X(12).
       01 CHECKDIGIT-RESULT PIC X(01).
           88 CHECKDIGIT-OK VALUE "Y".
       01 SOURCE-EOF-SW PIC X(03).
           88 SOURCE-EOF VALUE "YES".
       01 SOURCE-NAME PIC X(14).
       01 RECORD-STATE PIC X(10).
       01 RECORD-NAME PIC X(30).
       01 SOURCE-READ PIC 9(06).
       01 SOURCE-FAILED PIC 9(06).
       01 TOTAL-READ PIC 9(06) VALUE ZERO.
       01 TOTAL-FAILED PIC 9(06) VALUE ZERO.
       01 COUNT-DISP PIC ZZZ,ZZ9.
       01 FAILED-DISP PIC ZZZ,ZZ9.
       01 BALANCE-DISP PIC ZZZ,ZZ9.99.
       01 RUNDATE PIC 9(08).
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "CHECK-DIGIT-AUDIT".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT CHKDIGIT-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           IF CHKDIGIT-STATUS NOT = "00"
               MOVE "CHECK DIGIT EXCEPTION REPORT" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE CHKDIGIT-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           MOVE "V" TO CHECKDIGIT-ACTION.
           ACCEPT RUNDATE FROM DATE YYYYMMDD.

           MOVE SPACES TO REPORT-LINE.
           STRING "NUMBERS FAILING THE CHECK DIGIT, RUN "
               DELIMITED BY SIZE
               RUNDATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FILE           NUMBER       STATUS     NAME"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM AUDIT-LOYALTY-CARDS.
           PERFORM AUDIT-VOUCHERS.
           PERFORM AUDIT-COUPONS.
           PERFORM AUDIT-STUDENTS.

           MOVE TOTAL-READ TO COUNT-DISP.
           MOVE TOTAL-FAILED TO FAILED-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "ALL FILES      " DELIMITED BY SIZE
               COUNT-DISP DELIMITED BY SIZE
               " CHECKED, " DELIMITED BY SIZE
               FAILED-DISP DELIMITED BY SIZE
               " TO RE-ISSUE" DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE CHKDIGIT-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "REPORT WRITTEN TO CHKDIGIT.DAT".
           STOP RUN.

       AUDIT-LOYALTY-CARDS.
           MOVE "LOYALTY CARD" TO SOURCE-NAME.
           PERFORM START-SOURCE.
           OPEN INPUT CUSTMAST-FILE.
           IF CUSTMAST-STATUS NOT = "00"
               SET SOURCE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL SOURCE-EOF
               READ CUSTMAST-FILE NEXT RECORD
                   AT END
                       SET SOURCE-EOF TO TRUE
                   NOT AT END
                       MOVE CU-CARDNUM TO CHECKDIGIT-NUMBER
                       IF CU-CUST-INACTIVE
                           MOVE "INACTIVE" TO RECORD-STATE
                       ELSE
                           MOVE "ACTIVE" TO RECORD-STATE
                       END-IF
                       MOVE CU-CUSTNAME TO RECORD-NAME
                       PERFORM CHECK-ONE-NUMBER
               END-READ
           END-PERFORM.
           IF CUSTMAST-STATUS NOT = "35"
               CLOSE CUSTMAST-FILE
           END-IF.
           PERFORM END-SOURCE.

       AUDIT-VOUCHERS.
           MOVE "GIFT VOUCHER" TO SOURCE-NAME.
           PERFORM START-SOURCE.
           OPEN INPUT VOUCHER-FILE.
           IF VOUCHER-STATUS NOT = "00"
               SET SOURCE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL SOURCE-EOF
               READ VOUCHER-FILE NEXT RECORD
                   AT END
                       SET SOURCE-EOF TO TRUE
                   NOT AT END
                       MOVE VO-VOUCHERNUM TO CHECKDIGIT-NUMBER
                       EVALUATE TRUE
                           WHEN VO-VOUCHER-ACTIVE
                               MOVE "ACTIVE" TO RECORD-STATE
                           WHEN VO-VOUCHER-EXHAUSTED
                               MOVE "EXHAUSTED" TO RECORD-STATE
                           WHEN VO-VOUCHER-VOIDED
                               MOVE "VOIDED" TO RECORD-STATE
                           WHEN OTHER
                               MOVE "BREAKAGE" TO RECORD-STATE
                       END-EVALUATE
                       MOVE VO-BALANCE TO BALANCE-DISP
                       MOVE SPACES TO RECORD-NAME
                       STRING "BALANCE P" BALANCE-DISP
                           DELIMITED BY SIZE INTO RECORD-NAME
                       PERFORM CHECK-ONE-NUMBER
               END-READ
           END-PERFORM.
           IF VOUCHER-STATUS NOT = "35"
               CLOSE VOUCHER-FILE
           END-IF.
           PERFORM END-SOURCE.

       AUDIT-COUPONS.
           MOVE "COUPON" TO SOURCE-NAME.
           PERFORM START-SOURCE.
           OPEN INPUT COUPON-FILE.
           IF COUPON-STATUS NOT = "00"
               SET SOURCE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL SOURCE-EOF
               READ COUPON-FILE NEXT RECORD
                   AT END
                       SET SOURCE-EOF TO TRUE
                   NOT AT END
                       MOVE CP-COUPONCODE TO CHECKDIGIT-NUMBER
                       EVALUATE TRUE
                           WHEN CP-COUPON-ACTIVE
                               MOVE "ACTIVE" TO RECORD-STATE
                           WHEN CP-COUPON-REDEEMED
                               MOVE "REDEEMED" TO RECORD-STATE
                           WHEN OTHER
                               MOVE "INACTIVE" TO RECORD-STATE
                       END-EVALUATE
                       MOVE SPACES TO RECORD-NAME
                       STRING "ITEM " CP-ITEMCODE " TO " CP-ENDDATE
                           DELIMITED BY SIZE INTO RECORD-NAME
                       PERFORM CHECK-ONE-NUMBER
               END-READ
           END-PERFORM.
           IF COUPON-STATUS NOT = "35"
               CLOSE COUPON-FILE
           END-IF.
           PERFORM END-SOURCE.

       AUDIT-STUDENTS.
           MOVE "STUDENT" TO SOURCE-NAME.
           PERFORM START-SOURCE.
           OPEN INPUT STUDMAST-FILE.
           IF STUDMAST-STATUS NOT = "00"
               SET SOURCE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL SOURCE-EOF
               READ STUDMAST-FILE NEXT RECORD
                   AT END
                       SET SOURCE-EOF TO TRUE
                   NOT AT END
                       MOVE ST-STUDENTNUM TO CHECKDIGIT-NUMBER
                       IF ST-STUDENT-INACTIVE
                           MOVE "INACTIVE" TO RECORD-STATE
                       ELSE
                           MOVE "ACTIVE" TO RECORD-STATE
                       END-IF
                       MOVE ST-STUDENTNAME TO RECORD-NAME
                       PERFORM CHECK-ONE-NUMBER
               END-READ
           END-PERFORM.
           IF STUDMAST-STATUS NOT = "35"
               CLOSE STUDMAST-FILE
           END-IF.
           PERFORM END-SOURCE.

       START-SOURCE.
           MOVE "NO" TO SOURCE-EOF-SW.
           MOVE ZERO TO SOURCE-READ.
           MOVE ZERO TO SOURCE-FAILED.

       CHECK-ONE-NUMBER.
           ADD 1 TO SOURCE-READ.
           MOVE SPACES TO REPORT-LINE.
           STRING SOURCE-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CHECKDIGIT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RECORD-STATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RECORD-NAME DELIMITED BY SIZE
               INTO REPORT-LINE.
           CALL "CHECK-DIGIT" USING CHECKDIGIT-ACTION CHECKDIGIT-NUMBER
               CHECKDIGIT-RESULT.
           IF NOT CHECKDIGIT-OK
               ADD 1 TO SOURCE-FAILED
               PERFORM WRITE-REPORT-LINE
           END-IF.

       END-SOURCE.
           ADD SOURCE-READ TO TOTAL-READ.
           ADD SOURCE-FAILED TO TOTAL-FAILED.
           MOVE SOURCE-READ TO COUNT-DISP.
           MOVE SOURCE-FAILED TO FAILED-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING SOURCE-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               COUNT-DISP DELIMITED BY SIZE
               " CHECKED, " DELIMITED BY SIZE
               FAILED-DISP DELIMITED BY SIZE
               " TO RE-ISSUE" DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE CHKDIGIT-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM CHECK-DIGIT-AUDIT.
