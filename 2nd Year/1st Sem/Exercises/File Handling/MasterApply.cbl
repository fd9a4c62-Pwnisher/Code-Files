       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-APPLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PACKAGE-FILE
           ASSIGN TO PACKAGE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PACKAGE-STATUS.
           SELECT PKGAPPLIED-FILE
           ASSIGN TO "D:\Files\dat\pkgapplied.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-STORECODE
           FILE STATUS IS PKGAPPLIED-STATUS.
           SELECT STORECFG-FILE
           ASSIGN TO "D:\Files\dat\storecfg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STORECFG-STATUS.
           SELECT ITEMMAST-FILE
           ASSIGN TO "D:\Files\dat\itemmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IM-ITEMCODE
           FILE STATUS IS ITEMMAST-STATUS.
           SELECT ITEMPRICE-FILE
           ASSIGN TO "D:\Files\dat\itemprice.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IP-KEY
           FILE STATUS IS ITEMPRICE-STATUS.
           SELECT PROMO-FILE
           ASSIGN TO "D:\Files\dat\promo.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-KEY
           FILE STATUS IS PROMO-STATUS.
           SELECT COUPON-FILE
           ASSIGN TO "D:\Files\dat\coupon.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-COUPONCODE
           FILE STATUS IS COUPON-STATUS.
           SELECT DEPTMAST-FILE
           ASSIGN TO "D:\Files\dat\deptmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DP-DEPTCODE
           FILE STATUS IS DEPTMAST-STATUS.
           SELECT MAINTAUDIT-FILE
           ASSIGN TO "D:\Files\dat\maintaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINTAUDIT-STATUS.
           SELECT APPLYREPORT-FILE
           ASSIGN TO "D:\Files\dat\mdapply.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APPLYREPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PACKAGE-FILE.
       COPY "MDPKG.CPY".
       FD PKGAPPLIED-FILE.
       COPY "PKGCTL.CPY".
       FD STORECFG-FILE.
       COPY "STORECFG.CPY".
       FD ITEMMAST-FILE.
       COPY "ITEMMAST.CPY".
       FD ITEMPRICE-FILE.
       COPY "ITEMPRICE.CPY".
       FD PROMO-FILE.
       COPY "PROMOREC.CPY".
       FD COUPON-FILE.
       COPY "COUPON.CPY".
       FD DEPTMAST-FILE.
       COPY "DEPTMAST.CPY".
       FD MAINTAUDIT-FILE.
       COPY "MAINTAUDIT.CPY".
       FD APPLYREPORT-FILE.
       01 APPLYREPORT-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 PACKAGE-STATUS PIC X(02).
       01 PKGAPPLIED-STATUS PIC X(02).
       01 STORECFG-STATUS PIC X(02).
       01 ITEMMAST-STATUS PIC X(02).
       01 ITEMPRICE-STATUS PIC X(02).
       01 PROMO-STATUS PIC X(02).
       01 COUPON-STATUS PIC X(02).
       01 DEPTMAST-STATUS PIC X(02).
       01 MAINTAUDIT-STATUS PIC X(02).
       01 APPLYREPORT-STATUS PIC X(02).
       01 PACKAGE-FILENAME PIC X(60).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "MASTER-APPLY".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "MASTER-APPLY".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 LOCALSTORE PIC X(03).
       01 LASTAPPLIEDSEQ PIC 9(06).
       01 EXPECTEDSEQ PIC 9(06).
       01 PACKAGESEQ PIC 9(06).
       01 PACKAGEDATE PIC 9(08).
       01 REJECT-REASON PIC X(60).
       01 RESULT-TEXT PIC X(20).
       01 PACKAGE-EOF-SW PIC X(03).
           88 PACKAGE-EOF VALUE "YES".
       01 CONTROL-FOUND-SW PIC X(03).
           88 CONTROL-FOUND VALUE "YES".
       01 TRAILER-SEEN-SW PIC X(03).
           88 TRAILER-SEEN VALUE "YES".
       01 ON-FILE-SW PIC X(03).
           88 ON-FILE VALUE "YES".
       01 HOLD-STOCKONHAND PIC S9(06)V9(03).
       01 HOLD-REORDERPOINT PIC 9(06).
       01 HOLD-REORDERQTY PIC 9(06).
       01 HOLD-COUPONSTATUS PIC X(01).
       01 HOLD-REDEEMDATE PIC 9(08).
       01 HOLD-REDEEMORDER PIC 9(10).
       01 DETAILS-READ PIC 9(06) VALUE ZERO.
       01 TRAILER-COUNT PIC 9(06) VALUE ZERO.
       01 ADDED-COUNT PIC 9(06) VALUE ZERO.
       01 CHANGED-COUNT PIC 9(06) VALUE ZERO.
       01 DELETED-COUNT PIC 9(06) VALUE ZERO.
       01 SKIPPED-COUNT PIC 9(06) VALUE ZERO.
       01 FAILED-COUNT PIC 9(06) VALUE ZERO.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "MASTER-APPLY".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "APPLY MASTER DATA PACKAGE".
           PERFORM BACK-OFFICE-SIGN-ON.
           MOVE OPERATORID TO SPOOL-OPERATOR.
           MOVE SPACES TO LOCALSTORE.
           OPEN INPUT STORECFG-FILE.
           IF STORECFG-STATUS = "00"
               READ STORECFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SG-STORECODE TO LOCALSTORE
               END-READ
               CLOSE STORECFG-FILE
           END-IF.
           IF LOCALSTORE = SPACES
               DISPLAY "STORE CONFIGURATION NOT FOUND, PACKAGE NOT "
                   "APPLIED."
               STOP RUN
           END-IF.
           DISPLAY "PACKAGE FILE PATH: ".
           ACCEPT PACKAGE-FILENAME.

           OPEN I-O PKGAPPLIED-FILE.
           IF PKGAPPLIED-STATUS = "35"
               OPEN OUTPUT PKGAPPLIED-FILE
               CLOSE PKGAPPLIED-FILE
               OPEN I-O PKGAPPLIED-FILE
           END-IF.
           IF PKGAPPLIED-STATUS NOT = "00"
               MOVE "PACKAGE CONTROL FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE PKGAPPLIED-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           MOVE LOCALSTORE TO PC-STORECODE.
           READ PKGAPPLIED-FILE
               INVALID KEY
                   MOVE "NO" TO CONTROL-FOUND-SW
                   MOVE ZERO TO PC-LASTSEQ
               NOT INVALID KEY
                   MOVE "YES" TO CONTROL-FOUND-SW
           END-READ.
           MOVE PC-LASTSEQ TO LASTAPPLIEDSEQ.
           COMPUTE EXPECTEDSEQ = LASTAPPLIEDSEQ + 1.

           OPEN OUTPUT APPLYREPORT-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           PERFORM VALIDATE-PACKAGE THRU VALIDATE-PACKAGE-EXIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "MASTER DATA PACKAGE APPLY, STORE " LOCALSTORE
               " PACKAGE " PACKAGESEQ " DATED " PACKAGEDATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF REJECT-REASON NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "PACKAGE REFUSED: " REJECT-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               CLOSE APPLYREPORT-FILE
               MOVE "C" TO SPOOL-ACTION
               PERFORM CALL-REPORT-WRITER
               CLOSE PKGAPPLIED-FILE
               STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "FILE   ACTION KEY                  RESULT"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM OPEN-MASTER-FILES.
           MOVE "NO" TO PACKAGE-EOF-SW.
           OPEN INPUT PACKAGE-FILE.
           PERFORM UNTIL PACKAGE-EOF
               READ PACKAGE-FILE
                   AT END
                       SET PACKAGE-EOF TO TRUE
                   NOT AT END
                       IF PK-DETAIL
                           PERFORM APPLY-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PACKAGE-FILE.
           CLOSE ITEMMAST-FILE.
           CLOSE ITEMPRICE-FILE.
           CLOSE PROMO-FILE.
           CLOSE COUPON-FILE.
           CLOSE DEPTMAST-FILE.

           MOVE SPACES TO REPORT-LINE.
           STRING "ADDED " ADDED-COUNT "  CHANGED " CHANGED-COUNT
               "  DELETED/DEACTIVATED " DELETED-COUNT
               "  NOT ON FILE " SKIPPED-COUNT
               "  FAILED " FAILED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF FAILED-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "PACKAGE NOT MARKED APPLIED, CORRECT THE "
                   "FAILURES AND RE-RUN IT."
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE PACKAGESEQ TO PC-LASTSEQ
               MOVE PACKAGEDATE TO PC-CUTOFFDATE
               MOVE ZERO TO PC-CUTOFFTIME
               ACCEPT PC-RUNDATE FROM DATE YYYYMMDD
               IF CONTROL-FOUND
                   REWRITE PKGCTL-REC
               ELSE
                   WRITE PKGCTL-REC
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING "PACKAGE " PACKAGESEQ " APPLIED."
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           CLOSE APPLYREPORT-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           CLOSE PKGAPPLIED-FILE.
           DISPLAY "APPLY REPORT WRITTEN TO MDAPPLY.DAT".
           STOP RUN.

       VALIDATE-PACKAGE.
           MOVE SPACES TO REJECT-REASON.
           MOVE ZERO TO PACKAGESEQ.
           MOVE ZERO TO PACKAGEDATE.
           MOVE "NO" TO TRAILER-SEEN-SW.
           MOVE "NO" TO PACKAGE-EOF-SW.
           OPEN INPUT PACKAGE-FILE.
           IF PACKAGE-STATUS NOT = "00"
               MOVE "PACKAGE FILE COULD NOT BE OPENED"
                   TO REJECT-REASON
               GO TO VALIDATE-PACKAGE-EXIT
           END-IF.
           READ PACKAGE-FILE
               AT END
                   SET PACKAGE-EOF TO TRUE
           END-READ.
           IF PACKAGE-EOF OR NOT PK-HEADER
               MOVE "PACKAGE HAS NO HEADER RECORD" TO REJECT-REASON
               CLOSE PACKAGE-FILE
               GO TO VALIDATE-PACKAGE-EXIT
           END-IF.
           MOVE PK-SEQUENCE TO PACKAGESEQ.
           MOVE PK-PACKAGEDATE TO PACKAGEDATE.
           IF PK-STORECODE NOT = LOCALSTORE
               STRING "PACKAGE IS FOR STORE " PK-STORECODE
                   DELIMITED BY SIZE INTO REJECT-REASON
               CLOSE PACKAGE-FILE
               GO TO VALIDATE-PACKAGE-EXIT
           END-IF.
           IF PACKAGESEQ NOT > LASTAPPLIEDSEQ
               STRING "DUPLICATE, PACKAGE " LASTAPPLIEDSEQ
                   " ALREADY APPLIED"
                   DELIMITED BY SIZE INTO REJECT-REASON
               CLOSE PACKAGE-FILE
               GO TO VALIDATE-PACKAGE-EXIT
           END-IF.
           IF PACKAGESEQ NOT = EXPECTEDSEQ
               STRING "OUT OF SEQUENCE, EXPECTING PACKAGE "
                   EXPECTEDSEQ
                   DELIMITED BY SIZE INTO REJECT-REASON
               CLOSE PACKAGE-FILE
               GO TO VALIDATE-PACKAGE-EXIT
           END-IF.
           PERFORM UNTIL PACKAGE-EOF
               READ PACKAGE-FILE
                   AT END
                       SET PACKAGE-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE PACKAGE-FILE.
           IF REJECT-REASON NOT = SPACES
               GO TO VALIDATE-PACKAGE-EXIT
           END-IF.
           IF NOT TRAILER-SEEN
               MOVE "PACKAGE HAS NO TRAILER, FILE IS INCOMPLETE"
                   TO REJECT-REASON
               GO TO VALIDATE-PACKAGE-EXIT
           END-IF.
           IF TRAILER-COUNT NOT = DETAILS-READ
               STRING "TRAILER COUNT " TRAILER-COUNT
                   " DOES NOT MATCH " DETAILS-READ " RECORDS"
                   DELIMITED BY SIZE INTO REJECT-REASON
           END-IF.

       VALIDATE-PACKAGE-EXIT.
           EXIT.

       CHECK-ONE-RECORD.
           IF PK-STORECODE NOT = LOCALSTORE
                   OR PK-SEQUENCE NOT = PACKAGESEQ
                   OR TRAILER-SEEN
               IF REJECT-REASON = SPACES
                   MOVE "PACKAGE RECORDS DO NOT MATCH ITS HEADER"
                       TO REJECT-REASON
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN PK-DETAIL
                   ADD 1 TO DETAILS-READ
               WHEN PK-TRAILER
                   MOVE "YES" TO TRAILER-SEEN-SW
                   MOVE PK-RECORDCOUNT TO TRAILER-COUNT
               WHEN OTHER
                   IF REJECT-REASON = SPACES
                       MOVE "UNKNOWN RECORD TYPE IN PACKAGE"
                           TO REJECT-REASON
                   END-IF
           END-EVALUATE.

       OPEN-MASTER-FILES.
           OPEN I-O ITEMMAST-FILE.
           IF ITEMMAST-STATUS = "35"
               OPEN OUTPUT ITEMMAST-FILE
               CLOSE ITEMMAST-FILE
               OPEN I-O ITEMMAST-FILE
           END-IF.
           IF ITEMMAST-STATUS NOT = "00"
               MOVE "ITEM MASTER" TO GUARD-FILENAME
               MOVE ITEMMAST-STATUS TO GUARD-FILESTATUS
               PERFORM MASTER-OPEN-FAILED
           END-IF.
           OPEN I-O ITEMPRICE-FILE.
           IF ITEMPRICE-STATUS = "35"
               OPEN OUTPUT ITEMPRICE-FILE
               CLOSE ITEMPRICE-FILE
               OPEN I-O ITEMPRICE-FILE
           END-IF.
           IF ITEMPRICE-STATUS NOT = "00"
               MOVE "ITEM PRICE FILE" TO GUARD-FILENAME
               MOVE ITEMPRICE-STATUS TO GUARD-FILESTATUS
               PERFORM MASTER-OPEN-FAILED
           END-IF.
           OPEN I-O PROMO-FILE.
           IF PROMO-STATUS = "35"
               OPEN OUTPUT PROMO-FILE
               CLOSE PROMO-FILE
               OPEN I-O PROMO-FILE
           END-IF.
           IF PROMO-STATUS NOT = "00"
               MOVE "PROMO FILE" TO GUARD-FILENAME
               MOVE PROMO-STATUS TO GUARD-FILESTATUS
               PERFORM MASTER-OPEN-FAILED
           END-IF.
           OPEN I-O COUPON-FILE.
           IF COUPON-STATUS = "35"
               OPEN OUTPUT COUPON-FILE
               CLOSE COUPON-FILE
               OPEN I-O COUPON-FILE
           END-IF.
           IF COUPON-STATUS NOT = "00"
               MOVE "COUPON FILE" TO GUARD-FILENAME
               MOVE COUPON-STATUS TO GUARD-FILESTATUS
               PERFORM MASTER-OPEN-FAILED
           END-IF.
           OPEN I-O DEPTMAST-FILE.
           IF DEPTMAST-STATUS = "35"
               OPEN OUTPUT DEPTMAST-FILE
               CLOSE DEPTMAST-FILE
               OPEN I-O DEPTMAST-FILE
           END-IF.
           IF DEPTMAST-STATUS NOT = "00"
               MOVE "DEPARTMENT MASTER" TO GUARD-FILENAME
               MOVE DEPTMAST-STATUS TO GUARD-FILESTATUS
               PERFORM MASTER-OPEN-FAILED
           END-IF.

       MASTER-OPEN-FAILED.
           MOVE "OPEN" TO GUARD-ACTION.
           CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
               GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS.
           STOP RUN.

       APPLY-ONE-CHANGE.
           MOVE SPACES TO RESULT-TEXT.
           MOVE SPACES TO MA-BEFOREIMAGE.
           MOVE SPACES TO MA-AFTERIMAGE.
           EVALUATE TRUE
               WHEN PK-FILE-ITEM
                   PERFORM APPLY-ITEM
               WHEN PK-FILE-PRICE
                   PERFORM APPLY-PRICE
               WHEN PK-FILE-PROMO
                   PERFORM APPLY-PROMO
               WHEN PK-FILE-COUPON
                   PERFORM APPLY-COUPON
               WHEN PK-FILE-DEPT
                   PERFORM APPLY-DEPT
               WHEN OTHER
                   MOVE "UNKNOWN FILE" TO RESULT-TEXT
           END-EVALUATE.
           EVALUATE RESULT-TEXT
               WHEN "ADDED"
                   ADD 1 TO ADDED-COUNT
                   MOVE "A" TO MA-ACTION
                   PERFORM WRITE-APPLY-AUDIT
               WHEN "CHANGED"
                   ADD 1 TO CHANGED-COUNT
                   MOVE "C" TO MA-ACTION
                   PERFORM WRITE-APPLY-AUDIT
               WHEN "DELETED"
               WHEN "DEACTIVATED"
                   ADD 1 TO DELETED-COUNT
                   MOVE "D" TO MA-ACTION
                   PERFORM WRITE-APPLY-AUDIT
               WHEN "NOT ON FILE"
               WHEN "KEPT, REDEEMED HERE"
                   ADD 1 TO SKIPPED-COUNT
               WHEN OTHER
                   ADD 1 TO FAILED-COUNT
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           STRING PK-FILEID " " PK-ACTION "      " PK-RECORDKEY " "
               RESULT-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       APPLY-ITEM.
           MOVE PK-RECORDKEY TO IM-ITEMCODE.
           READ ITEMMAST-FILE
               INVALID KEY
                   MOVE "NO" TO ON-FILE-SW
               NOT INVALID KEY
                   MOVE "YES" TO ON-FILE-SW
           END-READ.
           EVALUATE TRUE
               WHEN PK-ACTION-DELETE AND NOT ON-FILE
                   MOVE "NOT ON FILE" TO RESULT-TEXT
               WHEN PK-ACTION-DELETE
                   MOVE ITEMMAST-REC TO MA-BEFOREIMAGE
                   SET IM-ITEM-INACTIVE TO TRUE
                   REWRITE ITEMMAST-REC
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO RESULT-TEXT
                       NOT INVALID KEY
                           MOVE "DEACTIVATED" TO RESULT-TEXT
                   END-REWRITE
               WHEN ON-FILE
                   MOVE ITEMMAST-REC TO MA-BEFOREIMAGE
                   MOVE IM-STOCKONHAND TO HOLD-STOCKONHAND
                   MOVE IM-REORDERPOINT TO HOLD-REORDERPOINT
                   MOVE IM-REORDERQTY TO HOLD-REORDERQTY
                   MOVE PK-IMAGE TO ITEMMAST-REC
                   MOVE HOLD-STOCKONHAND TO IM-STOCKONHAND
                   MOVE HOLD-REORDERPOINT TO IM-REORDERPOINT
                   MOVE HOLD-REORDERQTY TO IM-REORDERQTY
                   REWRITE ITEMMAST-REC
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO RESULT-TEXT
                       NOT INVALID KEY
                           IF IM-ITEM-INACTIVE
                               MOVE "DEACTIVATED" TO RESULT-TEXT
                           ELSE
                               MOVE "CHANGED" TO RESULT-TEXT
                           END-IF
                   END-REWRITE
               WHEN OTHER
                   MOVE PK-IMAGE TO ITEMMAST-REC
                   MOVE ZERO TO IM-STOCKONHAND
                   WRITE ITEMMAST-REC
                       INVALID KEY
                           MOVE "WRITE FAILED" TO RESULT-TEXT
                       NOT INVALID KEY
                           MOVE "ADDED" TO RESULT-TEXT
                   END-WRITE
           END-EVALUATE.
           MOVE ITEMMAST-REC TO MA-AFTERIMAGE.

       APPLY-PRICE.
           MOVE PK-RECORDKEY TO IP-KEY.
           READ ITEMPRICE-FILE
               INVALID KEY
                   MOVE "NO" TO ON-FILE-SW
               NOT INVALID KEY
                   MOVE "YES" TO ON-FILE-SW
                   MOVE ITEMPRICE-REC TO MA-BEFOREIMAGE
           END-READ.
           EVALUATE TRUE
               WHEN PK-ACTION-DELETE AND NOT ON-FILE
                   MOVE "NOT ON FILE" TO RESULT-TEXT
               WHEN PK-ACTION-DELETE
                   DELETE ITEMPRICE-FILE
                       INVALID KEY
                           MOVE "DELETE FAILED" TO RESULT-TEXT
                       NOT INVALID KEY
                           MOVE "DELETED" TO RESULT-TEXT
                   END-DELETE
               WHEN ON-FILE
                   MOVE PK-IMAGE TO ITEMPRICE-REC
                   REWRITE ITEMPRICE-REC
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO RESULT-TEXT
                       NOT INVALID KEY
                           MOVE "CHANGED" TO RESULT-TEXT
                           MOVE ITEMPRICE-REC TO MA-AFTERIMAGE
                   END-REWRITE
               WHEN OTHER
                   MOVE PK-IMAGE TO ITEMPRICE-REC
                   WRITE ITEMPRICE-REC
                       INVALID KEY
                           MOVE "WRITE FAILED" TO RESULT-TEXT
                       NOT INVALID KEY
                           MOVE "ADDED" TO RESULT-TEXT
                           MOVE ITEMPRICE-REC TO MA-AFTERIMAGE
                   END-WRITE
           END-EVALUATE.

       APPLY-PROMO.
           MOVE PK-RECORDKEY TO PM-KEY.
           READ PROMO-FILE
               INVALID KEY
                   MOVE "NO" TO ON-FILE-SW
               NOT INVALID KEY
                   MOVE "YES" TO ON-FILE-SW
                   MOVE PROMO-REC TO MA-BEFOREIMAGE
           END-READ.
           EVALUATE TRUE
               WHEN PK-ACTION-DELETE AND NOT ON-FILE
                   MOVE "NOT ON FILE" TO RESULT-TEXT
               WHEN PK-ACTION-DELETE
                   DELETE PROMO-FILE
                       INVALID KEY
                           MOVE "DELETE FAILED" TO RESULT-TEXT
                       NOT INVALID KEY
                           MOVE "DELETED" TO RESULT-TEXT
                   END-DELETE
               WHEN ON-FILE
                   MOVE PK-IMAGE TO PROMO-REC
                   REWRITE PROMO-REC
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO RESULT-TEXT
                       NOT INVALID KEY
                           MOVE "CHANGED" TO RESULT-TEXT
                           MOVE PROMO-REC TO MA-AFTERIMAGE
                   END-REWRITE
               WHEN OTHER
                   MOVE PK-IMAGE TO PROMO-REC
                   WRITE PROMO-REC
                       INVALID KEY
                           MOVE "WRITE FAILED" TO RESULT-TEXT
                       NOT INVALID KEY
                           MOVE "ADDED" TO RESULT-TEXT
                           MOVE PROMO-REC TO MA-AFTERIMAGE
                   END-WRITE
           END-EVALUATE.

       APPLY-COUPON.
           MOVE PK-RECORDKEY TO CP-COUPONCODE.
           READ COUPON-FILE
               INVALID KEY
                   MOVE "NO" TO ON-FILE-SW
               NOT INVALID KEY
                   MOVE "YES" TO ON-FILE-SW
                   MOVE COUPON-REC TO MA-BEFOREIMAGE
           END-READ.
           EVALUATE TRUE
               WHEN PK-ACTION-DELETE AND NOT ON-FILE
                   MOVE "NOT ON FILE" TO RESULT-TEXT
               WHEN PK-ACTION-DELETE AND CP-COUPON-REDEEMED
                   MOVE "KEPT, REDEEMED HERE" TO RESULT-TEXT
               WHEN PK-ACTION-DELETE
                   DELETE COUPON-FILE
                       INVALID KEY
                           MOVE "DELETE FAILED" TO RESULT-TEXT
                       NOT INVALID KEY
                           MOVE "DELETED" TO RESULT-TEXT
                   END-DELETE
               WHEN ON-FILE
                   MOVE CP-STATUS TO HOLD-COUPONSTATUS
                   MOVE CP-REDEEMDATE TO HOLD-REDEEMDATE
                   MOVE CP-REDEEMORDER TO HOLD-REDEEMORDER
                   MOVE PK-IMAGE TO COUPON-REC
                   IF HOLD-COUPONSTATUS = "R"
                       MOVE HOLD-COUPONSTATUS TO CP-STATUS
                       MOVE HOLD-REDEEMDATE TO CP-REDEEMDATE
                       MOVE HOLD-REDEEMORDER TO CP-REDEEMORDER
                   END-IF
                   REWRITE COUPON-REC
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO RESULT-TEXT
                       NOT INVALID KEY
                           MOVE COUPON-REC TO MA-AFTERIMAGE
                           IF CP-COUPON-INACTIVE
                               MOVE "DEACTIVATED" TO RESULT-TEXT
                           ELSE
                               MOVE "CHANGED" TO RESULT-TEXT
                           END-IF
                   END-REWRITE
               WHEN OTHER
                   MOVE PK-IMAGE TO COUPON-REC
                   WRITE COUPON-REC
                       INVALID KEY
                           MOVE "WRITE FAILED" TO RESULT-TEXT
                       NOT INVALID KEY
                           MOVE "ADDED" TO RESULT-TEXT
                           MOVE COUPON-REC TO MA-AFTERIMAGE
                   END-WRITE
           END-EVALUATE.

       APPLY-DEPT.
           MOVE PK-RECORDKEY TO DP-DEPTCODE.
           READ DEPTMAST-FILE
               INVALID KEY
                   MOVE "NO" TO ON-FILE-SW
               NOT INVALID KEY
                   MOVE "YES" TO ON-FILE-SW
                   MOVE DEPTMAST-REC TO MA-BEFOREIMAGE
           END-READ.
           EVALUATE TRUE
               WHEN PK-ACTION-DELETE AND NOT ON-FILE
                   MOVE "NOT ON FILE" TO RESULT-TEXT
               WHEN PK-ACTION-DELETE
                   DELETE DEPTMAST-FILE
                       INVALID KEY
                           MOVE "DELETE FAILED" TO RESULT-TEXT
                       NOT INVALID KEY
                           MOVE "DELETED" TO RESULT-TEXT
                   END-DELETE
               WHEN ON-FILE
                   MOVE PK-IMAGE TO DEPTMAST-REC
                   REWRITE DEPTMAST-REC
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO RESULT-TEXT
                       NOT INVALID KEY
                           MOVE "CHANGED" TO RESULT-TEXT
                           MOVE DEPTMAST-REC TO MA-AFTERIMAGE
                   END-REWRITE
               WHEN OTHER
                   MOVE PK-IMAGE TO DEPTMAST-REC
                   WRITE DEPTMAST-REC
                       INVALID KEY
                           MOVE "WRITE FAILED" TO RESULT-TEXT
                       NOT INVALID KEY
                           MOVE "ADDED" TO RESULT-TEXT
                           MOVE DEPTMAST-REC TO MA-AFTERIMAGE
                   END-WRITE
           END-EVALUATE.

       WRITE-APPLY-AUDIT.
           MOVE PK-RECORDKEY TO MA-RECORDKEY.
           OPEN EXTEND MAINTAUDIT-FILE.
           IF MAINTAUDIT-STATUS = "35"
               OPEN OUTPUT MAINTAUDIT-FILE
           END-IF.
           ACCEPT MA-AUDITDATE FROM DATE YYYYMMDD.
           ACCEPT MA-AUDITTIME FROM TIME.
           MOVE "MASTER-APPLY" TO MA-PROGRAM.
           MOVE OPERATORID TO MA-OPERATOR.
           WRITE MAINTAUDIT-REC.
           CLOSE MAINTAUDIT-FILE.

       WRITE-REPORT-LINE.
           WRITE APPLYREPORT-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.

       BACK-OFFICE-SIGN-ON.
           MOVE "S" TO SIGNON-ACTION.
           MOVE "RUN" TO SIGNON-FUNCTION.
           CALL "BO-SIGNON" USING SIGNON-PROGRAMNAME SIGNON-ACTION
               SIGNON-FUNCTION SIGNON-USERID SIGNON-RESULT.
           IF NOT SIGNON-ALLOWED
               DISPLAY "NOT SIGNED ON, " SIGNON-PROGRAMNAME
                   " ENDED."
               STOP RUN
           END-IF.
           MOVE SIGNON-USERID TO OPERATORID.
       END PROGRAM MASTER-APPLY.
