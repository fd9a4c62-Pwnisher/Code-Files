       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-PACKAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINTAUDIT-FILE
           ASSIGN TO "D:\Files\dat\maintaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINTAUDIT-STATUS.
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
           SELECT MARKDOWN-FILE
           ASSIGN TO "D:\Files\dat\markdown.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MD-KEY
           FILE STATUS IS MARKDOWN-STATUS.
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
           SELECT STORECFG-FILE
           ASSIGN TO "D:\Files\dat\storecfg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STORECFG-STATUS.
           SELECT DISTCTL-FILE
           ASSIGN TO "D:\Files\dat\distctl.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-STORECODE
           FILE STATUS IS DISTCTL-STATUS.
           SELECT PKGWORK-FILE
           ASSIGN TO "D:\Files\dat\pkgwork.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PW-KEY
           FILE STATUS IS PKGWORK-STATUS.
           SELECT PACKAGE-FILE
           ASSIGN TO PACKAGE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PACKAGE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MAINTAUDIT-FILE.
       COPY "MAINTAUDIT.CPY".
       FD ITEMMAST-FILE.
       COPY "ITEMMAST.CPY".
       FD ITEMPRICE-FILE.
       COPY "ITEMPRICE.CPY".
       FD MARKDOWN-FILE.
       COPY "MARKDOWN.CPY".
       FD PROMO-FILE.
       COPY "PROMOREC.CPY".
       FD COUPON-FILE.
       COPY "COUPON.CPY".
       FD DEPTMAST-FILE.
       COPY "DEPTMAST.CPY".
       FD STORECFG-FILE.
       COPY "STORECFG.CPY".
       FD DISTCTL-FILE.
       COPY "PKGCTL.CPY".
       FD PKGWORK-FILE.
       01 PKGWORK-REC.
           05 PW-KEY.
               10 PW-FILEID PIC X(06).
               10 PW-RECORDKEY PIC X(20).
           05 PW-ACTION PIC X(01).
       FD PACKAGE-FILE.
       COPY "MDPKG.CPY".
       WORKING-STORAGE SECTION.
       01 MAINTAUDIT-STATUS PIC X(02).
       01 ITEMMAST-STATUS PIC X(02).
       01 ITEMPRICE-STATUS PIC X(02).
       01 MARKDOWN-STATUS PIC X(02).
       01 PROMO-STATUS PIC X(02).
       01 COUPON-STATUS PIC X(02).
       01 DEPTMAST-STATUS PIC X(02).
       01 STORECFG-STATUS PIC X(02).
       01 DISTCTL-STATUS PIC X(02).
       01 PKGWORK-STATUS PIC X(02).
       01 PACKAGE-STATUS PIC X(02).
       01 PACKAGE-FILENAME PIC X(60).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "MASTER-PACKAGE".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 TARGETSTORE PIC X(03).
       01 TARGETZONE PIC X(02).
       01 PACKAGESEQ PIC 9(06).
       01 SOURCE-EOF-SW PIC X(03).
           88 SOURCE-EOF VALUE "YES".
       01 STORE-FOUND-SW PIC X(03).
           88 STORE-FOUND VALUE "YES".
       01 CONTROL-FOUND-SW PIC X(03).
           88 CONTROL-FOUND VALUE "YES".
       01 MASTER-FOUND-SW PIC X(03).
           88 MASTER-FOUND VALUE "YES".
       01 MARKDOWN-EOF-SW PIC X(03).
           88 MARKDOWN-EOF VALUE "YES".
       01 MARKDOWN-PRICE-SW PIC X(03).
           88 MARKDOWN-PRICE VALUE "YES".
       01 LAST-STAMP.
           05 LAST-STAMPDATE PIC 9(08).
           05 LAST-STAMPTIME PIC 9(08).
       01 RUN-STAMP.
           05 RUN-STAMPDATE PIC 9(08).
           05 RUN-STAMPTIME PIC 9(08).
       01 AUDIT-STAMP.
           05 AUDIT-STAMPDATE PIC 9(08).
           05 AUDIT-STAMPTIME PIC 9(08).
       01 CHANGE-FILEID PIC X(06).
       01 CHANGES-NOTED PIC 9(06) VALUE ZERO.
       01 DETAIL-COUNT PIC 9(06) VALUE ZERO.
       01 ITEMS-PACKED PIC 9(06) VALUE ZERO.
       01 PRICES-PACKED PIC 9(06) VALUE ZERO.
       01 PROMOS-PACKED PIC 9(06) VALUE ZERO.
       01 COUPONS-PACKED PIC 9(06) VALUE ZERO.
       01 DEPTS-PACKED PIC 9(06) VALUE ZERO.
       01 DELETES-PACKED PIC 9(06) VALUE ZERO.
       01 MARKDOWNS-HELD PIC 9(06) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "MASTER DATA PACKAGE FOR BRANCH".
           DISPLAY "STORE CODE: ".
           ACCEPT TARGETSTORE.
           PERFORM FIND-TARGET-STORE.
           IF NOT STORE-FOUND
               DISPLAY "STORE " TARGETSTORE " NOT IN STORECFG.DAT, "
                   "BASE PRICES ONLY."
           ELSE
               DISPLAY "STORE PRICE ZONE: " TARGETZONE
           END-IF.
           ACCEPT RUN-STAMPDATE FROM DATE YYYYMMDD.
           ACCEPT RUN-STAMPTIME FROM TIME.

           PERFORM OPEN-MASTER-FILES.
           OPEN I-O DISTCTL-FILE.
           IF DISTCTL-STATUS = "35"
               OPEN OUTPUT DISTCTL-FILE
               CLOSE DISTCTL-FILE
               OPEN I-O DISTCTL-FILE
           END-IF.
           IF DISTCTL-STATUS NOT = "00"
               MOVE "DISTRIBUTION CONTROL FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE DISTCTL-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           MOVE TARGETSTORE TO PC-STORECODE.
           READ DISTCTL-FILE
               INVALID KEY
                   MOVE "NO" TO CONTROL-FOUND-SW
                   MOVE ZERO TO PC-LASTSEQ
                   MOVE ZERO TO PC-CUTOFFDATE
                   MOVE ZERO TO PC-CUTOFFTIME
               NOT INVALID KEY
                   MOVE "YES" TO CONTROL-FOUND-SW
           END-READ.
           MOVE PC-CUTOFFDATE TO LAST-STAMPDATE.
           MOVE PC-CUTOFFTIME TO LAST-STAMPTIME.
           COMPUTE PACKAGESEQ = PC-LASTSEQ + 1.
           DISPLAY "LAST PACKAGE " PC-LASTSEQ " CUT OFF "
               LAST-STAMPDATE " " LAST-STAMPTIME.

           OPEN OUTPUT PKGWORK-FILE.
           CLOSE PKGWORK-FILE.
           OPEN I-O PKGWORK-FILE.
           IF PKGWORK-STATUS NOT = "00"
               MOVE "PACKAGE WORK FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE PKGWORK-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.

           PERFORM SCAN-MAINT-AUDIT.
           PERFORM SCAN-PRICE-LOADS.

           IF CHANGES-NOTED = ZERO
               DISPLAY "NO MASTER DATA CHANGES SINCE THE LAST "
                   "PACKAGE, NOTHING WRITTEN."
           ELSE
               PERFORM WRITE-PACKAGE
               MOVE PACKAGESEQ TO PC-LASTSEQ
               MOVE RUN-STAMPDATE TO PC-CUTOFFDATE
               MOVE RUN-STAMPTIME TO PC-CUTOFFTIME
               MOVE RUN-STAMPDATE TO PC-RUNDATE
               IF CONTROL-FOUND
                   REWRITE PKGCTL-REC
               ELSE
                   WRITE PKGCTL-REC
               END-IF
           END-IF.

           CLOSE PKGWORK-FILE.
           CLOSE DISTCTL-FILE.
           CLOSE ITEMMAST-FILE.
           CLOSE ITEMPRICE-FILE.
           CLOSE PROMO-FILE.
           CLOSE COUPON-FILE.
           CLOSE DEPTMAST-FILE.

           IF CHANGES-NOTED > ZERO
               DISPLAY "PACKAGE SEQUENCE : " PACKAGESEQ
               DISPLAY "ITEMS            : " ITEMS-PACKED
               DISPLAY "PRICES           : " PRICES-PACKED
               DISPLAY "PROMOS           : " PROMOS-PACKED
               DISPLAY "COUPONS          : " COUPONS-PACKED
               DISPLAY "DEPARTMENTS      : " DEPTS-PACKED
               DISPLAY "OF WHICH DELETES : " DELETES-PACKED
               DISPLAY "PACKAGE FILE     : " PACKAGE-FILENAME
           END-IF.
           IF MARKDOWNS-HELD > ZERO
               DISPLAY "STORE MARKDOWN PRICES NOT PACKAGED: "
                   MARKDOWNS-HELD
           END-IF.
           STOP RUN.

       FIND-TARGET-STORE.
           MOVE "NO" TO STORE-FOUND-SW.
           MOVE SPACES TO TARGETZONE.
           MOVE "NO" TO SOURCE-EOF-SW.
           OPEN INPUT STORECFG-FILE.
           IF STORECFG-STATUS = "00"
               PERFORM UNTIL SOURCE-EOF OR STORE-FOUND
                   READ STORECFG-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           IF SG-STORECODE = TARGETSTORE
                               MOVE "YES" TO STORE-FOUND-SW
                               MOVE SG-PRICEZONE TO TARGETZONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORECFG-FILE
           END-IF.

       OPEN-MASTER-FILES.
           OPEN INPUT ITEMMAST-FILE.
           IF ITEMMAST-STATUS = "35"
               OPEN OUTPUT ITEMMAST-FILE
               CLOSE ITEMMAST-FILE
               OPEN INPUT ITEMMAST-FILE
           END-IF.
           IF ITEMMAST-STATUS NOT = "00"
               MOVE "ITEM MASTER" TO GUARD-FILENAME
               MOVE ITEMMAST-STATUS TO GUARD-FILESTATUS
               PERFORM MASTER-OPEN-FAILED
           END-IF.
           OPEN INPUT ITEMPRICE-FILE.
           IF ITEMPRICE-STATUS = "35"
               OPEN OUTPUT ITEMPRICE-FILE
               CLOSE ITEMPRICE-FILE
               OPEN INPUT ITEMPRICE-FILE
           END-IF.
           IF ITEMPRICE-STATUS NOT = "00"
               MOVE "ITEM PRICE FILE" TO GUARD-FILENAME
               MOVE ITEMPRICE-STATUS TO GUARD-FILESTATUS
               PERFORM MASTER-OPEN-FAILED
           END-IF.
           OPEN INPUT PROMO-FILE.
           IF PROMO-STATUS = "35"
               OPEN OUTPUT PROMO-FILE
               CLOSE PROMO-FILE
               OPEN INPUT PROMO-FILE
           END-IF.
           IF PROMO-STATUS NOT = "00"
               MOVE "PROMO FILE" TO GUARD-FILENAME
               MOVE PROMO-STATUS TO GUARD-FILESTATUS
               PERFORM MASTER-OPEN-FAILED
           END-IF.
           OPEN INPUT COUPON-FILE.
           IF COUPON-STATUS = "35"
               OPEN OUTPUT COUPON-FILE
               CLOSE COUPON-FILE
               OPEN INPUT COUPON-FILE
           END-IF.
           IF COUPON-STATUS NOT = "00"
               MOVE "COUPON FILE" TO GUARD-FILENAME
               MOVE COUPON-STATUS TO GUARD-FILESTATUS
               PERFORM MASTER-OPEN-FAILED
           END-IF.
           OPEN INPUT DEPTMAST-FILE.
           IF DEPTMAST-STATUS = "35"
               OPEN OUTPUT DEPTMAST-FILE
               CLOSE DEPTMAST-FILE
               OPEN INPUT DEPTMAST-FILE
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

       SCAN-MAINT-AUDIT.
           MOVE "NO" TO SOURCE-EOF-SW.
           OPEN INPUT MAINTAUDIT-FILE.
           IF MAINTAUDIT-STATUS = "00"
               PERFORM UNTIL SOURCE-EOF
                   READ MAINTAUDIT-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           MOVE MA-AUDITDATE TO AUDIT-STAMPDATE
                           MOVE MA-AUDITTIME TO AUDIT-STAMPTIME
                           IF AUDIT-STAMP > LAST-STAMP
                                   AND AUDIT-STAMP NOT > RUN-STAMP
                               PERFORM NOTE-AUDITED-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINTAUDIT-FILE
           END-IF.

       NOTE-AUDITED-CHANGE.
           EVALUATE MA-PROGRAM
               WHEN "ITEM-MAINTENANCE"
                   MOVE "ITEM" TO CHANGE-FILEID
               WHEN "DEPT-MAINTENANCE"
                   MOVE "DEPT" TO CHANGE-FILEID
               WHEN "PROMO-MAINTENANCE"
                   MOVE "PROMO" TO CHANGE-FILEID
               WHEN "COUPON-MAINTENANCE"
                   MOVE "COUPON" TO CHANGE-FILEID
               WHEN "PRICE-LIST-IMPORT"
                   MOVE "ITEM" TO CHANGE-FILEID
               WHEN OTHER
                   MOVE SPACES TO CHANGE-FILEID
           END-EVALUATE.
           IF CHANGE-FILEID NOT = SPACES
               MOVE CHANGE-FILEID TO PW-FILEID
               MOVE MA-RECORDKEY TO PW-RECORDKEY
               IF MA-ACTION = "A"
                   MOVE "A" TO PW-ACTION
               ELSE
                   MOVE "C" TO PW-ACTION
               END-IF
               PERFORM NOTE-CHANGE
           END-IF.

       NOTE-CHANGE.
           WRITE PKGWORK-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO CHANGES-NOTED
           END-WRITE.

       SCAN-PRICE-LOADS.
           OPEN INPUT MARKDOWN-FILE.
           MOVE "NO" TO SOURCE-EOF-SW.
           MOVE LOW-VALUES TO IP-KEY.
           START ITEMPRICE-FILE KEY IS NOT LESS THAN IP-KEY
               INVALID KEY
                   SET SOURCE-EOF TO TRUE
           END-START.
           PERFORM UNTIL SOURCE-EOF
               READ ITEMPRICE-FILE NEXT RECORD
                   AT END
                       SET SOURCE-EOF TO TRUE
                   NOT AT END
                       IF IP-LOADDATE NOT < LAST-STAMPDATE
                               AND IP-LOADDATE NOT > RUN-STAMPDATE
                               AND (IP-PRICEZONE = SPACES
                                   OR IP-PRICEZONE = TARGETZONE)
                           PERFORM CHECK-MARKDOWN-PRICE
                           IF MARKDOWN-PRICE
                               ADD 1 TO MARKDOWNS-HELD
                           ELSE
                               MOVE "PRICE" TO PW-FILEID
                               MOVE IP-KEY TO PW-RECORDKEY
                               MOVE "A" TO PW-ACTION
                               PERFORM NOTE-CHANGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF MARKDOWN-STATUS = "00"
               CLOSE MARKDOWN-FILE
           END-IF.

       CHECK-MARKDOWN-PRICE.
           MOVE "NO" TO MARKDOWN-PRICE-SW.
           MOVE "NO" TO MARKDOWN-EOF-SW.
           IF MARKDOWN-STATUS NOT = "00"
               SET MARKDOWN-EOF TO TRUE
           ELSE
               MOVE IP-ITEMCODE TO MD-ITEMCODE
               MOVE LOW-VALUES TO MD-LOTNUM
               MOVE ZERO TO MD-STARTDATE
               START MARKDOWN-FILE KEY IS NOT LESS THAN MD-KEY
                   INVALID KEY
                       SET MARKDOWN-EOF TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL MARKDOWN-EOF OR MARKDOWN-PRICE
               READ MARKDOWN-FILE NEXT RECORD
                   AT END
                       SET MARKDOWN-EOF TO TRUE
                   NOT AT END
                       IF MD-ITEMCODE NOT = IP-ITEMCODE
                           SET MARKDOWN-EOF TO TRUE
                       ELSE
                           IF (MD-STARTDATE = IP-EFFDATE
                                   AND MD-MDPRICE = IP-PRICE)
                               OR (MD-ENDED
                                   AND MD-ENDDATE = IP-EFFDATE
                                   AND MD-ORIGPRICE = IP-PRICE)
                               MOVE "YES" TO MARKDOWN-PRICE-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-PACKAGE.
           MOVE SPACES TO PACKAGE-FILENAME.
           STRING "D:\Files\dat\mdpkg" DELIMITED BY SIZE
               TARGETSTORE DELIMITED BY SIZE
               PACKAGESEQ DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO PACKAGE-FILENAME.
           OPEN OUTPUT PACKAGE-FILE.
           IF PACKAGE-STATUS NOT = "00"
               MOVE "MASTER DATA PACKAGE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE PACKAGE-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO MDPKG-REC.
           SET PK-HEADER TO TRUE.
           MOVE TARGETSTORE TO PK-STORECODE.
           MOVE PACKAGESEQ TO PK-SEQUENCE.
           MOVE RUN-STAMPDATE TO PK-PACKAGEDATE.
           MOVE RUN-STAMPTIME TO PK-PACKAGETIME.
           MOVE LAST-STAMPDATE TO PK-FROMDATE.
           MOVE LAST-STAMPTIME TO PK-FROMTIME.
           MOVE ZERO TO PK-RECORDCOUNT.
           WRITE MDPKG-REC.

           MOVE "NO" TO SOURCE-EOF-SW.
           MOVE LOW-VALUES TO PW-KEY.
           START PKGWORK-FILE KEY IS NOT LESS THAN PW-KEY
               INVALID KEY
                   SET SOURCE-EOF TO TRUE
           END-START.
           PERFORM UNTIL SOURCE-EOF
               READ PKGWORK-FILE NEXT RECORD
                   AT END
                       SET SOURCE-EOF TO TRUE
                   NOT AT END
                       PERFORM PACK-ONE-CHANGE
               END-READ
           END-PERFORM.

           MOVE SPACES TO MDPKG-REC.
           SET PK-TRAILER TO TRUE.
           MOVE TARGETSTORE TO PK-STORECODE.
           MOVE PACKAGESEQ TO PK-SEQUENCE.
           MOVE RUN-STAMPDATE TO PK-PACKAGEDATE.
           MOVE RUN-STAMPTIME TO PK-PACKAGETIME.
           MOVE LAST-STAMPDATE TO PK-FROMDATE.
           MOVE LAST-STAMPTIME TO PK-FROMTIME.
           MOVE DETAIL-COUNT TO PK-RECORDCOUNT.
           WRITE MDPKG-REC.
           CLOSE PACKAGE-FILE.

       PACK-ONE-CHANGE.
           MOVE SPACES TO MDPKG-REC.
           SET PK-DETAIL TO TRUE.
           MOVE TARGETSTORE TO PK-STORECODE.
           MOVE PACKAGESEQ TO PK-SEQUENCE.
           MOVE PW-FILEID TO PK-FILEID.
           MOVE PW-RECORDKEY TO PK-RECORDKEY.
           MOVE "NO" TO MASTER-FOUND-SW.
           EVALUATE TRUE
               WHEN PK-FILE-ITEM
                   MOVE PW-RECORDKEY TO IM-ITEMCODE
                   READ ITEMMAST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "YES" TO MASTER-FOUND-SW
                           MOVE ITEMMAST-REC TO PK-IMAGE
                   END-READ
                   ADD 1 TO ITEMS-PACKED
               WHEN PK-FILE-PRICE
                   MOVE PW-RECORDKEY TO IP-KEY
                   READ ITEMPRICE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "YES" TO MASTER-FOUND-SW
                           MOVE ITEMPRICE-REC TO PK-IMAGE
                   END-READ
                   ADD 1 TO PRICES-PACKED
               WHEN PK-FILE-PROMO
                   MOVE PW-RECORDKEY TO PM-KEY
                   READ PROMO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "YES" TO MASTER-FOUND-SW
                           MOVE PROMO-REC TO PK-IMAGE
                   END-READ
                   ADD 1 TO PROMOS-PACKED
               WHEN PK-FILE-COUPON
                   MOVE PW-RECORDKEY TO CP-COUPONCODE
                   READ COUPON-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "YES" TO MASTER-FOUND-SW
                           MOVE COUPON-REC TO PK-IMAGE
                   END-READ
                   ADD 1 TO COUPONS-PACKED
               WHEN PK-FILE-DEPT
                   MOVE PW-RECORDKEY TO DP-DEPTCODE
                   READ DEPTMAST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "YES" TO MASTER-FOUND-SW
                           MOVE DEPTMAST-REC TO PK-IMAGE
                   END-READ
                   ADD 1 TO DEPTS-PACKED
           END-EVALUATE.
           IF MASTER-FOUND
               MOVE PW-ACTION TO PK-ACTION
           ELSE
               SET PK-ACTION-DELETE TO TRUE
               ADD 1 TO DELETES-PACKED
           END-IF.
           WRITE MDPKG-REC.
           ADD 1 TO DETAIL-COUNT.
       END PROGRAM MASTER-PACKAGE.
