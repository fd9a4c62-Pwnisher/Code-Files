       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-LIST-IMPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICESTAGE-FILE
           ASSIGN TO "D:\Files\dat\pricestage.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PS-KEY
           ALTERNATE RECORD KEY IS PS-ITEMCODE WITH DUPLICATES
           FILE STATUS IS PRICESTAGE-STATUS.
           SELECT PRICELIST-FILE
           ASSIGN TO "D:\Files\dat\pricelist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRICELIST-STATUS.
           SELECT PRICEERR-FILE
           ASSIGN TO "D:\Files\dat\pricelisterr.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRICEERR-STATUS.
           SELECT ITEMMAST-FILE
           ASSIGN TO "D:\Files\dat\itemmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IM-ITEMCODE
           FILE STATUS IS ITEMMAST-STATUS.
           SELECT ITEMALIAS-FILE
           ASSIGN TO "D:\Files\dat\itemalias.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AL-ALIASCODE
           FILE STATUS IS ITEMALIAS-STATUS.
           SELECT SUPPMAST-FILE
           ASSIGN TO "D:\Files\dat\suppmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SU-SUPPLIERCODE
           FILE STATUS IS SUPPMAST-STATUS.
           SELECT ITEMPRICE-FILE
           ASSIGN TO "D:\Files\dat\itemprice.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IP-KEY
           FILE STATUS IS ITEMPRICE-STATUS.
           SELECT MAINTAUDIT-FILE
           ASSIGN TO "D:\Files\dat\maintaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINTAUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PRICESTAGE-FILE.
       COPY "PRICESTAGE.CPY".
       FD PRICELIST-FILE.
       01 PRICELIST-REC PIC X(200).
       FD PRICEERR-FILE.
       01 PRICEERR-REC PIC X(90).
       FD ITEMMAST-FILE.
       COPY "ITEMMAST.CPY".
       FD ITEMALIAS-FILE.
       COPY "ITEMALIAS.CPY".
       FD SUPPMAST-FILE.
       COPY "SUPPMAST.CPY".
       FD ITEMPRICE-FILE.
       COPY "ITEMPRICE.CPY".
       FD MAINTAUDIT-FILE.
       COPY "MAINTAUDIT.CPY".
       WORKING-STORAGE SECTION.
       01 PRICESTAGE-STATUS PIC X(02).
       01 PRICELIST-STATUS PIC X(02).
       01 PRICEERR-STATUS PIC X(02).
       01 ITEMMAST-STATUS PIC X(02).
       01 ITEMALIAS-STATUS PIC X(02).
       01 SUPPMAST-STATUS PIC X(02).
       01 ITEMPRICE-STATUS PIC X(02).
       01 MAINTAUDIT-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "PRICE-LIST-IMPORT".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "PRICE-LIST-IMPORT".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 TODAYDATE PIC 9(08).
       01 IMPORTCHOICE PIC X(01).
           88 IMPORT-LOAD VALUE "I".
           88 IMPORT-REVIEW VALUE "R".
           88 IMPORT-POST VALUE "P".
           88 IMPORT-LIST VALUE "L".
           88 IMPORT-EXIT VALUE "X".
       01 REVIEWCHOICE PIC X(01).
       01 APPROVEALL PIC X(01).
       01 WORKSUPPLIERCODE PIC X(10).
       01 WORKBATCHNUM PIC 9(06).
       01 NEXTBATCHNUMBER PIC 9(06).
       01 CURRENT-BATCH PIC 9(06).
       01 PRICELIST-FIELDS.
           05 PL-SUPPITEMCODE PIC X(15).
           05 PL-ITEMREF PIC X(10).
           05 PL-DESCRIPTION PIC X(30).
           05 PL-COSTTEXT PIC X(12).
           05 PL-RETAILTEXT PIC X(12).
           05 PL-EFFTEXT PIC X(10).
       01 PL-FIELDCOUNT PIC 9(02).
       01 PL-UNITCOST PIC 9(6)V99.
       01 PL-RETAILPRICE PIC 9(6)V99.
       01 PL-EFFDATE PIC 9(08).
       01 PL-ITEMCODE PIC X(10).
       01 PL-ROWTYPE PIC X(01).
       01 PL-WARNFLAG PIC X(01).
       01 PL-ROWNUM PIC 9(05).
       01 REJECT-REASON PIC X(50).
       01 COSTCHANGE PIC S9(07)V99.
       01 COSTCHANGE-LIMIT PIC 9(07)V99.
       01 PRICELIST-EOF-SW PIC X(03).
           88 PRICELIST-EOF VALUE "YES".
       01 STAGE-EOF-SW PIC X(03).
           88 STAGE-EOF VALUE "YES".
       01 FIELD-OVERFLOW-SW PIC X(03).
           88 FIELD-OVERFLOW VALUE "YES".
       01 UNCHANGED-SW PIC X(03).
           88 ROW-UNCHANGED VALUE "YES".
       01 DUPLICATE-SW PIC X(03).
           88 DUPLICATE-ROW VALUE "YES".
       01 REVIEW-QUIT-SW PIC X(03).
           88 REVIEW-QUIT VALUE "YES".
       01 BATCH-FOUND-SW PIC X(03).
           88 BATCH-FOUND VALUE "YES".
       01 ROWS-READ PIC 9(05).
       01 ROWS-STAGED PIC 9(05).
       01 ROWS-NEWITEM PIC 9(05).
       01 ROWS-UNCHANGED PIC 9(05).
       01 ROWS-REJECTED PIC 9(05).
       01 ROWS-APPROVED PIC 9(05).
       01 ROWS-DECLINED PIC 9(05).
       01 ROWS-POSTED PIC 9(05).
       01 ROWS-WAITING PIC 9(05).
       01 ROWS-HELD PIC 9(05).
       01 BATCH-COUNTS.
           05 BC-PENDING PIC 9(05).
           05 BC-APPROVED PIC 9(05).
           05 BC-WAITING PIC 9(05).
           05 BC-POSTED PIC 9(05).
           05 BC-DECLINED PIC 9(05).
       01 BATCH-SUPPLIER PIC X(10).
       01 BATCH-IMPORTDATE PIC 9(08).
       01 ROW-DISP PIC ZZZZ9.
       01 COUNT-DISP PIC ZZ,ZZ9.
       01 AMOUNT-DISP PIC ZZZ,ZZ9.99.
       01 OLDAMOUNT-DISP PIC ZZZ,ZZ9.99.
       01 REPORT-LINE PIC X(90).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O PRICESTAGE-FILE.
           IF PRICESTAGE-STATUS = "35"
               OPEN OUTPUT PRICESTAGE-FILE
               CLOSE PRICESTAGE-FILE
               OPEN I-O PRICESTAGE-FILE
           END-IF.
           IF PRICESTAGE-STATUS NOT = "00"
               MOVE "PRICE LIST STAGING FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE PRICESTAGE-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN I-O ITEMMAST-FILE.
           IF ITEMMAST-STATUS NOT = "00"
               MOVE "ITEM MASTER" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE ITEMMAST-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN INPUT ITEMALIAS-FILE.
           IF ITEMALIAS-STATUS = "35"
               OPEN OUTPUT ITEMALIAS-FILE
               CLOSE ITEMALIAS-FILE
               OPEN INPUT ITEMALIAS-FILE
           END-IF.
           IF ITEMALIAS-STATUS NOT = "00"
               MOVE "ITEM ALIAS FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE ITEMALIAS-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN INPUT SUPPMAST-FILE.
           IF SUPPMAST-STATUS NOT = "00"
               MOVE "SUPPLIER MASTER" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE SUPPMAST-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN I-O ITEMPRICE-FILE.
           IF ITEMPRICE-STATUS = "35"
               OPEN OUTPUT ITEMPRICE-FILE
               CLOSE ITEMPRICE-FILE
               OPEN I-O ITEMPRICE-FILE
           END-IF.
           IF ITEMPRICE-STATUS NOT = "00"
               MOVE "PRICE HISTORY FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE ITEMPRICE-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.

           PERFORM BACK-OFFICE-SIGN-ON.
           ACCEPT TODAYDATE FROM DATE YYYYMMDD.

           PERFORM UNTIL IMPORT-EXIT
               DISPLAY "SUPPLIER PRICE LIST (I-IMPORT, R-REVIEW, "
                   "P-POST, L-LIST BATCHES, X-EXIT): "
               ACCEPT IMPORTCHOICE
               EVALUATE TRUE
                   WHEN IMPORT-LOAD
                       PERFORM IMPORT-PRICE-LIST
                           THRU IMPORT-PRICE-LIST-EXIT
                   WHEN IMPORT-REVIEW
                       PERFORM REVIEW-BATCH THRU REVIEW-BATCH-EXIT
                   WHEN IMPORT-POST
                       PERFORM POST-BATCH THRU POST-BATCH-EXIT
                   WHEN IMPORT-LIST
                       PERFORM LIST-BATCHES
                   WHEN IMPORT-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE, TRY AGAIN."
               END-EVALUATE
           END-PERFORM.

           CLOSE PRICESTAGE-FILE.
           CLOSE ITEMMAST-FILE.
           CLOSE ITEMALIAS-FILE.
           CLOSE SUPPMAST-FILE.
           CLOSE ITEMPRICE-FILE.
           STOP RUN.

       IMPORT-PRICE-LIST.
           DISPLAY "SUPPLIER CODE ON THE PRICE LIST: ".
           ACCEPT WORKSUPPLIERCODE.
           MOVE WORKSUPPLIERCODE TO SU-SUPPLIERCODE.
           READ SUPPMAST-FILE
               INVALID KEY
                   DISPLAY "SUPPLIER NOT ON FILE."
                   GO TO IMPORT-PRICE-LIST-EXIT
           END-READ.
           IF SU-SUPPLIER-INACTIVE
               DISPLAY "SUPPLIER IS DEACTIVATED, LIST NOT IMPORTED."
               GO TO IMPORT-PRICE-LIST-EXIT
           END-IF.

           OPEN INPUT PRICELIST-FILE.
           IF PRICELIST-STATUS NOT = "00"
               DISPLAY "PRICE LIST FILE NOT FOUND, STATUS "
                   PRICELIST-STATUS "."
               GO TO IMPORT-PRICE-LIST-EXIT
           END-IF.
           OPEN OUTPUT PRICEERR-FILE.

           PERFORM FIND-NEXT-BATCHNUMBER.
           MOVE ZERO TO ROWS-READ.
           MOVE ZERO TO ROWS-STAGED.
           MOVE ZERO TO ROWS-NEWITEM.
           MOVE ZERO TO ROWS-UNCHANGED.
           MOVE ZERO TO ROWS-REJECTED.
           MOVE ZERO TO PL-ROWNUM.

           MOVE SPACES TO REPORT-LINE.
           STRING "PRICE LIST EXCEPTIONS - SUPPLIER " SU-SUPPLIERCODE
               " " SU-SUPPLIERNAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-ERROR-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "BATCH " NEXTBATCHNUMBER "   IMPORTED " TODAYDATE
               "   BY " OPERATORID
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-ERROR-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-ERROR-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ROW   SUPPLIER ITEM   OUR ITEM   REASON"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-ERROR-LINE.

           MOVE "NO" TO PRICELIST-EOF-SW.
           PERFORM UNTIL PRICELIST-EOF
               READ PRICELIST-FILE
                   AT END
                       SET PRICELIST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO PL-ROWNUM
                       IF PRICELIST-REC NOT = SPACES
                           PERFORM IMPORT-ONE-ROW
                               THRU IMPORT-ONE-ROW-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-ERROR-LINE.
           MOVE ROWS-READ TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "ROWS READ           " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-ERROR-LINE.
           MOVE ROWS-STAGED TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "COST UPDATES STAGED " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-ERROR-LINE.
           MOVE ROWS-NEWITEM TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "NEW ITEMS STAGED    " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-ERROR-LINE.
           MOVE ROWS-UNCHANGED TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "UNCHANGED           " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-ERROR-LINE.
           MOVE ROWS-REJECTED TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "REJECTED            " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-ERROR-LINE.

           CLOSE PRICELIST-FILE.
           CLOSE PRICEERR-FILE.
           IF ROWS-STAGED + ROWS-NEWITEM = ZERO
               DISPLAY "NOTHING STAGED FROM THIS PRICE LIST."
           ELSE
               DISPLAY "BATCH " NEXTBATCHNUMBER
                   " STAGED, REVIEW IT BEFORE POSTING."
           END-IF.
       IMPORT-PRICE-LIST-EXIT.
           EXIT.

       IMPORT-ONE-ROW.
           MOVE SPACES TO PRICELIST-FIELDS.
           MOVE ZERO TO PL-FIELDCOUNT.
           MOVE "NO" TO FIELD-OVERFLOW-SW.
           UNSTRING PRICELIST-REC DELIMITED BY ","
               INTO PL-SUPPITEMCODE PL-ITEMREF PL-DESCRIPTION
                   PL-COSTTEXT PL-RETAILTEXT PL-EFFTEXT
               TALLYING IN PL-FIELDCOUNT
               ON OVERFLOW
                   SET FIELD-OVERFLOW TO TRUE
           END-UNSTRING.

           IF PL-ROWNUM = 1 AND
                   FUNCTION TEST-NUMVAL(PL-COSTTEXT) NOT = ZERO
               GO TO IMPORT-ONE-ROW-EXIT
           END-IF.
           ADD 1 TO ROWS-READ.

           PERFORM VALIDATE-ROW THRU VALIDATE-ROW-EXIT.
           IF REJECT-REASON NOT = SPACES
               ADD 1 TO ROWS-REJECTED
               MOVE PL-ROWNUM TO ROW-DISP
               MOVE SPACES TO REPORT-LINE
               STRING ROW-DISP " " PL-SUPPITEMCODE " " PL-ITEMREF " "
                   REJECT-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-ERROR-LINE
               GO TO IMPORT-ONE-ROW-EXIT
           END-IF.
           IF ROW-UNCHANGED
               ADD 1 TO ROWS-UNCHANGED
               GO TO IMPORT-ONE-ROW-EXIT
           END-IF.

           MOVE SPACES TO PRICESTAGE-REC.
           MOVE NEXTBATCHNUMBER TO PS-BATCHNUM.
           MOVE PL-ROWNUM TO PS-ROWNUM.
           MOVE WORKSUPPLIERCODE TO PS-SUPPLIERCODE.
           MOVE PL-SUPPITEMCODE TO PS-SUPPITEMCODE.
           MOVE PL-ITEMREF TO PS-ITEMREF.
           MOVE PL-ITEMCODE TO PS-ITEMCODE.
           MOVE PL-DESCRIPTION TO PS-DESCRIPTION.
           MOVE PL-UNITCOST TO PS-UNITCOST.
           MOVE PL-RETAILPRICE TO PS-RETAILPRICE.
           MOVE PL-EFFDATE TO PS-EFFDATE.
           MOVE PL-ROWTYPE TO PS-ROWTYPE.
           MOVE PL-WARNFLAG TO PS-WARNFLAG.
           IF PS-COST-UPDATE
               MOVE IM-UNITCOST TO PS-OLDCOST
               MOVE IM-ITEMPRICE TO PS-OLDPRICE
               MOVE IM-DEPTCODE TO PS-DEPTCODE
               MOVE IM-TAXCLASS TO PS-TAXCLASS
           ELSE
               MOVE ZERO TO PS-OLDCOST
               MOVE ZERO TO PS-OLDPRICE
           END-IF.
           SET PS-PENDING TO TRUE.
           MOVE TODAYDATE TO PS-IMPORTDATE.
           MOVE OPERATORID TO PS-IMPORTEDBY.
           MOVE ZERO TO PS-POSTDATE.
           WRITE PRICESTAGE-REC
               INVALID KEY
                   DISPLAY "ROW " PL-ROWNUM " ALREADY STAGED."
               NOT INVALID KEY
                   IF PS-NEW-ITEM
                       ADD 1 TO ROWS-NEWITEM
                   ELSE
                       ADD 1 TO ROWS-STAGED
                   END-IF
           END-WRITE.
       IMPORT-ONE-ROW-EXIT.
           EXIT.

       VALIDATE-ROW.
           MOVE SPACES TO REJECT-REASON.
           MOVE "NO" TO UNCHANGED-SW.
           MOVE "N" TO PL-WARNFLAG.
           MOVE SPACES TO PL-ITEMCODE.
           MOVE ZERO TO PL-UNITCOST.
           MOVE ZERO TO PL-RETAILPRICE.

           IF PL-FIELDCOUNT < 5
               MOVE "MISSING FIELDS, 6 EXPECTED" TO REJECT-REASON
               GO TO VALIDATE-ROW-EXIT
           END-IF.
           IF FIELD-OVERFLOW
               MOVE "TOO MANY FIELDS, 6 EXPECTED" TO REJECT-REASON
               GO TO VALIDATE-ROW-EXIT
           END-IF.
           IF PL-ITEMREF = SPACES
               MOVE "OUR ITEM CODE OR ALIAS MISSING" TO REJECT-REASON
               GO TO VALIDATE-ROW-EXIT
           END-IF.

           IF PL-COSTTEXT = SPACES OR
                   FUNCTION TEST-NUMVAL(PL-COSTTEXT) NOT = ZERO
               MOVE "UNIT COST NOT NUMERIC" TO REJECT-REASON
               GO TO VALIDATE-ROW-EXIT
           END-IF.
           COMPUTE PL-UNITCOST = FUNCTION NUMVAL(PL-COSTTEXT)
               ON SIZE ERROR
                   MOVE "UNIT COST TOO LARGE" TO REJECT-REASON
                   GO TO VALIDATE-ROW-EXIT
           END-COMPUTE.
           IF PL-UNITCOST = ZERO OR
                   FUNCTION NUMVAL(PL-COSTTEXT) < ZERO
               MOVE "UNIT COST MUST BE GREATER THAN ZERO"
                   TO REJECT-REASON
               GO TO VALIDATE-ROW-EXIT
           END-IF.

           IF PL-RETAILTEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(PL-RETAILTEXT) NOT = ZERO
                   MOVE "SUGGESTED RETAIL NOT NUMERIC" TO REJECT-REASON
                   GO TO VALIDATE-ROW-EXIT
               END-IF
               COMPUTE PL-RETAILPRICE = FUNCTION NUMVAL(PL-RETAILTEXT)
                   ON SIZE ERROR
                       MOVE "SUGGESTED RETAIL TOO LARGE"
                           TO REJECT-REASON
                       GO TO VALIDATE-ROW-EXIT
               END-COMPUTE
               IF FUNCTION NUMVAL(PL-RETAILTEXT) < ZERO
                   MOVE "SUGGESTED RETAIL CANNOT BE NEGATIVE"
                       TO REJECT-REASON
                   GO TO VALIDATE-ROW-EXIT
               END-IF
           END-IF.

           IF PL-EFFTEXT = SPACES
               MOVE TODAYDATE TO PL-EFFDATE
           ELSE
               IF PL-EFFTEXT(1:8) NOT NUMERIC OR
                       PL-EFFTEXT(9:2) NOT = SPACES
                   MOVE "EFFECTIVE DATE NOT YYYYMMDD" TO REJECT-REASON
                   GO TO VALIDATE-ROW-EXIT
               END-IF
               MOVE PL-EFFTEXT(1:8) TO PL-EFFDATE
               IF FUNCTION TEST-DATE-YYYYMMDD(PL-EFFDATE) NOT = ZERO
                   MOVE "EFFECTIVE DATE IS NOT A VALID DATE"
                       TO REJECT-REASON
                   GO TO VALIDATE-ROW-EXIT
               END-IF
               IF PL-EFFDATE < TODAYDATE
                   MOVE TODAYDATE TO PL-EFFDATE
               END-IF
           END-IF.

           MOVE PL-ITEMREF TO IM-ITEMCODE.
           READ ITEMMAST-FILE
               INVALID KEY
                   MOVE PL-ITEMREF TO AL-ALIASCODE
                   READ ITEMALIAS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE AL-ITEMCODE TO IM-ITEMCODE
                           READ ITEMMAST-FILE
                               INVALID KEY
                                   MOVE "ALIAS POINTS TO A MISSING ITEM"
                                       TO REJECT-REASON
                           END-READ
                   END-READ
           END-READ.
           IF REJECT-REASON NOT = SPACES
               GO TO VALIDATE-ROW-EXIT
           END-IF.

           IF ITEMMAST-STATUS = "00"
               MOVE IM-ITEMCODE TO PL-ITEMCODE
               MOVE "C" TO PL-ROWTYPE
           ELSE
               MOVE PL-ITEMREF TO PL-ITEMCODE
               MOVE "N" TO PL-ROWTYPE
           END-IF.

           PERFORM CHECK-DUPLICATE-ROW.
           IF DUPLICATE-ROW
               MOVE "ITEM APPEARS MORE THAN ONCE IN THIS LIST"
                   TO REJECT-REASON
               GO TO VALIDATE-ROW-EXIT
           END-IF.

           IF PL-ROWTYPE = "N"
               IF PL-DESCRIPTION = SPACES
                   MOVE "UNKNOWN ITEM, DESCRIPTION REQUIRED"
                       TO REJECT-REASON
                   GO TO VALIDATE-ROW-EXIT
               END-IF
               IF PL-RETAILPRICE = ZERO
                   MOVE "UNKNOWN ITEM, SUGGESTED RETAIL REQUIRED"
                       TO REJECT-REASON
               END-IF
               GO TO VALIDATE-ROW-EXIT
           END-IF.

           IF IM-ITEM-INACTIVE
               MOVE "ITEM IS DEACTIVATED" TO REJECT-REASON
               GO TO VALIDATE-ROW-EXIT
           END-IF.
           IF IM-SUPPLIERCODE NOT = WORKSUPPLIERCODE
               STRING "ITEM IS SUPPLIED BY " IM-SUPPLIERCODE
                   DELIMITED BY SIZE INTO REJECT-REASON
               GO TO VALIDATE-ROW-EXIT
           END-IF.
           IF IM-CONSIGNMENT
               MOVE "CONSIGNMENT ITEM, NO COST HELD" TO REJECT-REASON
               GO TO VALIDATE-ROW-EXIT
           END-IF.

           IF PL-UNITCOST = IM-UNITCOST AND
                   (PL-RETAILPRICE = ZERO OR
                    PL-RETAILPRICE = IM-ITEMPRICE)
               SET ROW-UNCHANGED TO TRUE
               GO TO VALIDATE-ROW-EXIT
           END-IF.

           COMPUTE COSTCHANGE = PL-UNITCOST - IM-UNITCOST.
           IF COSTCHANGE < ZERO
               COMPUTE COSTCHANGE = ZERO - COSTCHANGE
           END-IF.
           COMPUTE COSTCHANGE-LIMIT = IM-UNITCOST * 0.20.
           IF IM-UNITCOST > ZERO AND COSTCHANGE > COSTCHANGE-LIMIT
               MOVE "Y" TO PL-WARNFLAG
           END-IF.
       VALIDATE-ROW-EXIT.
           EXIT.

       CHECK-DUPLICATE-ROW.
           MOVE "NO" TO DUPLICATE-SW.
           MOVE "NO" TO STAGE-EOF-SW.
           MOVE PL-ITEMCODE TO PS-ITEMCODE.
           START PRICESTAGE-FILE KEY IS EQUAL TO PS-ITEMCODE
               INVALID KEY
                   SET STAGE-EOF TO TRUE
           END-START.
           PERFORM UNTIL STAGE-EOF OR DUPLICATE-ROW
               READ PRICESTAGE-FILE NEXT RECORD
                   AT END
                       SET STAGE-EOF TO TRUE
                   NOT AT END
                       IF PS-ITEMCODE NOT = PL-ITEMCODE
                           SET STAGE-EOF TO TRUE
                       ELSE
                           IF PS-BATCHNUM = NEXTBATCHNUMBER
                               SET DUPLICATE-ROW TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FIND-NEXT-BATCHNUMBER.
           MOVE ZERO TO NEXTBATCHNUMBER.
           MOVE "NO" TO STAGE-EOF-SW.
           MOVE LOW-VALUES TO PS-KEY.
           START PRICESTAGE-FILE KEY IS NOT LESS THAN PS-KEY
               INVALID KEY
                   SET STAGE-EOF TO TRUE
           END-START.
           PERFORM UNTIL STAGE-EOF
               READ PRICESTAGE-FILE NEXT RECORD
                   AT END
                       SET STAGE-EOF TO TRUE
                   NOT AT END
                       MOVE PS-BATCHNUM TO NEXTBATCHNUMBER
               END-READ
           END-PERFORM.
           ADD 1 TO NEXTBATCHNUMBER.

       START-BATCH.
           MOVE "NO" TO STAGE-EOF-SW.
           MOVE WORKBATCHNUM TO PS-BATCHNUM.
           MOVE ZERO TO PS-ROWNUM.
           START PRICESTAGE-FILE KEY IS NOT LESS THAN PS-KEY
               INVALID KEY
                   SET STAGE-EOF TO TRUE
           END-START.

       READ-BATCH-ROW.
           READ PRICESTAGE-FILE NEXT RECORD
               AT END
                   SET STAGE-EOF TO TRUE
               NOT AT END
                   IF PS-BATCHNUM NOT = WORKBATCHNUM
                       SET STAGE-EOF TO TRUE
                   END-IF
           END-READ.

       REVIEW-BATCH.
           DISPLAY "BATCH NUMBER TO REVIEW: ".
           ACCEPT WORKBATCHNUM.
           DISPLAY "APPROVE ALL ROUTINE COST UPDATES WITHOUT "
               "REVIEW? (Y/N): ".
           ACCEPT APPROVEALL.
           IF APPROVEALL = "y"
               MOVE "Y" TO APPROVEALL
           END-IF.
           MOVE ZERO TO ROWS-APPROVED.
           MOVE ZERO TO ROWS-DECLINED.
           MOVE "NO" TO REVIEW-QUIT-SW.
           MOVE "NO" TO BATCH-FOUND-SW.

           PERFORM START-BATCH.
           IF NOT STAGE-EOF
               PERFORM READ-BATCH-ROW
           END-IF.
           PERFORM UNTIL STAGE-EOF OR REVIEW-QUIT
               SET BATCH-FOUND TO TRUE
               IF PS-PENDING
                   PERFORM REVIEW-ONE-ROW THRU REVIEW-ONE-ROW-EXIT
               END-IF
               IF NOT REVIEW-QUIT
                   PERFORM READ-BATCH-ROW
               END-IF
           END-PERFORM.

           IF NOT BATCH-FOUND
               DISPLAY "BATCH " WORKBATCHNUM " NOT ON FILE."
               GO TO REVIEW-BATCH-EXIT
           END-IF.
           DISPLAY "ROWS APPROVED: " ROWS-APPROVED
               "  ROWS REJECTED: " ROWS-DECLINED.
       REVIEW-BATCH-EXIT.
           EXIT.

       REVIEW-ONE-ROW.
           IF APPROVEALL = "Y" AND PS-COST-UPDATE AND
                   NOT PS-LARGE-CHANGE
               SET PS-APPROVED TO TRUE
               MOVE OPERATORID TO PS-APPROVEDBY
               REWRITE PRICESTAGE-REC
               ADD 1 TO ROWS-APPROVED
               GO TO REVIEW-ONE-ROW-EXIT
           END-IF.

           MOVE PS-ROWNUM TO ROW-DISP.
           IF PS-NEW-ITEM
               DISPLAY "ROW " ROW-DISP " NEW ITEM " PS-ITEMCODE " "
                   PS-DESCRIPTION
               MOVE PS-UNITCOST TO AMOUNT-DISP
               DISPLAY "    UNIT COST " AMOUNT-DISP
               MOVE PS-RETAILPRICE TO AMOUNT-DISP
               DISPLAY "    RETAIL    " AMOUNT-DISP
                   "  EFFECTIVE " PS-EFFDATE
           ELSE
               DISPLAY "ROW " ROW-DISP " COST UPDATE " PS-ITEMCODE
                   " (SUPPLIER ITEM " PS-SUPPITEMCODE ")"
               MOVE PS-OLDCOST TO OLDAMOUNT-DISP
               MOVE PS-UNITCOST TO AMOUNT-DISP
               DISPLAY "    UNIT COST " OLDAMOUNT-DISP " TO "
                   AMOUNT-DISP
               IF PS-RETAILPRICE > ZERO
                   MOVE PS-OLDPRICE TO OLDAMOUNT-DISP
                   MOVE PS-RETAILPRICE TO AMOUNT-DISP
                   DISPLAY "    RETAIL    " OLDAMOUNT-DISP " TO "
                       AMOUNT-DISP
               END-IF
               DISPLAY "    EFFECTIVE " PS-EFFDATE
               IF PS-LARGE-CHANGE
                   DISPLAY "    ** COST CHANGE OVER 20 PERCENT **"
               END-IF
           END-IF.

           MOVE SPACE TO REVIEWCHOICE.
           PERFORM UNTIL REVIEWCHOICE = "A" OR REVIEWCHOICE = "R" OR
                   REVIEWCHOICE = "S" OR REVIEWCHOICE = "Q"
               DISPLAY "A-APPROVE, R-REJECT, S-SKIP, Q-QUIT REVIEW: "
               ACCEPT REVIEWCHOICE
           END-PERFORM.

           EVALUATE REVIEWCHOICE
               WHEN "A"
                   IF PS-NEW-ITEM
                       DISPLAY "DEPARTMENT CODE: "
                       ACCEPT PS-DEPTCODE
                       MOVE SPACE TO PS-TAXCLASS
                       PERFORM UNTIL PS-TAXCLASS = "V" OR
                               PS-TAXCLASS = "E" OR PS-TAXCLASS = "Z"
                           DISPLAY "TAX CLASS (V-VATABLE, E-EXEMPT, "
                               "Z-ZERO-RATED): "
                           ACCEPT PS-TAXCLASS
                       END-PERFORM
                   END-IF
                   SET PS-APPROVED TO TRUE
                   MOVE OPERATORID TO PS-APPROVEDBY
                   REWRITE PRICESTAGE-REC
                   ADD 1 TO ROWS-APPROVED
               WHEN "R"
                   SET PS-DECLINED TO TRUE
                   MOVE OPERATORID TO PS-APPROVEDBY
                   REWRITE PRICESTAGE-REC
                   ADD 1 TO ROWS-DECLINED
               WHEN "Q"
                   SET REVIEW-QUIT TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       REVIEW-ONE-ROW-EXIT.
           EXIT.

       POST-BATCH.
           DISPLAY "BATCH NUMBER TO POST: ".
           ACCEPT WORKBATCHNUM.
           MOVE ZERO TO ROWS-POSTED.
           MOVE ZERO TO ROWS-WAITING.
           MOVE ZERO TO ROWS-HELD.
           MOVE "NO" TO BATCH-FOUND-SW.

           PERFORM START-BATCH.
           IF NOT STAGE-EOF
               PERFORM READ-BATCH-ROW
           END-IF.
           PERFORM UNTIL STAGE-EOF
               SET BATCH-FOUND TO TRUE
               IF PS-APPROVED OR PS-WAITING
                   PERFORM POST-ONE-ROW THRU POST-ONE-ROW-EXIT
               END-IF
               PERFORM READ-BATCH-ROW
           END-PERFORM.

           IF NOT BATCH-FOUND
               DISPLAY "BATCH " WORKBATCHNUM " NOT ON FILE."
               GO TO POST-BATCH-EXIT
           END-IF.
           DISPLAY "ROWS POSTED: " ROWS-POSTED
               "  WAITING FOR EFFECTIVE DATE: " ROWS-WAITING
               "  NOT POSTED: " ROWS-HELD.
       POST-BATCH-EXIT.
           EXIT.

       POST-ONE-ROW.
           MOVE PS-ROWNUM TO ROW-DISP.
           MOVE PS-ITEMCODE TO IM-ITEMCODE.
           READ ITEMMAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF PS-NEW-ITEM
               IF ITEMMAST-STATUS = "00"
                   DISPLAY "ROW " ROW-DISP " ITEM " PS-ITEMCODE
                       " IS NOW ON FILE, NOT ADDED."
                   ADD 1 TO ROWS-HELD
                   GO TO POST-ONE-ROW-EXIT
               END-IF
               PERFORM ADD-NEW-ITEM
               GO TO POST-ONE-ROW-EXIT
           END-IF.

           IF ITEMMAST-STATUS NOT = "00"
               DISPLAY "ROW " ROW-DISP " ITEM " PS-ITEMCODE
                   " IS NO LONGER ON FILE, NOT POSTED."
               ADD 1 TO ROWS-HELD
               GO TO POST-ONE-ROW-EXIT
           END-IF.

           IF PS-APPROVED AND PS-RETAILPRICE > ZERO
               MOVE PS-RETAILPRICE TO IP-PRICE
               PERFORM WRITE-PRICE-HISTORY
           END-IF.

           IF PS-EFFDATE > TODAYDATE
               IF PS-APPROVED
                   SET PS-WAITING TO TRUE
                   REWRITE PRICESTAGE-REC
               END-IF
               ADD 1 TO ROWS-WAITING
               GO TO POST-ONE-ROW-EXIT
           END-IF.

           MOVE ITEMMAST-REC TO MA-BEFOREIMAGE.
           MOVE PS-UNITCOST TO IM-UNITCOST.
           IF PS-RETAILPRICE > ZERO
               MOVE PS-RETAILPRICE TO IM-ITEMPRICE
           END-IF.
           REWRITE ITEMMAST-REC.
           MOVE ITEMMAST-REC TO MA-AFTERIMAGE.
           MOVE "C" TO MA-ACTION.
           MOVE IM-ITEMCODE TO MA-RECORDKEY.
           PERFORM WRITE-MAINT-AUDIT.

           SET PS-POSTED TO TRUE.
           MOVE TODAYDATE TO PS-POSTDATE.
           REWRITE PRICESTAGE-REC.
           ADD 1 TO ROWS-POSTED.
       POST-ONE-ROW-EXIT.
           EXIT.

       ADD-NEW-ITEM.
           MOVE SPACES TO ITEMMAST-REC.
           MOVE PS-ITEMCODE TO IM-ITEMCODE.
           MOVE PS-DESCRIPTION TO IM-ITEMNAME.
           MOVE PS-RETAILPRICE TO IM-ITEMPRICE.
           MOVE PS-UNITCOST TO IM-UNITCOST.
           SET IM-ITEM-ACTIVE TO TRUE.
           MOVE ZERO TO IM-STOCKONHAND.
           MOVE PS-DEPTCODE TO IM-DEPTCODE.
           MOVE PS-TAXCLASS TO IM-TAXCLASS.
           MOVE "P" TO IM-UOM.
           MOVE "N" TO IM-SERIALFLAG.
           MOVE PS-SUPPLIERCODE TO IM-SUPPLIERCODE.
           MOVE ZERO TO IM-REORDERPOINT.
           MOVE ZERO TO IM-REORDERQTY.
           MOVE ZERO TO IM-WARRANTYMONTHS.
           MOVE "N" TO IM-CONSIGNFLAG.
           MOVE SPACES TO IM-CONSIGNORCODE.
           WRITE ITEMMAST-REC
               INVALID KEY
                   DISPLAY "ROW " ROW-DISP " ITEM " PS-ITEMCODE
                       " COULD NOT BE ADDED."
                   ADD 1 TO ROWS-HELD
               NOT INVALID KEY
                   MOVE SPACES TO MA-BEFOREIMAGE
                   MOVE ITEMMAST-REC TO MA-AFTERIMAGE
                   MOVE "A" TO MA-ACTION
                   MOVE IM-ITEMCODE TO MA-RECORDKEY
                   PERFORM WRITE-MAINT-AUDIT
                   MOVE PS-RETAILPRICE TO IP-PRICE
                   PERFORM WRITE-PRICE-HISTORY
                   SET PS-POSTED TO TRUE
                   MOVE TODAYDATE TO PS-POSTDATE
                   REWRITE PRICESTAGE-REC
                   ADD 1 TO ROWS-POSTED
                   DISPLAY "ROW " ROW-DISP " ITEM " PS-ITEMCODE
                       " ADDED, SET ITS REORDER LEVELS IN ITEM "
                       "MAINTENANCE."
           END-WRITE.

       WRITE-PRICE-HISTORY.
           MOVE PS-ITEMCODE TO IP-ITEMCODE.
           MOVE PS-EFFDATE TO IP-EFFDATE.
           MOVE SPACES TO IP-PRICEZONE.
           MOVE OPERATORID TO IP-LOADEDBY.
           MOVE TODAYDATE TO IP-LOADDATE.
           WRITE ITEMPRICE-REC
               INVALID KEY
                   REWRITE ITEMPRICE-REC
           END-WRITE.

       LIST-BATCHES.
           MOVE ZERO TO CURRENT-BATCH.
           MOVE "NO" TO STAGE-EOF-SW.
           MOVE LOW-VALUES TO PS-KEY.
           START PRICESTAGE-FILE KEY IS NOT LESS THAN PS-KEY
               INVALID KEY
                   SET STAGE-EOF TO TRUE
           END-START.
           DISPLAY "BATCH  SUPPLIER   IMPORTED PENDING APPROVED "
               "WAITING POSTED REJECTED".
           PERFORM UNTIL STAGE-EOF
               READ PRICESTAGE-FILE NEXT RECORD
                   AT END
                       SET STAGE-EOF TO TRUE
                   NOT AT END
                       IF PS-BATCHNUM NOT = CURRENT-BATCH
                           IF CURRENT-BATCH NOT = ZERO
                               PERFORM SHOW-BATCH-LINE
                           END-IF
                           MOVE PS-BATCHNUM TO CURRENT-BATCH
                           MOVE PS-SUPPLIERCODE TO BATCH-SUPPLIER
                           MOVE PS-IMPORTDATE TO BATCH-IMPORTDATE
                           MOVE ZERO TO BATCH-COUNTS
                       END-IF
                       EVALUATE TRUE
                           WHEN PS-PENDING
                               ADD 1 TO BC-PENDING
                           WHEN PS-APPROVED
                               ADD 1 TO BC-APPROVED
                           WHEN PS-WAITING
                               ADD 1 TO BC-WAITING
                           WHEN PS-POSTED
                               ADD 1 TO BC-POSTED
                           WHEN PS-DECLINED
                               ADD 1 TO BC-DECLINED
                       END-EVALUATE
               END-READ
           END-PERFORM.
           IF CURRENT-BATCH NOT = ZERO
               PERFORM SHOW-BATCH-LINE
           ELSE
               DISPLAY "NO PRICE LIST BATCHES ON FILE."
           END-IF.

       SHOW-BATCH-LINE.
           DISPLAY CURRENT-BATCH " " BATCH-SUPPLIER " "
               BATCH-IMPORTDATE " " BC-PENDING "   " BC-APPROVED
               "    " BC-WAITING "   " BC-POSTED "  " BC-DECLINED.

       WRITE-ERROR-LINE.
           WRITE PRICEERR-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.

       WRITE-MAINT-AUDIT.
           OPEN EXTEND MAINTAUDIT-FILE.
           IF MAINTAUDIT-STATUS = "35"
               OPEN OUTPUT MAINTAUDIT-FILE
           END-IF.
           ACCEPT MA-AUDITDATE FROM DATE YYYYMMDD.
           ACCEPT MA-AUDITTIME FROM TIME.
           MOVE "PRICE-LIST-IMPORT" TO MA-PROGRAM.
           MOVE OPERATORID TO MA-OPERATOR.
           WRITE MAINTAUDIT-REC.
           CLOSE MAINTAUDIT-FILE.

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
       END PROGRAM PRICE-LIST-IMPORT.
