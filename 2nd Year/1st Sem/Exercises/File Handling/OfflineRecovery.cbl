           ACCESS MODE IS RANDOM
           RECORD KEY IS OC-TILLNUM
           FILE STATUS IS ORCONTROL-STATUS.
           SELECT GRANDTOT-FILE
           ASSIGN TO "D:\Files\dat\grandtot.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS GT-TILLNUM
           FILE STATUS IS GRANDTOT-STATUS.
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
       COPY "BOMREC.CPY".
       FD ORCONTROL-FILE.
       COPY "ORCONTROL.CPY".
       FD GRANDTOT-FILE.
       COPY "GRANDTOT.CPY".
       FD TENDERHDR-FILE.
       COPY "TENDERHDR.CPY".
       FD TENDERDTL-FILE.
       01 ITEMMAST-STATUS PIC X(02).
       01 BOM-STATUS PIC X(02).
       01 ORCONTROL-STATUS PIC X(02).
       01 GRANDTOT-STATUS PIC X(02).
       01 TENDERHDR-STATUS PIC X(02).
       01 TENDERDTL-STATUS PIC X(02).
       01 TENDERJRN-STATUS PIC X(02).
           88 BOM-EOF VALUE "YES".
       01 BOM-HIT-SW PIC X(03).
           88 BOM-COMPONENTS-FOUND VALUE "YES".
       01 GTAMOUNT PIC 9(7)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT OFFLINESPOOL-FILE.
           END-IF.
           OPEN INPUT BOM-FILE.
           OPEN I-O ORCONTROL-FILE.
           OPEN I-O GRANDTOT-FILE.
           IF GRANDTOT-STATUS = "35"
               OPEN OUTPUT GRANDTOT-FILE
               CLOSE GRANDTOT-FILE
               OPEN I-O GRANDTOT-FILE
           END-IF.
           IF GRANDTOT-STATUS NOT = "00"
               MOVE "GRAND TOTAL FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE GRANDTOT-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               DISPLAY "GRAND TOTAL FILE NOT USABLE, RECOVERY "
                   "NOT RUN."
               CLOSE OFFLINESPOOL-FILE
               CLOSE TENDER-FILE
               CLOSE ITEMMAST-FILE
               CLOSE BOM-FILE
               CLOSE ORCONTROL-FILE
               STOP RUN
           END-IF.
           OPEN I-O TENDERHDR-FILE.
           IF TENDERHDR-STATUS = "35"
               OPEN OUTPUT TENDERHDR-FILE
           CLOSE ITEMMAST-FILE.
           CLOSE BOM-FILE.
           CLOSE ORCONTROL-FILE.
           CLOSE GRANDTOT-FILE.
           CLOSE TENDERHDR-FILE.
           CLOSE TENDERDTL-FILE.
           CLOSE TENDERJRN-FILE.
                   NOT INVALID KEY
                       PERFORM WRITE-TENDER-SPLIT
                       PERFORM UPDATE-STOCK-FOR-SALE
                       IF NOT TRAINING-TRANSACTION
                           PERFORM UPDATE-GRAND-TOTAL
                       END-IF
                       ADD 1 TO POSTED-COUNT
                       DISPLAY "ORDER " ORDERNUMV3 " POSTED, OR "
                           "NUMBER " ORNUMBERV3 "."
                   END-IF
           END-READ.

       UPDATE-GRAND-TOTAL.
           MOVE TILLNUMV3 TO GT-TILLNUM.
           READ GRANDTOT-FILE
               INVALID KEY
                   MOVE ZERO TO GT-GRANDTOTAL GT-VOIDTOTAL
                       GT-REFUNDTOTAL GT-ZCOUNTER GT-LASTZDATE
                       GT-ZBEGINGT GT-ZBEGINVOID GT-ZBEGINREFUND
                       GT-ZFIRSTOR GT-LASTOR GT-ZTRANSCOUNT
                   WRITE GRANDTOT-REC
           END-READ.
           COMPUTE GTAMOUNT = ORDERAMOUNTV3 + TAXAMOUNTV3.
           EVALUATE TRUE
               WHEN TENDER-SALE
                   ADD GTAMOUNT TO GT-GRANDTOTAL
                   IF ORNUMBERV3 > ZERO
                       IF GT-ZFIRSTOR = ZERO
                           MOVE ORNUMBERV3 TO GT-ZFIRSTOR
                       END-IF
                       MOVE ORNUMBERV3 TO GT-LASTOR
                   END-IF
               WHEN TENDER-VOID
                   ADD GTAMOUNT TO GT-VOIDTOTAL
               WHEN TENDER-REFUND
                   ADD GTAMOUNT TO GT-REFUNDTOTAL
           END-EVALUATE.
           ADD 1 TO GT-ZTRANSCOUNT.
           REWRITE GRANDTOT-REC
               INVALID KEY
                   DISPLAY "WARNING: GRAND TOTAL FOR TILL "
                       TILLNUMV3 " NOT UPDATED."
           END-REWRITE.

       WRITE-TENDER-SPLIT.
           MOVE ORDERNUMV3 TO ORDERNUMH3.
           MOVE RECORDTYPEV3 TO RECORDTYPEH3.
