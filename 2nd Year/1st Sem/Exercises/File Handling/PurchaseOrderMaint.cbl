       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHASE-ORDER-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHORD-FILE
           ASSIGN TO "D:\Files\dat\purchord.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-PONUMBER
           FILE STATUS IS PURCHORD-STATUS.
           SELECT PURCHLINE-FILE
           ASSIGN TO "D:\Files\dat\purchline.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-KEY
           FILE STATUS IS PURCHLINE-STATUS.
           SELECT SUPPMAST-FILE
           ASSIGN TO "D:\Files\dat\suppmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SU-SUPPLIERCODE
           FILE STATUS IS SUPPMAST-STATUS.
           SELECT ITEMMAST-FILE
           ASSIGN TO "D:\Files\dat\itemmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IM-ITEMCODE
           FILE STATUS IS ITEMMAST-STATUS.
           SELECT POADVICE-FILE
           ASSIGN TO "D:\Files\dat\poadvice.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POADVICE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PURCHORD-FILE.
       COPY "PURCHORD.CPY".
       FD PURCHLINE-FILE.
       COPY "PURCHLINE.CPY".
       FD SUPPMAST-FILE.
       COPY "SUPPMAST.CPY".
       FD ITEMMAST-FILE.
       COPY "ITEMMAST.CPY".
       FD POADVICE-FILE.
       01 POADVICE-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 PURCHORD-STATUS PIC X(02).
       01 PURCHLINE-STATUS PIC X(02).
       01 SUPPMAST-STATUS PIC X(02).
       01 ITEMMAST-STATUS PIC X(02).
       01 POADVICE-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "PURCHASE-ORDER-MAINT".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 POCHOICE PIC X(01).
           88 PO-GENERATE VALUE "G".
           88 PO-ADD VALUE "A".
           88 PO-INQUIRE VALUE "I".
           88 PO-CANCEL VALUE "C".
           88 PO-EXIT VALUE "X".
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "PURCHASE-ORDER-MAINT".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 TODAYDATE PIC 9(08).
       01 NEXTPONUMBER PIC 9(08).
       01 WORKPONUMBER PIC 9(08).
       01 WORKSUPPLIER PIC X(10).
       01 WORKDUEDATE PIC 9(08).
       01 WORKITEMCODE PIC X(10).
       01 WORKQTY PIC 9(06)V9(03).
       01 WORKCOST PIC 9(6)V99.
       01 OUTSTANDQTY PIC S9(06)V9(03).
       01 ONORDERPONUM PIC 9(08).
       01 APPROVE-ANSWER PIC X(01).
       01 PURCHORD-EOF-SW PIC X(03).
           88 PURCHORD-EOF VALUE "YES".
       01 PURCHLINE-EOF-SW PIC X(03).
           88 PURCHLINE-EOF VALUE "YES".
       01 POADVICE-EOF-SW PIC X(03).
           88 POADVICE-EOF VALUE "YES".
       01 SUPPLIER-OK-SW PIC X(03).
           88 SUPPLIER-OK VALUE "YES".
       01 ITEM-OK-SW PIC X(03).
           88 ITEM-OK VALUE "YES".
       01 ADVICE-IN.
           05 AI-HEADTAG PIC X(16).
               88 AI-SUPPLIER-HEADING VALUE "PO FOR SUPPLIER ".
           05 AI-SUPPLIERCODE PIC X(10).
           05 FILLER PIC X(64).
       01 ADVICE-IN-DETAIL REDEFINES ADVICE-IN.
           05 AI-LEADER PIC X(02).
           05 AI-ITEMCODE PIC X(10).
           05 FILLER PIC X(01).
           05 AI-ITEMNAME PIC X(30).
           05 FILLER PIC X(08).
           05 AI-ONHAND PIC X(07).
           05 AI-ORDERTAG PIC X(07).
               88 AI-ADVICE-DETAIL VALUE " ORDER=".
           05 AI-ORDERQTY PIC ZZZZZ9.
           05 FILLER PIC X(19).
       01 GEN-SUPPLIER PIC X(10).
       01 GEN-TABLE.
           05 GEN-ENTRY OCCURS 50 TIMES.
               10 GEN-ITEMCODE PIC X(10).
               10 GEN-ITEMNAME PIC X(30).
               10 GEN-SUGGESTQTY PIC 9(06).
       01 GEN-COUNT PIC 9(03) VALUE ZERO.
       01 GEN-IDX PIC 9(03) COMP.
       01 ENTRY-TABLE.
           05 ENT-ENTRY OCCURS 50 TIMES.
               10 ENT-ITEMCODE PIC X(10).
               10 ENT-QTY PIC 9(06)V9(03).
               10 ENT-COST PIC 9(6)V99.
       01 ENT-COUNT PIC 9(03) VALUE ZERO.
       01 ENT-IDX PIC 9(03) COMP.
       01 POS-WRITTEN PIC 9(03) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O PURCHORD-FILE.
           IF PURCHORD-STATUS = "35"
               OPEN OUTPUT PURCHORD-FILE
               CLOSE PURCHORD-FILE
               OPEN I-O PURCHORD-FILE
           END-IF.
           IF PURCHORD-STATUS NOT = "00"
               MOVE "PURCHASE ORDER FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE PURCHORD-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN I-O PURCHLINE-FILE.
           IF PURCHLINE-STATUS = "35"
               OPEN OUTPUT PURCHLINE-FILE
               CLOSE PURCHLINE-FILE
               OPEN I-O PURCHLINE-FILE
           END-IF.
           IF PURCHLINE-STATUS NOT = "00"
               MOVE "PURCHASE ORDER LINES" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE PURCHLINE-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN INPUT SUPPMAST-FILE.
           OPEN INPUT ITEMMAST-FILE.
           IF ITEMMAST-STATUS NOT = "00"
               MOVE "ITEM MASTER" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE ITEMMAST-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.

           ACCEPT TODAYDATE FROM DATE YYYYMMDD.
           PERFORM FIND-NEXT-PONUMBER.
           PERFORM BACK-OFFICE-SIGN-ON.

           PERFORM UNTIL PO-EXIT
               DISPLAY "PURCHASE ORDERS (G-GENERATE FROM REORDER "
                   "ADVICE, A-ADD, I-INQUIRE, C-CANCEL, X-EXIT): "
               ACCEPT POCHOICE
               EVALUATE TRUE
                   WHEN PO-GENERATE
                       PERFORM GENERATE-FROM-ADVICE
                           THRU GENERATE-FROM-ADVICE-EXIT
                   WHEN PO-ADD
                       PERFORM ADD-PURCHASE-ORDER
                           THRU ADD-PURCHASE-ORDER-EXIT
                   WHEN PO-INQUIRE
                       PERFORM INQUIRE-PURCHASE-ORDER
                   WHEN PO-CANCEL
                       PERFORM CANCEL-PURCHASE-ORDER
                   WHEN PO-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE, TRY AGAIN."
               END-EVALUATE
           END-PERFORM.

           CLOSE PURCHORD-FILE.
           CLOSE PURCHLINE-FILE.
           CLOSE SUPPMAST-FILE.
           CLOSE ITEMMAST-FILE.
           STOP RUN.

       FIND-NEXT-PONUMBER.
           MOVE ZERO TO NEXTPONUMBER.
           MOVE "NO" TO PURCHORD-EOF-SW.
           MOVE ZERO TO PH-PONUMBER.
           START PURCHORD-FILE KEY IS NOT LESS THAN PH-PONUMBER
               INVALID KEY
                   SET PURCHORD-EOF TO TRUE
           END-START.
           PERFORM UNTIL PURCHORD-EOF
               READ PURCHORD-FILE NEXT RECORD
                   AT END
                       SET PURCHORD-EOF TO TRUE
                   NOT AT END
                       MOVE PH-PONUMBER TO NEXTPONUMBER
               END-READ
           END-PERFORM.
           ADD 1 TO NEXTPONUMBER.

       GENERATE-FROM-ADVICE.
           MOVE "NO" TO POADVICE-EOF-SW.
           MOVE ZERO TO POS-WRITTEN.
           MOVE ZERO TO GEN-COUNT.
           MOVE SPACES TO GEN-SUPPLIER.
           OPEN INPUT POADVICE-FILE.
           IF POADVICE-STATUS NOT = "00"
               DISPLAY "NO REORDER ADVICE ON FILE, RUN REORDER-ADVICE "
                   "FIRST."
               GO TO GENERATE-FROM-ADVICE-EXIT
           END-IF.

           PERFORM UNTIL POADVICE-EOF
               READ POADVICE-FILE INTO ADVICE-IN
                   AT END
                       SET POADVICE-EOF TO TRUE
                   NOT AT END
                       PERFORM SORT-ADVICE-LINE
               END-READ
           END-PERFORM.
           PERFORM APPROVE-SUPPLIER-GROUP
               THRU APPROVE-SUPPLIER-GROUP-EXIT.

           CLOSE POADVICE-FILE.
           DISPLAY POS-WRITTEN " PURCHASE ORDERS APPROVED FROM THE "
               "REORDER ADVICE.".

       GENERATE-FROM-ADVICE-EXIT.
           EXIT.

       SORT-ADVICE-LINE.
           EVALUATE TRUE
               WHEN AI-SUPPLIER-HEADING
                   PERFORM APPROVE-SUPPLIER-GROUP
                       THRU APPROVE-SUPPLIER-GROUP-EXIT
                   MOVE AI-SUPPLIERCODE TO GEN-SUPPLIER
               WHEN AI-LEADER = SPACES AND AI-ADVICE-DETAIL
                   IF GEN-COUNT < 50
                       ADD 1 TO GEN-COUNT
                       MOVE AI-ITEMCODE TO GEN-ITEMCODE(GEN-COUNT)
                       MOVE AI-ITEMNAME TO GEN-ITEMNAME(GEN-COUNT)
                       MOVE AI-ORDERQTY TO GEN-SUGGESTQTY(GEN-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APPROVE-SUPPLIER-GROUP.
           IF GEN-COUNT = ZERO
               GO TO APPROVE-SUPPLIER-GROUP-EXIT
           END-IF.
           DISPLAY "SUGGESTED PO FOR SUPPLIER " GEN-SUPPLIER.
           MOVE ZERO TO ENT-COUNT.
           PERFORM VARYING GEN-IDX FROM 1 BY 1 UNTIL
               GEN-IDX > GEN-COUNT
               PERFORM REVIEW-SUGGESTED-LINE
           END-PERFORM.
           MOVE ZERO TO GEN-COUNT.
           IF ENT-COUNT = ZERO
               DISPLAY "NOTHING LEFT TO ORDER FROM " GEN-SUPPLIER "."
               GO TO APPROVE-SUPPLIER-GROUP-EXIT
           END-IF.
           DISPLAY "APPROVE THIS PO? (Y/N): ".
           ACCEPT APPROVE-ANSWER.
           IF APPROVE-ANSWER NOT = "Y" AND APPROVE-ANSWER NOT = "y"
               DISPLAY "PO FOR " GEN-SUPPLIER " NOT RAISED."
               GO TO APPROVE-SUPPLIER-GROUP-EXIT
           END-IF.
           MOVE GEN-SUPPLIER TO WORKSUPPLIER.
           PERFORM ACCEPT-DUE-DATE.
           PERFORM WRITE-PURCHASE-ORDER.
           ADD 1 TO POS-WRITTEN.

       APPROVE-SUPPLIER-GROUP-EXIT.
           EXIT.

       REVIEW-SUGGESTED-LINE.
           MOVE GEN-ITEMCODE(GEN-IDX) TO WORKITEMCODE.
           PERFORM CHECK-ITEM-ON-ORDER.
           IF ONORDERPONUM NOT = ZERO
               DISPLAY "  " WORKITEMCODE " ALREADY OUTSTANDING ON PO "
                   ONORDERPONUM ", SKIPPED."
           ELSE
               DISPLAY "  " WORKITEMCODE " " GEN-ITEMNAME(GEN-IDX)
                   " SUGGESTED " GEN-SUGGESTQTY(GEN-IDX)
               DISPLAY "  QUANTITY TO ORDER (0 TO DROP): "
               ACCEPT WORKQTY
               IF WORKQTY > ZERO AND ENT-COUNT < 50
                   MOVE WORKITEMCODE TO IM-ITEMCODE
                   READ ITEMMAST-FILE
                       INVALID KEY
                           MOVE ZERO TO IM-UNITCOST
                   END-READ
                   ADD 1 TO ENT-COUNT
                   MOVE WORKITEMCODE TO ENT-ITEMCODE(ENT-COUNT)
                   MOVE WORKQTY TO ENT-QTY(ENT-COUNT)
                   MOVE IM-UNITCOST TO ENT-COST(ENT-COUNT)
               END-IF
           END-IF.

       CHECK-ITEM-ON-ORDER.
           MOVE ZERO TO ONORDERPONUM.
           MOVE "NO" TO PURCHLINE-EOF-SW.
           MOVE ZERO TO PL-PONUMBER.
           MOVE ZERO TO PL-LINENUM.
           START PURCHLINE-FILE KEY IS NOT LESS THAN PL-KEY
               INVALID KEY
                   SET PURCHLINE-EOF TO TRUE
           END-START.
           PERFORM UNTIL PURCHLINE-EOF
               READ PURCHLINE-FILE NEXT RECORD
                   AT END
                       SET PURCHLINE-EOF TO TRUE
                   NOT AT END
                       IF PL-ITEMCODE = WORKITEMCODE AND
                           PL-LINE-OPEN
                           MOVE PL-PONUMBER TO ONORDERPONUM
                       END-IF
               END-READ
           END-PERFORM.

       ACCEPT-DUE-DATE.
           DISPLAY "EXPECTED DELIVERY DATE (YYYYMMDD, 0 FOR ONE "
               "WEEK): ".
           ACCEPT WORKDUEDATE.
           IF WORKDUEDATE = ZERO
               COMPUTE WORKDUEDATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TODAYDATE) + 7)
           END-IF.

       WRITE-PURCHASE-ORDER.
           MOVE NEXTPONUMBER TO PH-PONUMBER.
           MOVE WORKSUPPLIER TO PH-SUPPLIERCODE.
           MOVE TODAYDATE TO PH-ORDERDATE.
           MOVE WORKDUEDATE TO PH-DUEDATE.
           SET PH-PO-OPEN TO TRUE.
           MOVE OPERATORID TO PH-APPROVEDBY.
           MOVE ENT-COUNT TO PH-LINECOUNT.
           MOVE ZERO TO PH-POTOTAL.
           MOVE ZERO TO PH-LASTRECVDATE.
           PERFORM VARYING ENT-IDX FROM 1 BY 1 UNTIL
               ENT-IDX > ENT-COUNT
               MOVE NEXTPONUMBER TO PL-PONUMBER
               MOVE ENT-IDX TO PL-LINENUM
               MOVE ENT-ITEMCODE(ENT-IDX) TO PL-ITEMCODE
               MOVE ENT-QTY(ENT-IDX) TO PL-QTYORDERED
               MOVE ZERO TO PL-QTYRECEIVED
               MOVE ENT-COST(ENT-IDX) TO PL-UNITCOST
               SET PL-LINE-OPEN TO TRUE
               COMPUTE PH-POTOTAL ROUNDED = PH-POTOTAL +
                   ENT-QTY(ENT-IDX) * ENT-COST(ENT-IDX)
               WRITE PURCHLINE-REC
                   INVALID KEY
                       DISPLAY "PO LINE " PL-KEY " ALREADY ON FILE."
               END-WRITE
           END-PERFORM.
           WRITE PURCHORD-REC
               INVALID KEY
                   DISPLAY "PO NUMBER " NEXTPONUMBER " ALREADY ON "
                       "FILE, NOT SAVED."
               NOT INVALID KEY
                   DISPLAY "PO " NEXTPONUMBER " RAISED FOR "
                       WORKSUPPLIER " VALUE P" PH-POTOTAL
                       " DUE " WORKDUEDATE
           END-WRITE.
           ADD 1 TO NEXTPONUMBER.

       ADD-PURCHASE-ORDER.
           DISPLAY "SUPPLIER CODE: ".
           ACCEPT WORKSUPPLIER.
           MOVE WORKSUPPLIER TO SU-SUPPLIERCODE.
           MOVE "NO" TO SUPPLIER-OK-SW.
           READ SUPPMAST-FILE
               INVALID KEY
                   DISPLAY "SUPPLIER NOT ON FILE."
               NOT INVALID KEY
                   IF SU-SUPPLIER-INACTIVE
                       DISPLAY "SUPPLIER IS DEACTIVATED."
                   ELSE
                       MOVE "YES" TO SUPPLIER-OK-SW
                       DISPLAY "SUPPLIER: " SU-SUPPLIERNAME
                   END-IF
           END-READ.
           IF NOT SUPPLIER-OK
               GO TO ADD-PURCHASE-ORDER-EXIT
           END-IF.

           MOVE ZERO TO ENT-COUNT.
           MOVE "X" TO WORKITEMCODE.
           PERFORM UNTIL WORKITEMCODE = SPACES OR ENT-COUNT = 50
               DISPLAY "ITEM CODE (BLANK TO END): "
               ACCEPT WORKITEMCODE
               IF WORKITEMCODE NOT = SPACES
                   PERFORM ENTER-ORDER-LINE
               END-IF
           END-PERFORM.
           IF ENT-COUNT = ZERO
               DISPLAY "NO LINES ENTERED, PO NOT RAISED."
               GO TO ADD-PURCHASE-ORDER-EXIT
           END-IF.
           PERFORM ACCEPT-DUE-DATE.
           PERFORM WRITE-PURCHASE-ORDER.

       ADD-PURCHASE-ORDER-EXIT.
           EXIT.

       ENTER-ORDER-LINE.
           MOVE "NO" TO ITEM-OK-SW.
           MOVE WORKITEMCODE TO IM-ITEMCODE.
           READ ITEMMAST-FILE
               INVALID KEY
                   DISPLAY "ITEM CODE NOT FOUND."
               NOT INVALID KEY
                   IF IM-ITEM-INACTIVE
                       DISPLAY "ITEM IS DEACTIVATED."
                   ELSE
                       MOVE "YES" TO ITEM-OK-SW
                       DISPLAY "ITEM: " IM-ITEMNAME
                       IF IM-SUPPLIERCODE NOT = WORKSUPPLIER
                           DISPLAY "WARNING: ITEM IS NORMALLY BOUGHT "
                               "FROM " IM-SUPPLIERCODE
                       END-IF
                   END-IF
           END-READ.
           IF ITEM-OK
               PERFORM CHECK-ITEM-ON-ORDER
               IF ONORDERPONUM NOT = ZERO
                   DISPLAY "WARNING: ITEM ALREADY OUTSTANDING ON PO "
                       ONORDERPONUM
               END-IF
               DISPLAY "QUANTITY TO ORDER: "
               ACCEPT WORKQTY
               DISPLAY "UNIT COST (LAST COST P" IM-UNITCOST "): "
               ACCEPT WORKCOST
               IF WORKCOST = ZERO
                   MOVE IM-UNITCOST TO WORKCOST
               END-IF
               IF WORKQTY > ZERO
                   ADD 1 TO ENT-COUNT
                   MOVE WORKITEMCODE TO ENT-ITEMCODE(ENT-COUNT)
                   MOVE WORKQTY TO ENT-QTY(ENT-COUNT)
                   MOVE WORKCOST TO ENT-COST(ENT-COUNT)
               END-IF
           END-IF.

       INQUIRE-PURCHASE-ORDER.
           DISPLAY "PO NUMBER: ".
           ACCEPT WORKPONUMBER.
           MOVE WORKPONUMBER TO PH-PONUMBER.
           READ PURCHORD-FILE
               INVALID KEY
                   DISPLAY "PO NUMBER NOT FOUND."
               NOT INVALID KEY
                   DISPLAY "PO " PH-PONUMBER " SUPPLIER "
                       PH-SUPPLIERCODE " ORDERED " PH-ORDERDATE
                       " DUE " PH-DUEDATE " STATUS " PH-STATUS
                   DISPLAY "APPROVED BY " PH-APPROVEDBY
                       " VALUE P" PH-POTOTAL
                       " LAST RECEIPT " PH-LASTRECVDATE
                   PERFORM LIST-PO-LINES
           END-READ.

       LIST-PO-LINES.
           MOVE "NO" TO PURCHLINE-EOF-SW.
           MOVE PH-PONUMBER TO PL-PONUMBER.
           MOVE ZERO TO PL-LINENUM.
           START PURCHLINE-FILE KEY IS NOT LESS THAN PL-KEY
               INVALID KEY
                   SET PURCHLINE-EOF TO TRUE
           END-START.
           PERFORM UNTIL PURCHLINE-EOF
               READ PURCHLINE-FILE NEXT RECORD
                   AT END
                       SET PURCHLINE-EOF TO TRUE
                   NOT AT END
                       IF PL-PONUMBER NOT = PH-PONUMBER
                           SET PURCHLINE-EOF TO TRUE
                       ELSE
                           COMPUTE OUTSTANDQTY =
                               PL-QTYORDERED - PL-QTYRECEIVED
                           DISPLAY "  " PL-LINENUM " " PL-ITEMCODE
                               " ORDERED " PL-QTYORDERED
                               " RECEIVED " PL-QTYRECEIVED
                               " OUTSTANDING " OUTSTANDQTY
                               " " PL-LINESTATUS
                       END-IF
               END-READ
           END-PERFORM.

       CANCEL-PURCHASE-ORDER.
           DISPLAY "PO NUMBER TO CANCEL: ".
           ACCEPT WORKPONUMBER.
           MOVE WORKPONUMBER TO PH-PONUMBER.
           READ PURCHORD-FILE
               INVALID KEY
                   DISPLAY "PO NUMBER NOT FOUND."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PH-PO-CLOSED
                           DISPLAY "PO IS ALREADY FULLY RECEIVED."
                       WHEN PH-PO-CANCELLED
                           DISPLAY "PO IS ALREADY CANCELLED."
                       WHEN OTHER
                           SET PH-PO-CANCELLED TO TRUE
                           REWRITE PURCHORD-REC
                           PERFORM CANCEL-OPEN-LINES
                           DISPLAY "PO " PH-PONUMBER " CANCELLED, "
                               "OUTSTANDING LINES CLOSED OFF."
                   END-EVALUATE
           END-READ.

       CANCEL-OPEN-LINES.
           MOVE "NO" TO PURCHLINE-EOF-SW.
           MOVE PH-PONUMBER TO PL-PONUMBER.
           MOVE ZERO TO PL-LINENUM.
           START PURCHLINE-FILE KEY IS NOT LESS THAN PL-KEY
               INVALID KEY
                   SET PURCHLINE-EOF TO TRUE
           END-START.
           PERFORM UNTIL PURCHLINE-EOF
               READ PURCHLINE-FILE NEXT RECORD
                   AT END
                       SET PURCHLINE-EOF TO TRUE
                   NOT AT END
                       IF PL-PONUMBER NOT = PH-PONUMBER
                           SET PURCHLINE-EOF TO TRUE
                       ELSE
                           IF PL-LINE-OPEN
                               SET PL-LINE-CANCELLED TO TRUE
                               REWRITE PURCHLINE-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

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
       END PROGRAM PURCHASE-ORDER-MAINT.
