       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARRANTY-CLAIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WARRCLAIM-FILE
           ASSIGN TO "D:\Files\dat\warrclaim.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WC-CLAIMNUM
           ALTERNATE RECORD KEY IS WC-SERIALNUM WITH DUPLICATES
           FILE STATUS IS WARRCLAIM-STATUS.
           SELECT SERIALREG-FILE
           ASSIGN TO "D:\Files\dat\serialreg.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SN-SERIALNUM
           FILE STATUS IS SERIALREG-STATUS.
           SELECT ITEMMAST-FILE
           ASSIGN TO "D:\Files\dat\itemmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IM-ITEMCODE
           FILE STATUS IS ITEMMAST-STATUS.
           SELECT SUPPMAST-FILE
           ASSIGN TO "D:\Files\dat\suppmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SU-SUPPLIERCODE
           FILE STATUS IS SUPPMAST-STATUS.
           SELECT WARRAGING-FILE
           ASSIGN TO "D:\Files\dat\warrantyaging.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WARRAGING-STATUS.
           SELECT CLAIMSORT-FILE
           ASSIGN TO "D:\Files\dat\claimsort.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD WARRCLAIM-FILE.
       COPY "WARRCLAIM.CPY".
       FD SERIALREG-FILE.
       COPY "SERIALREG.CPY".
       FD ITEMMAST-FILE.
       COPY "ITEMMAST.CPY".
       FD SUPPMAST-FILE.
       COPY "SUPPMAST.CPY".
       FD WARRAGING-FILE.
       01 WARRAGING-REC PIC X(90).
       SD CLAIMSORT-FILE.
       01 CLAIMSORT-REC.
           05 CS-SUPPLIERCODE PIC X(10).
           05 CS-OPENDATE PIC 9(08).
           05 CS-CLAIMNUM PIC 9(08).
           05 CS-SERIALNUM PIC X(20).
           05 CS-ITEMCODE PIC X(10).
           05 CS-STATUS PIC X(01).
           05 CS-RMANUMBER PIC X(15).
       WORKING-STORAGE SECTION.
       01 WARRCLAIM-STATUS PIC X(02).
       01 SERIALREG-STATUS PIC X(02).
       01 ITEMMAST-STATUS PIC X(02).
       01 SUPPMAST-STATUS PIC X(02).
       01 WARRAGING-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "WARRANTY-CLAIM".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "WARRANTY-CLAIM".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 TODAYDATE PIC 9(08).
       01 TODAY-INT PIC 9(07).
       01 CLAIMCHOICE PIC X(01).
           88 CLAIM-OPEN VALUE "O".
           88 CLAIM-SEND VALUE "S".
           88 CLAIM-RESOLVE VALUE "R".
           88 CLAIM-LIST VALUE "L".
           88 CLAIM-AGING VALUE "A".
           88 CLAIM-EXIT VALUE "X".
       01 OUTCOMECHOICE PIC X(01).
       01 NEXTCLAIMNUMBER PIC 9(08).
       01 WORKCLAIMNUM PIC 9(08).
       01 WORKSERIAL PIC X(20).
       01 WORKNEWSERIAL PIC X(20).
       01 WARRANTYENDDATE PIC 9(08).
       01 WARRANTYENDPARTS REDEFINES WARRANTYENDDATE.
           05 WE-YEAR PIC 9(04).
           05 WE-MONTH PIC 9(02).
           05 WE-DAY PIC 9(02).
       01 WARRANTYMONTHCOUNT PIC 9(07).
       01 WARRANTYMONTHDAYS PIC 9(02).
       01 HOLD-SERIALREG-REC PIC X(120).
       01 CLAIM-EOF-SW PIC X(03).
           88 CLAIM-EOF VALUE "YES".
       01 CLAIMSORT-EOF-SW PIC X(03).
           88 CLAIMSORT-EOF VALUE "YES".
       01 OPEN-CLAIM-SW PIC X(03).
           88 OPEN-CLAIM-FOUND VALUE "YES".
       01 CURRENT-SUPPLIER PIC X(10).
       01 DAYSOPEN PIC S9(05).
       01 DAYSOPEN-DISP PIC ZZZZ9.
       01 BUCKET-NUM PIC 9(01).
       01 BUCKET-IDX PIC 9(01).
       01 SUPPLIER-BUCKETS.
           05 SB-COUNT PIC 9(05) OCCURS 5 TIMES.
       01 GRAND-BUCKETS.
           05 GB-COUNT PIC 9(06) OCCURS 5 TIMES.
       01 SUPPLIER-COUNT PIC 9(05) VALUE ZERO.
       01 OPENCLAIM-COUNT PIC 9(06) VALUE ZERO.
       01 CLAIMS-LISTED PIC 9(05).
       01 AMOUNT-DISP PIC ZZZ,ZZ9.99.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "WARRANTY-CLAIM".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       01 AGING-LINE.
           05 AG-LABEL PIC X(10).
           05 AG-COLUMN OCCURS 5 TIMES.
               10 FILLER PIC X(04).
               10 AG-COUNT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O WARRCLAIM-FILE.
           IF WARRCLAIM-STATUS = "35"
               OPEN OUTPUT WARRCLAIM-FILE
               CLOSE WARRCLAIM-FILE
               OPEN I-O WARRCLAIM-FILE
           END-IF.
           IF WARRCLAIM-STATUS NOT = "00"
               MOVE "WARRANTY CLAIM FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE WARRCLAIM-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN I-O SERIALREG-FILE.
           IF SERIALREG-STATUS NOT = "00"
               MOVE "SERIAL REGISTRY" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE SERIALREG-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN INPUT ITEMMAST-FILE.
           OPEN INPUT SUPPMAST-FILE.
           ACCEPT TODAYDATE FROM DATE YYYYMMDD.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAYDATE).

           PERFORM BACK-OFFICE-SIGN-ON.
           MOVE OPERATORID TO SPOOL-OPERATOR.

           PERFORM UNTIL CLAIM-EXIT
               DISPLAY "WARRANTY CLAIMS (O-OPEN, S-SEND TO SUPPLIER, "
                   "R-RECORD OUTCOME, L-LIST, A-AGING, X-EXIT): "
               ACCEPT CLAIMCHOICE
               EVALUATE TRUE
                   WHEN CLAIM-OPEN
                       PERFORM OPEN-CLAIM THRU OPEN-CLAIM-EXIT
                   WHEN CLAIM-SEND
                       PERFORM SEND-CLAIM THRU SEND-CLAIM-EXIT
                   WHEN CLAIM-RESOLVE
                       PERFORM RESOLVE-CLAIM THRU RESOLVE-CLAIM-EXIT
                   WHEN CLAIM-LIST
                       PERFORM LIST-CLAIMS
                   WHEN CLAIM-AGING
                       PERFORM AGE-OPEN-CLAIMS
                   WHEN CLAIM-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE, TRY AGAIN."
               END-EVALUATE
           END-PERFORM.

           CLOSE WARRCLAIM-FILE.
           CLOSE SERIALREG-FILE.
           CLOSE ITEMMAST-FILE.
           CLOSE SUPPMAST-FILE.
           STOP RUN.

       OPEN-CLAIM.
           DISPLAY "SERIAL NUMBER: ".
           ACCEPT WORKSERIAL.
           MOVE WORKSERIAL TO SN-SERIALNUM.
           READ SERIALREG-FILE
               INVALID KEY
                   DISPLAY "SERIAL NOT ON THE REGISTRY, NO SALE "
                       "RECORD FOR A WARRANTY CLAIM."
                   GO TO OPEN-CLAIM-EXIT
           END-READ.
           IF NOT SN-SOLD
               IF SN-REPLACED
                   DISPLAY "SERIAL WAS REPLACED BY "
                       SN-REPLACEDBYSERIAL ", CLAIM ON THAT SERIAL."
               ELSE
                   DISPLAY "SERIAL WAS RETURNED TO THE STORE, "
                       "NO CLAIM ALLOWED."
               END-IF
               GO TO OPEN-CLAIM-EXIT
           END-IF.

           MOVE SN-ITEMCODE TO IM-ITEMCODE.
           READ ITEMMAST-FILE
               INVALID KEY
                   MOVE "(NOT ON ITEM MASTER)" TO IM-ITEMNAME
                   MOVE ZERO TO IM-WARRANTYMONTHS
                   MOVE SPACES TO IM-SUPPLIERCODE
           END-READ.
           PERFORM COMPUTE-WARRANTY-END.
           IF WARRANTYENDDATE = ZERO
               DISPLAY "ITEM " SN-ITEMCODE " CARRIES NO WARRANTY."
               GO TO OPEN-CLAIM-EXIT
           END-IF.
           IF WARRANTYENDDATE < TODAYDATE
               DISPLAY "WARRANTY EXPIRED ON " WARRANTYENDDATE
                   ", NO CLAIM ALLOWED."
               GO TO OPEN-CLAIM-EXIT
           END-IF.

           PERFORM CHECK-OPEN-CLAIM.
           IF OPEN-CLAIM-FOUND
               DISPLAY "CLAIM " WORKCLAIMNUM " IS ALREADY OPEN ON "
                   "THIS SERIAL."
               GO TO OPEN-CLAIM-EXIT
           END-IF.

           DISPLAY "ITEM      : " SN-ITEMCODE " " IM-ITEMNAME.
           DISPLAY "SOLD ON   : " SN-SALEDATE " OR " SN-ORNUMBER.
           DISPLAY "WARRANTY  : UNTIL " WARRANTYENDDATE.

           PERFORM FIND-NEXT-CLAIMNUMBER.
           MOVE SPACES TO WARRCLAIM-REC.
           MOVE NEXTCLAIMNUMBER TO WC-CLAIMNUM.
           MOVE WORKSERIAL TO WC-SERIALNUM.
           MOVE SN-ITEMCODE TO WC-ITEMCODE.
           MOVE IM-SUPPLIERCODE TO WC-SUPPLIERCODE.
           DISPLAY "CUSTOMER NAME: ".
           ACCEPT WC-CUSTNAME.
           DISPLAY "CUSTOMER CONTACT NUMBER: ".
           ACCEPT WC-CUSTCONTACT.
           DISPLAY "COMPLAINT: ".
           ACCEPT WC-COMPLAINT.
           MOVE TODAYDATE TO WC-OPENDATE.
           MOVE OPERATORID TO WC-OPENEDBY.
           MOVE WARRANTYENDDATE TO WC-WARRANTYEND.
           SET WC-AT-STORE TO TRUE.
           MOVE ZERO TO WC-SENTDATE.
           MOVE ZERO TO WC-OUTCOMEDATE.
           MOVE ZERO TO WC-CREDITAMOUNT.

           WRITE WARRCLAIM-REC
               INVALID KEY
                   DISPLAY "CLAIM " WC-CLAIMNUM " ALREADY ON FILE."
               NOT INVALID KEY
                   DISPLAY "CLAIM " WC-CLAIMNUM " OPENED FOR SERIAL "
                       WC-SERIALNUM
           END-WRITE.
       OPEN-CLAIM-EXIT.
           EXIT.

       SEND-CLAIM.
           DISPLAY "CLAIM NUMBER: ".
           ACCEPT WORKCLAIMNUM.
           MOVE WORKCLAIMNUM TO WC-CLAIMNUM.
           READ WARRCLAIM-FILE
               INVALID KEY
                   DISPLAY "CLAIM NOT FOUND."
                   GO TO SEND-CLAIM-EXIT
           END-READ.
           IF NOT WC-AT-STORE
               DISPLAY "CLAIM IS NOT WAITING TO BE SENT, STATUS "
                   WC-STATUS
               GO TO SEND-CLAIM-EXIT
           END-IF.
           DISPLAY "SUPPLIER  : " WC-SUPPLIERCODE.
           IF WC-SUPPLIERCODE = SPACES
               DISPLAY "NO SUPPLIER ON THE ITEM, SUPPLIER CODE: "
               ACCEPT WC-SUPPLIERCODE
           END-IF.
           DISPLAY "SUPPLIER RMA NUMBER: ".
           ACCEPT WC-RMANUMBER.
           IF WC-RMANUMBER = SPACES
               DISPLAY "RMA NUMBER IS REQUIRED, CLAIM NOT SENT."
               GO TO SEND-CLAIM-EXIT
           END-IF.
           MOVE TODAYDATE TO WC-SENTDATE.
           MOVE OPERATORID TO WC-SENTBY.
           SET WC-AT-SUPPLIER TO TRUE.
           REWRITE WARRCLAIM-REC.
           DISPLAY "CLAIM " WC-CLAIMNUM " SENT UNDER RMA "
               WC-RMANUMBER.
       SEND-CLAIM-EXIT.
           EXIT.

       RESOLVE-CLAIM.
           DISPLAY "CLAIM NUMBER: ".
           ACCEPT WORKCLAIMNUM.
           MOVE WORKCLAIMNUM TO WC-CLAIMNUM.
           READ WARRCLAIM-FILE
               INVALID KEY
                   DISPLAY "CLAIM NOT FOUND."
                   GO TO RESOLVE-CLAIM-EXIT
           END-READ.
           IF WC-CLOSED
               DISPLAY "CLAIM IS ALREADY CLOSED."
               GO TO RESOLVE-CLAIM-EXIT
           END-IF.
           DISPLAY "SERIAL    : " WC-SERIALNUM.
           DISPLAY "COMPLAINT : " WC-COMPLAINT.
           DISPLAY "OUTCOME (R-REPAIRED, P-REPLACED, C-CREDIT): ".
           ACCEPT OUTCOMECHOICE.
           EVALUATE OUTCOMECHOICE
               WHEN "R"
                   CONTINUE
               WHEN "P"
                   PERFORM REPLACE-SERIAL THRU REPLACE-SERIAL-EXIT
                   IF WORKNEWSERIAL = SPACES
                       GO TO RESOLVE-CLAIM-EXIT
                   END-IF
                   MOVE WORKNEWSERIAL TO WC-NEWSERIAL
               WHEN "C"
                   DISPLAY "CREDIT AMOUNT FROM SUPPLIER: "
                   ACCEPT WC-CREDITAMOUNT
                   DISPLAY "SUPPLIER CREDIT MEMO REFERENCE: "
                   ACCEPT WC-CREDITREF
               WHEN OTHER
                   DISPLAY "UNKNOWN OUTCOME, CLAIM NOT CHANGED."
                   GO TO RESOLVE-CLAIM-EXIT
           END-EVALUATE.
           MOVE OUTCOMECHOICE TO WC-OUTCOME.
           MOVE TODAYDATE TO WC-OUTCOMEDATE.
           MOVE OPERATORID TO WC-CLOSEDBY.
           SET WC-CLOSED TO TRUE.
           REWRITE WARRCLAIM-REC.
           EVALUATE TRUE
               WHEN WC-REPAIRED
                   DISPLAY "CLAIM " WC-CLAIMNUM " CLOSED, REPAIRED."
               WHEN WC-REPLACED
                   DISPLAY "CLAIM " WC-CLAIMNUM " CLOSED, REPLACED BY "
                       "SERIAL " WC-NEWSERIAL
               WHEN WC-CREDITED
                   MOVE WC-CREDITAMOUNT TO AMOUNT-DISP
                   DISPLAY "CLAIM " WC-CLAIMNUM " CLOSED, CREDIT P"
                       AMOUNT-DISP
           END-EVALUATE.
       RESOLVE-CLAIM-EXIT.
           EXIT.

       REPLACE-SERIAL.
           MOVE SPACES TO WORKNEWSERIAL.
           MOVE WC-SERIALNUM TO SN-SERIALNUM.
           READ SERIALREG-FILE
               INVALID KEY
                   DISPLAY "ORIGINAL SERIAL NOT ON THE REGISTRY."
                   GO TO REPLACE-SERIAL-EXIT
           END-READ.
           MOVE SERIALREG-REC TO HOLD-SERIALREG-REC.
           DISPLAY "REPLACEMENT SERIAL NUMBER: ".
           ACCEPT WORKNEWSERIAL.
           IF WORKNEWSERIAL = SPACES OR WORKNEWSERIAL = WC-SERIALNUM
               DISPLAY "REPLACEMENT SERIAL IS REQUIRED, CLAIM NOT "
                   "CHANGED."
               MOVE SPACES TO WORKNEWSERIAL
               GO TO REPLACE-SERIAL-EXIT
           END-IF.

           MOVE WC-WARRANTYEND TO WARRANTYENDDATE.
           MOVE WORKNEWSERIAL TO SN-SERIALNUM.
           MOVE WARRANTYENDDATE TO SN-WARRANTYEND.
           MOVE WC-SERIALNUM TO SN-REPLACESSERIAL.
           MOVE SPACES TO SN-REPLACEDBYSERIAL.
           SET SN-SOLD TO TRUE.
           WRITE SERIALREG-REC
               INVALID KEY
                   DISPLAY "SERIAL " WORKNEWSERIAL " IS ALREADY ON "
                       "THE REGISTRY, CLAIM NOT CHANGED."
                   MOVE SPACES TO WORKNEWSERIAL
                   GO TO REPLACE-SERIAL-EXIT
           END-WRITE.

           MOVE HOLD-SERIALREG-REC TO SERIALREG-REC.
           SET SN-REPLACED TO TRUE.
           MOVE WORKNEWSERIAL TO SN-REPLACEDBYSERIAL.
           REWRITE SERIALREG-REC.
           DISPLAY "WARRANTY CARRIED TO " WORKNEWSERIAL " UNTIL "
               WARRANTYENDDATE.
       REPLACE-SERIAL-EXIT.
           EXIT.

       LIST-CLAIMS.
           DISPLAY "SERIAL NUMBER: ".
           ACCEPT WORKSERIAL.
           MOVE ZERO TO CLAIMS-LISTED.
           MOVE "NO" TO CLAIM-EOF-SW.
           MOVE WORKSERIAL TO WC-SERIALNUM.
           START WARRCLAIM-FILE KEY IS = WC-SERIALNUM
               INVALID KEY
                   SET CLAIM-EOF TO TRUE
           END-START.
           PERFORM UNTIL CLAIM-EOF
               READ WARRCLAIM-FILE NEXT RECORD
                   AT END
                       SET CLAIM-EOF TO TRUE
                   NOT AT END
                       IF WC-SERIALNUM NOT = WORKSERIAL
                           SET CLAIM-EOF TO TRUE
                       ELSE
                           ADD 1 TO CLAIMS-LISTED
                           PERFORM SHOW-CLAIM
                       END-IF
               END-READ
           END-PERFORM.
           IF CLAIMS-LISTED = ZERO
               DISPLAY "NO CLAIMS ON THIS SERIAL."
           END-IF.

       SHOW-CLAIM.
           DISPLAY "CLAIM " WC-CLAIMNUM " OPENED " WC-OPENDATE
               " BY " WC-OPENEDBY " STATUS " WC-STATUS.
           DISPLAY "  CUSTOMER " WC-CUSTNAME " " WC-CUSTCONTACT.
           DISPLAY "  COMPLAINT " WC-COMPLAINT.
           IF WC-SENTDATE NOT = ZERO
               DISPLAY "  SENT " WC-SENTDATE " TO " WC-SUPPLIERCODE
                   " RMA " WC-RMANUMBER
           END-IF.
           EVALUATE TRUE
               WHEN WC-REPAIRED
                   DISPLAY "  REPAIRED, CLOSED " WC-OUTCOMEDATE
               WHEN WC-REPLACED
                   DISPLAY "  REPLACED BY " WC-NEWSERIAL ", CLOSED "
                       WC-OUTCOMEDATE
               WHEN WC-CREDITED
                   MOVE WC-CREDITAMOUNT TO AMOUNT-DISP
                   DISPLAY "  CREDIT P" AMOUNT-DISP " MEMO "
                       WC-CREDITREF ", CLOSED " WC-OUTCOMEDATE
           END-EVALUATE.

       CHECK-OPEN-CLAIM.
           MOVE "NO" TO OPEN-CLAIM-SW.
           MOVE "NO" TO CLAIM-EOF-SW.
           MOVE WORKSERIAL TO WC-SERIALNUM.
           START WARRCLAIM-FILE KEY IS = WC-SERIALNUM
               INVALID KEY
                   SET CLAIM-EOF TO TRUE
           END-START.
           PERFORM UNTIL CLAIM-EOF
               READ WARRCLAIM-FILE NEXT RECORD
                   AT END
                       SET CLAIM-EOF TO TRUE
                   NOT AT END
                       IF WC-SERIALNUM NOT = WORKSERIAL
                           SET CLAIM-EOF TO TRUE
                       ELSE
                           IF NOT WC-CLOSED
                               SET OPEN-CLAIM-FOUND TO TRUE
                               MOVE WC-CLAIMNUM TO WORKCLAIMNUM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FIND-NEXT-CLAIMNUMBER.
           MOVE ZERO TO NEXTCLAIMNUMBER.
           MOVE "NO" TO CLAIM-EOF-SW.
           MOVE ZERO TO WC-CLAIMNUM.
           START WARRCLAIM-FILE KEY IS NOT LESS THAN WC-CLAIMNUM
               INVALID KEY
                   SET CLAIM-EOF TO TRUE
           END-START.
           PERFORM UNTIL CLAIM-EOF
               READ WARRCLAIM-FILE NEXT RECORD
                   AT END
                       SET CLAIM-EOF TO TRUE
                   NOT AT END
                       MOVE WC-CLAIMNUM TO NEXTCLAIMNUMBER
               END-READ
           END-PERFORM.
           ADD 1 TO NEXTCLAIMNUMBER.

       COMPUTE-WARRANTY-END.
           IF SN-WARRANTYEND NUMERIC AND SN-WARRANTYEND > ZERO
               MOVE SN-WARRANTYEND TO WARRANTYENDDATE
           ELSE
               IF IM-WARRANTYMONTHS NUMERIC AND
                       IM-WARRANTYMONTHS > ZERO
                   MOVE SN-SALEDATE TO WARRANTYENDDATE
                   COMPUTE WARRANTYMONTHCOUNT = WE-YEAR * 12
                       + WE-MONTH - 1 + IM-WARRANTYMONTHS
                   DIVIDE WARRANTYMONTHCOUNT BY 12 GIVING WE-YEAR
                       REMAINDER WE-MONTH
                   ADD 1 TO WE-MONTH
                   EVALUATE WE-MONTH
                       WHEN 2
                           IF FUNCTION MOD(WE-YEAR, 4) = 0 AND
                                   (FUNCTION MOD(WE-YEAR, 100) NOT = 0
                                   OR FUNCTION MOD(WE-YEAR, 400) = 0)
                               MOVE 29 TO WARRANTYMONTHDAYS
                           ELSE
                               MOVE 28 TO WARRANTYMONTHDAYS
                           END-IF
                       WHEN 4
                       WHEN 6
                       WHEN 9
                       WHEN 11
                           MOVE 30 TO WARRANTYMONTHDAYS
                       WHEN OTHER
                           MOVE 31 TO WARRANTYMONTHDAYS
                   END-EVALUATE
                   IF WE-DAY > WARRANTYMONTHDAYS
                       MOVE WARRANTYMONTHDAYS TO WE-DAY
                   END-IF
               ELSE
                   MOVE ZERO TO WARRANTYENDDATE
               END-IF
           END-IF.

       AGE-OPEN-CLAIMS.
           OPEN OUTPUT WARRAGING-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE SPACES TO REPORT-LINE.
           STRING "OPEN WARRANTY CLAIMS BY SUPPLIER, DAYS OPEN AS OF "
               DELIMITED BY SIZE
               TODAYDATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "SUPPLIER         0-15      16-30      31-60"
               TO REPORT-LINE(1:44).
           MOVE "      61-90    OVER 90" TO REPORT-LINE(45:22).
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING BUCKET-IDX FROM 1 BY 1 UNTIL
               BUCKET-IDX > 5
               MOVE ZERO TO SB-COUNT(BUCKET-IDX)
               MOVE ZERO TO GB-COUNT(BUCKET-IDX)
           END-PERFORM.
           MOVE ZERO TO SUPPLIER-COUNT.
           MOVE ZERO TO OPENCLAIM-COUNT.

           SORT CLAIMSORT-FILE
               ON ASCENDING KEY CS-SUPPLIERCODE CS-OPENDATE
                   CS-CLAIMNUM
               INPUT PROCEDURE IS FEED-OPEN-CLAIMS
               OUTPUT PROCEDURE IS DRAIN-OPEN-CLAIMS.

           MOVE SPACES TO AGING-LINE.
           MOVE "TOTAL" TO AG-LABEL.
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1 UNTIL
               BUCKET-IDX > 5
               MOVE GB-COUNT(BUCKET-IDX) TO AG-COUNT(BUCKET-IDX)
           END-PERFORM.
           MOVE AGING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "OPEN CLAIMS " OPENCLAIM-COUNT
               "  SUPPLIERS " SUPPLIER-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE WARRAGING-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "CLAIM AGING WRITTEN TO WARRANTYAGING.DAT".

       FEED-OPEN-CLAIMS.
           MOVE "NO" TO CLAIM-EOF-SW.
           MOVE ZERO TO WC-CLAIMNUM.
           START WARRCLAIM-FILE KEY IS NOT LESS THAN WC-CLAIMNUM
               INVALID KEY
                   SET CLAIM-EOF TO TRUE
           END-START.
           PERFORM UNTIL CLAIM-EOF
               READ WARRCLAIM-FILE NEXT RECORD
                   AT END
                       SET CLAIM-EOF TO TRUE
                   NOT AT END
                       IF NOT WC-CLOSED
                           MOVE WC-SUPPLIERCODE TO CS-SUPPLIERCODE
                           MOVE WC-OPENDATE TO CS-OPENDATE
                           MOVE WC-CLAIMNUM TO CS-CLAIMNUM
                           MOVE WC-SERIALNUM TO CS-SERIALNUM
                           MOVE WC-ITEMCODE TO CS-ITEMCODE
                           MOVE WC-STATUS TO CS-STATUS
                           MOVE WC-RMANUMBER TO CS-RMANUMBER
                           RELEASE CLAIMSORT-REC
                       END-IF
               END-READ
           END-PERFORM.

       DRAIN-OPEN-CLAIMS.
           MOVE "NO" TO CLAIMSORT-EOF-SW.
           MOVE HIGH-VALUES TO CURRENT-SUPPLIER.
           PERFORM UNTIL CLAIMSORT-EOF
               RETURN CLAIMSORT-FILE
                   AT END
                       SET CLAIMSORT-EOF TO TRUE
                   NOT AT END
                       PERFORM AGE-ONE-CLAIM
               END-RETURN
           END-PERFORM.
           IF CURRENT-SUPPLIER NOT = HIGH-VALUES
               PERFORM WRITE-SUPPLIER-AGING
           END-IF.

       AGE-ONE-CLAIM.
           IF CS-SUPPLIERCODE NOT = CURRENT-SUPPLIER
               IF CURRENT-SUPPLIER NOT = HIGH-VALUES
                   PERFORM WRITE-SUPPLIER-AGING
               END-IF
               MOVE CS-SUPPLIERCODE TO CURRENT-SUPPLIER
               PERFORM START-SUPPLIER-GROUP
           END-IF.
           ADD 1 TO OPENCLAIM-COUNT.
           COMPUTE DAYSOPEN =
               TODAY-INT - FUNCTION INTEGER-OF-DATE(CS-OPENDATE).
           EVALUATE TRUE
               WHEN DAYSOPEN <= 15
                   MOVE 1 TO BUCKET-NUM
               WHEN DAYSOPEN <= 30
                   MOVE 2 TO BUCKET-NUM
               WHEN DAYSOPEN <= 60
                   MOVE 3 TO BUCKET-NUM
               WHEN DAYSOPEN <= 90
                   MOVE 4 TO BUCKET-NUM
               WHEN OTHER
                   MOVE 5 TO BUCKET-NUM
           END-EVALUATE.
           ADD 1 TO SB-COUNT(BUCKET-NUM).
           ADD 1 TO GB-COUNT(BUCKET-NUM).
           MOVE DAYSOPEN TO DAYSOPEN-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "  CLAIM " CS-CLAIMNUM " " CS-SERIALNUM
               " " CS-ITEMCODE " STATUS " CS-STATUS
               " RMA " CS-RMANUMBER " DAYS " DAYSOPEN-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       START-SUPPLIER-GROUP.
           ADD 1 TO SUPPLIER-COUNT.
           MOVE CURRENT-SUPPLIER TO SU-SUPPLIERCODE.
           READ SUPPMAST-FILE
               INVALID KEY
                   MOVE "(NOT ON SUPPLIER MASTER)" TO SU-SUPPLIERNAME
           END-READ.
           MOVE SPACES TO REPORT-LINE.
           STRING CURRENT-SUPPLIER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SU-SUPPLIERNAME DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-SUPPLIER-AGING.
           MOVE SPACES TO AGING-LINE.
           MOVE CURRENT-SUPPLIER TO AG-LABEL.
           IF CURRENT-SUPPLIER = SPACES
               MOVE "(NONE)" TO AG-LABEL
           END-IF.
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1 UNTIL
               BUCKET-IDX > 5
               MOVE SB-COUNT(BUCKET-IDX) TO AG-COUNT(BUCKET-IDX)
               MOVE ZERO TO SB-COUNT(BUCKET-IDX)
           END-PERFORM.
           MOVE AGING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE WARRAGING-REC FROM REPORT-LINE.
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
       END PROGRAM WARRANTY-CLAIM.
