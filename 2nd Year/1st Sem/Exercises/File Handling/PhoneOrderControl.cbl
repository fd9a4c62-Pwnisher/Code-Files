           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-ORDERNUM
           FILE STATUS IS PHONEORD-STATUS.
           SELECT ITEMLOC-FILE
           ASSIGN TO "D:\Files\dat\itemloc.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IL-KEY
           FILE STATUS IS ITEMLOC-STATUS.
           SELECT RIDERTRIP-FILE
           ASSIGN TO "D:\Files\dat\ridertrip.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-TRIPNUM
           FILE STATUS IS RIDERTRIP-STATUS.
           SELECT MANIFEST-FILE
           ASSIGN TO "D:\Files\dat\manifest.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MANIFEST-STATUS.
           SELECT CODEXCEPT-FILE
           ASSIGN TO "D:\Files\dat\codexcept.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CODEXCEPT-STATUS.
           SELECT CODEXRPT-FILE
           ASSIGN TO "D:\Files\dat\codexrpt.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CODEXRPT-STATUS.
           SELECT PICKLIST-FILE
           ASSIGN TO "D:\Files\dat\picklist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PICKLIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PHONEORD-FILE.
       COPY "PHONEORD.CPY".
       FD ITEMLOC-FILE.
       COPY "ITEMLOC.CPY".
       FD RIDERTRIP-FILE.
       COPY "RIDERTRIP.CPY".
       FD MANIFEST-FILE.
       01 MANIFEST-REC PIC X(90).
       FD CODEXCEPT-FILE.
       01 CODEXCEPT-REC.
           05 CE-EXCEPTDATE PIC 9(08).
           05 CE-TRIPNUM PIC 9(06).
           05 CE-RIDERID PIC X(10).
           05 CE-TYPE PIC X(01).
               88 CE-SHORT-REMIT VALUE "S".
               88 CE-OVER-REMIT VALUE "O".
               88 CE-UNDELIVERED VALUE "U".
           05 CE-ORDERNUM PIC 9(08).
           05 CE-AMOUNT PIC 9(7)V99.
           05 CE-CHECKINBY PIC X(10).
       FD CODEXRPT-FILE.
       01 CODEXRPT-REC PIC X(90).
       FD PICKLIST-FILE.
       01 PICKLIST-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 PHONEORD-STATUS PIC X(02).
       01 ITEMLOC-STATUS PIC X(02).
       01 PICKLIST-STATUS PIC X(02).
       01 RIDERTRIP-STATUS PIC X(02).
       01 MANIFEST-STATUS PIC X(02).
       01 CODEXCEPT-STATUS PIC X(02).
       01 CODEXRPT-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "PHONE-ORDER-CONTROL".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
           88 CTL-DISPATCH VALUE "D".
           88 CTL-DELIVERED VALUE "V".
           88 CTL-REPORT VALUE "R".
           88 CTL-PICKLIST VALUE "P".
           88 CTL-CHECKIN VALUE "C".
           88 CTL-EXCEPTIONS VALUE "E".
           88 CTL-EXIT VALUE "X".
       01 WORKORDERNUM PIC 9(08).
       01 PHONEORD-EOF-SW PIC X(03).
       01 DISPATCHED-COUNT PIC 9(05).
       01 DELIVERED-COUNT PIC 9(05).
       01 OPEN-VALUE PIC 9(9)V99.
       01 PICKORDERNUM PIC 9(08).
       01 PICK-LINE-IDX PIC 9(02) COMP.
       01 ITEMLOC-EOF-SW PIC X(03).
           88 ITEMLOC-EOF VALUE "YES".
       01 NO-LOCATIONS-SW PIC X(03).
           88 NO-LOCATIONS VALUE "YES".
       01 FLOOR-FOUND-SW PIC X(03).
           88 FLOOR-FOUND VALUE "YES".
       01 PICK-LOCATION PIC X(08).
       01 PICK-TABLE-AREA.
           05 PCK-ENTRY OCCURS 500 TIMES INDEXED BY PCK-IDX.
               10 PCK-SORTKEY.
                   15 PCK-LOCATION.
                       20 PCK-AISLE PIC X(03).
                       20 PCK-BAY PIC X(03).
                       20 PCK-SHELF PIC X(02).
                   15 PCK-ITEMCODE PIC X(10).
                   15 PCK-ORDERNUM PIC 9(08).
               10 PCK-ITEMNAME PIC X(30).
               10 PCK-ITEMQTY PIC 9(03)V9(03).
       01 PCK-COUNT PIC 9(03) VALUE ZERO.
       01 PCK-SCAN PIC 9(03) COMP.
       01 PCK-INNER PIC 9(03) COMP.
       01 PCK-SWAP-ENTRY PIC X(62).
       01 PICKORDER-COUNT PIC 9(05).
       01 PICK-LINE PIC X(90).
       01 PICK-QTY-DISP PIC ZZ9.999.
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "PHONE-ORDER-CONTROL".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 TODAYDATE PIC 9(08).
       01 WORKTRIPNUM PIC 9(06).
       01 RIDERTRIP-EOF-SW PIC X(03).
           88 RIDERTRIP-EOF VALUE "YES".
       01 CODEXCEPT-EOF-SW PIC X(03).
           88 CODEXCEPT-EOF VALUE "YES".
       01 DELIVERED-ANSWER PIC X(01).
       01 CASHRETURNED PIC 9(7)V99.
       01 REMIT-DIFFERENCE PIC S9(7)V99.
       01 AREA-POS PIC 9(02) COMP.
       01 COMMA-POS PIC 9(02) COMP.
       01 MANIFEST-TABLE-AREA.
           05 MAN-ENTRY OCCURS 50 TIMES INDEXED BY MAN-IDX.
               10 MAN-SORTKEY.
                   15 MAN-AREA PIC X(20).
                   15 MAN-ORDERNUM PIC 9(08).
               10 MAN-CUSTNAME PIC X(30).
               10 MAN-ADDRESS PIC X(60).
               10 MAN-PHONE PIC X(15).
               10 MAN-TOTALDUE PIC 9(7)V99.
       01 MAN-COUNT PIC 9(02) VALUE ZERO.
       01 MAN-SCAN PIC 9(02) COMP.
       01 MAN-INNER PIC 9(02) COMP.
       01 MAN-SWAP-ENTRY PIC X(142).
       01 CURRENT-AREA PIC X(20).
       01 MANIFEST-LINE PIC X(90).
       01 AMOUNT-DISP PIC Z,ZZZ,ZZ9.99.
       01 FROMDATE PIC 9(08).
       01 TODATE PIC 9(08).
       01 EXCEPT-COUNT PIC 9(05).
       01 SHORT-TOTAL PIC 9(8)V99.
       01 UNDELIVERED-TOTAL PIC 9(8)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O PHONEORD-FILE.
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN I-O RIDERTRIP-FILE.
           IF RIDERTRIP-STATUS = "35"
               OPEN OUTPUT RIDERTRIP-FILE
               CLOSE RIDERTRIP-FILE
               OPEN I-O RIDERTRIP-FILE
           END-IF.
           IF RIDERTRIP-STATUS NOT = "00"
               MOVE "RIDER TRIP FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE RIDERTRIP-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.

           PERFORM BACK-OFFICE-SIGN-ON.

           PERFORM UNTIL CTL-EXIT
               DISPLAY "PHONE ORDER CONTROL (D-DISPATCH RIDER TRIP, "
                   "V-MARK DELIVERED, C-RIDER CHECK-IN, "
                   "E-COD EXCEPTION REPORT, R-OPEN ORDERS REPORT, "
                   "P-PICK LIST, X-EXIT): "
               ACCEPT CTLCHOICE
               EVALUATE TRUE
                   WHEN CTL-DISPATCH
                       PERFORM DISPATCH-RIDER-TRIP THRU
                           DISPATCH-RIDER-TRIP-EXIT
                   WHEN CTL-CHECKIN
                       PERFORM RIDER-CHECK-IN THRU
                           RIDER-CHECK-IN-EXIT
                   WHEN CTL-EXCEPTIONS
                       PERFORM COD-EXCEPTION-REPORT THRU
                           COD-EXCEPTION-REPORT-EXIT
                   WHEN CTL-DELIVERED
                       PERFORM MARK-DELIVERED
                   WHEN CTL-REPORT
                       PERFORM OPEN-ORDERS-REPORT
                   WHEN CTL-PICKLIST
                       PERFORM PRINT-PICK-LIST
                   WHEN CTL-EXIT
                       CONTINUE
                   WHEN OTHER
           END-PERFORM.

           CLOSE PHONEORD-FILE.
           CLOSE RIDERTRIP-FILE.
           STOP RUN.

       DISPATCH-RIDER-TRIP.
           MOVE ZERO TO WORKTRIPNUM.
           MOVE "NO" TO RIDERTRIP-EOF-SW.
           MOVE ZERO TO TR-TRIPNUM.
           START RIDERTRIP-FILE KEY IS NOT LESS THAN TR-TRIPNUM
               INVALID KEY
                   SET RIDERTRIP-EOF TO TRUE
           END-START.
           PERFORM UNTIL RIDERTRIP-EOF
               READ RIDERTRIP-FILE NEXT RECORD
                   AT END
                       SET RIDERTRIP-EOF TO TRUE
                   NOT AT END
                       MOVE TR-TRIPNUM TO WORKTRIPNUM
               END-READ
           END-PERFORM.
           ADD 1 TO WORKTRIPNUM.

           MOVE WORKTRIPNUM TO TR-TRIPNUM.
           DISPLAY "RIDER ID: ".
           ACCEPT TR-RIDERID.
           IF TR-RIDERID = SPACES
               DISPLAY "RIDER ID IS REQUIRED, NOTHING DISPATCHED."
               GO TO DISPATCH-RIDER-TRIP-EXIT
           END-IF.
           DISPLAY "RIDER NAME: ".
           ACCEPT TR-RIDERNAME.
           ACCEPT TR-TRIPDATE FROM DATE YYYYMMDD.
           ACCEPT TR-DISPATCHTIME FROM TIME.
           MOVE OPERATORID TO TR-DISPATCHEDBY.
           MOVE ZERO TO TR-ORDERCOUNT.
           MOVE ZERO TO TR-CODDISPATCHED.
           SET TR-OUT TO TRUE.
           MOVE ZERO TO TR-DELIVEREDCOUNT.
           MOVE ZERO TO TR-RETURNEDCOUNT.
           MOVE ZERO TO TR-CODEXPECTED.
           MOVE ZERO TO TR-CASHRETURNED.
           MOVE ZERO TO TR-CHECKINDATE.
           MOVE ZERO TO TR-CHECKINTIME.
           MOVE SPACES TO TR-CHECKINBY.

           MOVE ZERO TO MAN-COUNT.
           DISPLAY "ORDERS FOR THIS TRIP (0 TO END)".
           MOVE 1 TO WORKORDERNUM.
           PERFORM UNTIL WORKORDERNUM = ZERO
               DISPLAY "PHONE ORDER NUMBER: "
               ACCEPT WORKORDERNUM
               IF WORKORDERNUM NOT = ZERO
                   PERFORM ADD-ORDER-TO-TRIP
               END-IF
           END-PERFORM.

           IF MAN-COUNT = ZERO
               DISPLAY "NO ORDERS DISPATCHED, TRIP NOT CREATED."
               GO TO DISPATCH-RIDER-TRIP-EXIT
           END-IF.
           WRITE RIDERTRIP-REC
               INVALID KEY
                   DISPLAY "TRIP NUMBER ALREADY ON FILE, STATUS "
                       RIDERTRIP-STATUS
           END-WRITE.
           PERFORM SORT-MANIFEST-BY-AREA.
           PERFORM PRINT-ROUTE-MANIFEST.
           DISPLAY "TRIP " TR-TRIPNUM " DISPATCHED WITH "
               TR-ORDERCOUNT " ORDERS, COD P" TR-CODDISPATCHED.

       DISPATCH-RIDER-TRIP-EXIT.
           EXIT.

       ADD-ORDER-TO-TRIP.
           MOVE WORKORDERNUM TO PO-ORDERNUM.
           READ PHONEORD-FILE
               INVALID KEY
                   DISPLAY "PHONE ORDER NUMBER NOT FOUND."
               NOT INVALID KEY
                   IF NOT PO-TAKEN
                       DISPLAY "ORDER IS NOT IN TAKEN STATUS, "
                           "STATUS " PO-STATUS "."
                   ELSE
                       IF MAN-COUNT = 50
                           DISPLAY "TRIP IS FULL AT 50 ORDERS."
                       ELSE
                           PERFORM DERIVE-DELIVERY-AREA
                           SET PO-DISPATCHED TO TRUE
                           MOVE TR-RIDERID TO PO-RIDERID
                           MOVE TR-TRIPNUM TO PO-TRIPNUM
                           REWRITE PHONEORD-REC
                           ADD 1 TO TR-ORDERCOUNT
                           ADD PO-TOTALDUE TO TR-CODDISPATCHED
                           ADD 1 TO MAN-COUNT
                           MOVE PO-AREA TO MAN-AREA(MAN-COUNT)
                           MOVE PO-ORDERNUM TO MAN-ORDERNUM(MAN-COUNT)
                           MOVE PO-CUSTNAME TO MAN-CUSTNAME(MAN-COUNT)
                           MOVE PO-ADDRESS TO MAN-ADDRESS(MAN-COUNT)
                           MOVE PO-PHONE TO MAN-PHONE(MAN-COUNT)
                           MOVE PO-TOTALDUE TO MAN-TOTALDUE(MAN-COUNT)
                           DISPLAY "ORDER " WORKORDERNUM " AREA "
                               PO-AREA " ADDED TO TRIP."
                       END-IF
                   END-IF
           END-READ.

       DERIVE-DELIVERY-AREA.
           MOVE ZERO TO COMMA-POS.
           PERFORM VARYING AREA-POS FROM 60 BY -1 UNTIL
               AREA-POS < 1 OR COMMA-POS NOT = ZERO
               IF PO-ADDRESS(AREA-POS:1) = ","
                   MOVE AREA-POS TO COMMA-POS
               END-IF
           END-PERFORM.
           IF COMMA-POS = ZERO OR COMMA-POS = 60
               MOVE PO-ADDRESS TO PO-AREA
           ELSE
               ADD 1 TO COMMA-POS
               PERFORM UNTIL COMMA-POS = 60 OR
                   PO-ADDRESS(COMMA-POS:1) NOT = SPACE
                   ADD 1 TO COMMA-POS
               END-PERFORM
               MOVE PO-ADDRESS(COMMA-POS:) TO PO-AREA
           END-IF.
           IF PO-AREA = SPACES
               MOVE "(NO AREA GIVEN)" TO PO-AREA
           END-IF.

       SORT-MANIFEST-BY-AREA.
           PERFORM VARYING MAN-SCAN FROM 1 BY 1 UNTIL
               MAN-SCAN > MAN-COUNT
               PERFORM VARYING MAN-INNER FROM 1 BY 1 UNTIL
                   MAN-INNER > MAN-COUNT - MAN-SCAN
                   IF MAN-SORTKEY(MAN-INNER) >
                       MAN-SORTKEY(MAN-INNER + 1)
                       MOVE MAN-ENTRY(MAN-INNER) TO MAN-SWAP-ENTRY
                       MOVE MAN-ENTRY(MAN-INNER + 1)
                           TO MAN-ENTRY(MAN-INNER)
                       MOVE MAN-SWAP-ENTRY TO MAN-ENTRY(MAN-INNER + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-ROUTE-MANIFEST.
           OPEN EXTEND MANIFEST-FILE.
           IF MANIFEST-STATUS = "35"
               OPEN OUTPUT MANIFEST-FILE
           END-IF.
           MOVE "=================== ROUTE MANIFEST ==================="
               TO MANIFEST-REC.
           WRITE MANIFEST-REC.
           MOVE SPACES TO MANIFEST-LINE.
           STRING "TRIP " DELIMITED BY SIZE
               TR-TRIPNUM DELIMITED BY SIZE
               " DATE " DELIMITED BY SIZE
               TR-TRIPDATE DELIMITED BY SIZE
               " RIDER " DELIMITED BY SIZE
               TR-RIDERID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TR-RIDERNAME DELIMITED BY SIZE
               INTO MANIFEST-LINE.
           WRITE MANIFEST-REC FROM MANIFEST-LINE.
           DISPLAY MANIFEST-LINE.
           MOVE SPACES TO CURRENT-AREA.
           PERFORM VARYING MAN-SCAN FROM 1 BY 1 UNTIL
               MAN-SCAN > MAN-COUNT
               IF MAN-AREA(MAN-SCAN) NOT = CURRENT-AREA
                   MOVE MAN-AREA(MAN-SCAN) TO CURRENT-AREA
                   MOVE SPACES TO MANIFEST-LINE
                   STRING "--- AREA " DELIMITED BY SIZE
                       CURRENT-AREA DELIMITED BY SIZE
                       " ---" DELIMITED BY SIZE
                       INTO MANIFEST-LINE
                   WRITE MANIFEST-REC FROM MANIFEST-LINE
                   DISPLAY MANIFEST-LINE
               END-IF
               PERFORM WRITE-MANIFEST-ORDER
           END-PERFORM.
           MOVE TR-CODDISPATCHED TO AMOUNT-DISP.
           MOVE SPACES TO MANIFEST-LINE.
           STRING "ORDERS " DELIMITED BY SIZE
               TR-ORDERCOUNT DELIMITED BY SIZE
               "   TOTAL COD TO COLLECT P" DELIMITED BY SIZE
               AMOUNT-DISP DELIMITED BY SIZE
               INTO MANIFEST-LINE.
           WRITE MANIFEST-REC FROM MANIFEST-LINE.
           DISPLAY MANIFEST-LINE.
           MOVE "RIDER SIGNATURE: ________________________"
               TO MANIFEST-REC.
           WRITE MANIFEST-REC.
           CLOSE MANIFEST-FILE.

       WRITE-MANIFEST-ORDER.
           MOVE MAN-TOTALDUE(MAN-SCAN) TO AMOUNT-DISP.
           MOVE SPACES TO MANIFEST-LINE.
           STRING MAN-ORDERNUM(MAN-SCAN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MAN-CUSTNAME(MAN-SCAN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MAN-PHONE(MAN-SCAN) DELIMITED BY SIZE
               " COD P" DELIMITED BY SIZE
               AMOUNT-DISP DELIMITED BY SIZE
               INTO MANIFEST-LINE.
           WRITE MANIFEST-REC FROM MANIFEST-LINE.
           DISPLAY MANIFEST-LINE.
           MOVE SPACES TO MANIFEST-LINE.
           STRING "         " DELIMITED BY SIZE
               MAN-ADDRESS(MAN-SCAN) DELIMITED BY SIZE
               INTO MANIFEST-LINE.
           WRITE MANIFEST-REC FROM MANIFEST-LINE.
           DISPLAY MANIFEST-LINE.

       RIDER-CHECK-IN.
           DISPLAY "TRIP NUMBER: ".
           ACCEPT WORKTRIPNUM.
           MOVE WORKTRIPNUM TO TR-TRIPNUM.
           READ RIDERTRIP-FILE
               INVALID KEY
                   DISPLAY "TRIP NUMBER NOT FOUND."
                   GO TO RIDER-CHECK-IN-EXIT
           END-READ.
           IF NOT TR-OUT
               DISPLAY "TRIP IS ALREADY CHECKED IN."
               GO TO RIDER-CHECK-IN-EXIT
           END-IF.
           DISPLAY "RIDER " TR-RIDERID " " TR-RIDERNAME
               " ORDERS " TR-ORDERCOUNT.
           ACCEPT TODAYDATE FROM DATE YYYYMMDD.
           MOVE ZERO TO TR-DELIVEREDCOUNT.
           MOVE ZERO TO TR-RETURNEDCOUNT.
           MOVE ZERO TO TR-CODEXPECTED.

           OPEN EXTEND CODEXCEPT-FILE.
           IF CODEXCEPT-STATUS = "35"
               OPEN OUTPUT CODEXCEPT-FILE
           END-IF.
           MOVE "NO" TO PHONEORD-EOF-SW.
           MOVE ZERO TO PO-ORDERNUM.
           START PHONEORD-FILE KEY IS NOT LESS THAN PO-ORDERNUM
               INVALID KEY
                   SET PHONEORD-EOF TO TRUE
           END-START.
           PERFORM UNTIL PHONEORD-EOF
               READ PHONEORD-FILE NEXT RECORD
                   AT END
                       SET PHONEORD-EOF TO TRUE
                   NOT AT END
                       IF PO-TRIPNUM = TR-TRIPNUM AND
                           (PO-DISPATCHED OR PO-DELIVERED)
                           PERFORM CHECK-IN-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM.

           DISPLAY "DELIVERED " TR-DELIVEREDCOUNT " RETURNED "
               TR-RETURNEDCOUNT " COD EXPECTED P" TR-CODEXPECTED.
           DISPLAY "COD CASH HANDED BACK: ".
           ACCEPT CASHRETURNED.
           MOVE CASHRETURNED TO TR-CASHRETURNED.
           COMPUTE REMIT-DIFFERENCE = TR-CODEXPECTED - CASHRETURNED.
           IF REMIT-DIFFERENCE NOT = ZERO
               MOVE ZERO TO CE-ORDERNUM
               IF REMIT-DIFFERENCE > ZERO
                   SET CE-SHORT-REMIT TO TRUE
                   MOVE REMIT-DIFFERENCE TO CE-AMOUNT
                   DISPLAY "SHORT REMITTANCE P" CE-AMOUNT
               ELSE
                   SET CE-OVER-REMIT TO TRUE
                   COMPUTE CE-AMOUNT = 0 - REMIT-DIFFERENCE
                   DISPLAY "OVER REMITTANCE P" CE-AMOUNT
               END-IF
               PERFORM WRITE-COD-EXCEPTION
           ELSE
               DISPLAY "REMITTANCE BALANCES."
           END-IF.
           CLOSE CODEXCEPT-FILE.

           SET TR-CHECKED-IN TO TRUE.
           MOVE TODAYDATE TO TR-CHECKINDATE.
           ACCEPT TR-CHECKINTIME FROM TIME.
           MOVE OPERATORID TO TR-CHECKINBY.
           REWRITE RIDERTRIP-REC.
           DISPLAY "TRIP " TR-TRIPNUM " CHECKED IN.".

       RIDER-CHECK-IN-EXIT.
           EXIT.

       CHECK-IN-ONE-ORDER.
           IF PO-DELIVERED
               MOVE "Y" TO DELIVERED-ANSWER
           ELSE
               MOVE SPACE TO DELIVERED-ANSWER
               PERFORM UNTIL DELIVERED-ANSWER = "Y" OR
                   DELIVERED-ANSWER = "N"
                   DISPLAY "ORDER " PO-ORDERNUM " " PO-CUSTNAME
                       " P" PO-TOTALDUE " DELIVERED (Y/N): "
                   ACCEPT DELIVERED-ANSWER
               END-PERFORM
           END-IF.
           IF DELIVERED-ANSWER = "Y"
               IF PO-DISPATCHED
                   SET PO-DELIVERED TO TRUE
                   REWRITE PHONEORD-REC
               END-IF
               ADD 1 TO TR-DELIVEREDCOUNT
               ADD PO-TOTALDUE TO TR-CODEXPECTED
           ELSE
               SET CE-UNDELIVERED TO TRUE
               MOVE PO-ORDERNUM TO CE-ORDERNUM
               MOVE PO-TOTALDUE TO CE-AMOUNT
               PERFORM WRITE-COD-EXCEPTION
               SET PO-TAKEN TO TRUE
               MOVE SPACES TO PO-RIDERID
               MOVE ZERO TO PO-TRIPNUM
               ADD 1 TO PO-RETURNCOUNT
               REWRITE PHONEORD-REC
               ADD 1 TO TR-RETURNEDCOUNT
               DISPLAY "ORDER " PO-ORDERNUM " BACK TO TAKEN STATUS."
           END-IF.

       WRITE-COD-EXCEPTION.
           MOVE TODAYDATE TO CE-EXCEPTDATE.
           MOVE TR-TRIPNUM TO CE-TRIPNUM.
           MOVE TR-RIDERID TO CE-RIDERID.
           MOVE OPERATORID TO CE-CHECKINBY.
           WRITE CODEXCEPT-REC.

       COD-EXCEPTION-REPORT.
           DISPLAY "EXCEPTIONS FROM DATE (YYYYMMDD): ".
           ACCEPT FROMDATE.
           DISPLAY "EXCEPTIONS TO DATE (YYYYMMDD, 0 FOR TODAY): ".
           ACCEPT TODATE.
           IF TODATE = ZERO
               ACCEPT TODATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT CODEXCEPT-FILE.
           IF CODEXCEPT-STATUS NOT = "00"
               DISPLAY "NO COD EXCEPTIONS ON FILE."
               GO TO COD-EXCEPTION-REPORT-EXIT
           END-IF.
           OPEN OUTPUT CODEXRPT-FILE.
           MOVE ZERO TO EXCEPT-COUNT.
           MOVE ZERO TO SHORT-TOTAL.
           MOVE ZERO TO UNDELIVERED-TOTAL.
           MOVE SPACES TO MANIFEST-LINE.
           STRING "RIDER COD EXCEPTIONS " DELIMITED BY SIZE
               FROMDATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               TODATE DELIMITED BY SIZE
               INTO MANIFEST-LINE.
           WRITE CODEXRPT-REC FROM MANIFEST-LINE.
           DISPLAY MANIFEST-LINE.
           MOVE SPACES TO MANIFEST-LINE.
           MOVE "DATE     TRIP   RIDER      EXCEPTION          ORDER"
               TO MANIFEST-LINE(1:52).
           MOVE "          AMOUNT CHECKED IN" TO MANIFEST-LINE(53:27).
           WRITE CODEXRPT-REC FROM MANIFEST-LINE.
           DISPLAY MANIFEST-LINE.
           MOVE "NO" TO CODEXCEPT-EOF-SW.
           PERFORM UNTIL CODEXCEPT-EOF
               READ CODEXCEPT-FILE
                   AT END
                       SET CODEXCEPT-EOF TO TRUE
                   NOT AT END
                       IF CE-EXCEPTDATE >= FROMDATE AND
                           CE-EXCEPTDATE <= TODATE
                           PERFORM WRITE-EXCEPTION-LINE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO MANIFEST-LINE.
           MOVE SHORT-TOTAL TO AMOUNT-DISP.
           STRING "EXCEPTIONS " DELIMITED BY SIZE
               EXCEPT-COUNT DELIMITED BY SIZE
               "  SHORT REMITTED P" DELIMITED BY SIZE
               AMOUNT-DISP DELIMITED BY SIZE
               INTO MANIFEST-LINE.
           WRITE CODEXRPT-REC FROM MANIFEST-LINE.
           DISPLAY MANIFEST-LINE.
           MOVE SPACES TO MANIFEST-LINE.
           MOVE UNDELIVERED-TOTAL TO AMOUNT-DISP.
           STRING "RETURNED UNDELIVERED P" DELIMITED BY SIZE
               AMOUNT-DISP DELIMITED BY SIZE
               INTO MANIFEST-LINE.
           WRITE CODEXRPT-REC FROM MANIFEST-LINE.
           DISPLAY MANIFEST-LINE.
           CLOSE CODEXCEPT-FILE.
           CLOSE CODEXRPT-FILE.
           DISPLAY "EXCEPTION REPORT WRITTEN TO CODEXRPT.DAT".

       COD-EXCEPTION-REPORT-EXIT.
           EXIT.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO EXCEPT-COUNT.
           MOVE CE-AMOUNT TO AMOUNT-DISP.
           MOVE SPACES TO MANIFEST-LINE.
           MOVE CE-EXCEPTDATE TO MANIFEST-LINE(1:8).
           MOVE CE-TRIPNUM TO MANIFEST-LINE(10:6).
           MOVE CE-RIDERID TO MANIFEST-LINE(17:10).
           EVALUATE TRUE
               WHEN CE-SHORT-REMIT
                   MOVE "SHORT REMITTANCE" TO MANIFEST-LINE(28:18)
                   ADD CE-AMOUNT TO SHORT-TOTAL
               WHEN CE-OVER-REMIT
                   MOVE "OVER REMITTANCE" TO MANIFEST-LINE(28:18)
               WHEN CE-UNDELIVERED
                   MOVE "NOT DELIVERED" TO MANIFEST-LINE(28:18)
                   MOVE CE-ORDERNUM TO MANIFEST-LINE(47:8)
                   ADD CE-AMOUNT TO UNDELIVERED-TOTAL
           END-EVALUATE.
           MOVE AMOUNT-DISP TO MANIFEST-LINE(57:12).
           MOVE CE-CHECKINBY TO MANIFEST-LINE(70:10).
           WRITE CODEXRPT-REC FROM MANIFEST-LINE.
           DISPLAY MANIFEST-LINE.

       MARK-DELIVERED.
           DISPLAY "PHONE ORDER NUMBER: ".
           ACCEPT WORKORDERNUM.
           DISPLAY "  " PO-ORDERNUM " " PO-STATUS " "
               PO-CUSTNAME " P" PO-TOTALDUE
               " TAKEN " PO-CREATEDATE " BY " PO-TAKENBY.

       PRINT-PICK-LIST.
           DISPLAY "PHONE ORDER NUMBER (0 FOR ALL TAKEN ORDERS): ".
           ACCEPT PICKORDERNUM.
           MOVE ZERO TO PCK-COUNT.
           MOVE ZERO TO PICKORDER-COUNT.
           MOVE "NO" TO NO-LOCATIONS-SW.
           OPEN INPUT ITEMLOC-FILE.
           IF ITEMLOC-STATUS NOT = "00"
               DISPLAY "NO ITEM LOCATIONS ON FILE, LIST IN ITEM "
                   "ORDER."
               SET NO-LOCATIONS TO TRUE
           END-IF.

           IF PICKORDERNUM NOT = ZERO
               MOVE PICKORDERNUM TO PO-ORDERNUM
               READ PHONEORD-FILE
                   INVALID KEY
                       DISPLAY "PHONE ORDER NUMBER NOT FOUND."
                   NOT INVALID KEY
                       PERFORM ADD-ORDER-TO-PICK-LIST
               END-READ
           ELSE
               MOVE "NO" TO PHONEORD-EOF-SW
               MOVE ZERO TO PO-ORDERNUM
               START PHONEORD-FILE KEY IS NOT LESS THAN PO-ORDERNUM
                   INVALID KEY
                       SET PHONEORD-EOF TO TRUE
               END-START
               PERFORM UNTIL PHONEORD-EOF
                   READ PHONEORD-FILE NEXT RECORD
                       AT END
                           SET PHONEORD-EOF TO TRUE
                       NOT AT END
                           IF PO-TAKEN
                               PERFORM ADD-ORDER-TO-PICK-LIST
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF NOT NO-LOCATIONS
               CLOSE ITEMLOC-FILE
           END-IF.

           IF PCK-COUNT = ZERO
               DISPLAY "NOTHING TO PICK."
           ELSE
               PERFORM SORT-PICK-BY-LOCATION
               PERFORM WRITE-PICK-LIST
           END-IF.

       ADD-ORDER-TO-PICK-LIST.
           ADD 1 TO PICKORDER-COUNT.
           PERFORM VARYING PICK-LINE-IDX FROM 1 BY 1 UNTIL
               PICK-LINE-IDX > PO-LINECOUNT
               PERFORM FIND-PICK-LOCATION
               IF PCK-COUNT < 500
                   ADD 1 TO PCK-COUNT
                   MOVE PICK-LOCATION TO PCK-LOCATION(PCK-COUNT)
                   MOVE PO-ITEMCODE(PICK-LINE-IDX)
                       TO PCK-ITEMCODE(PCK-COUNT)
                   MOVE PO-ORDERNUM TO PCK-ORDERNUM(PCK-COUNT)
                   MOVE PO-ITEMNAME(PICK-LINE-IDX)
                       TO PCK-ITEMNAME(PCK-COUNT)
                   MOVE PO-ITEMQTY(PICK-LINE-IDX)
                       TO PCK-ITEMQTY(PCK-COUNT)
               ELSE
                   DISPLAY "PICK LIST FULL, ORDER " PO-ORDERNUM
                       " LINE " PICK-LINE-IDX " LEFT OFF."
               END-IF
           END-PERFORM.

       FIND-PICK-LOCATION.
           MOVE HIGH-VALUES TO PICK-LOCATION.
           MOVE "NO" TO FLOOR-FOUND-SW.
           MOVE "NO" TO ITEMLOC-EOF-SW.
           IF NO-LOCATIONS
               SET ITEMLOC-EOF TO TRUE
           ELSE
               MOVE PO-ITEMCODE(PICK-LINE-IDX) TO IL-ITEMCODE
               MOVE ZERO TO IL-LOCSEQ
               START ITEMLOC-FILE KEY IS NOT LESS THAN IL-KEY
                   INVALID KEY
                       SET ITEMLOC-EOF TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL ITEMLOC-EOF OR FLOOR-FOUND
               READ ITEMLOC-FILE NEXT RECORD
                   AT END
                       SET ITEMLOC-EOF TO TRUE
                   NOT AT END
                       IF IL-ITEMCODE NOT = PO-ITEMCODE(PICK-LINE-IDX)
                           SET ITEMLOC-EOF TO TRUE
                       ELSE
                           IF IL-SALES-FLOOR
                               MOVE IL-LOCATION TO PICK-LOCATION
                               MOVE "YES" TO FLOOR-FOUND-SW
                           ELSE
                               IF PICK-LOCATION = HIGH-VALUES
                                   MOVE IL-LOCATION TO PICK-LOCATION
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SORT-PICK-BY-LOCATION.
           PERFORM VARYING PCK-SCAN FROM 1 BY 1 UNTIL
               PCK-SCAN > PCK-COUNT
               PERFORM VARYING PCK-INNER FROM 1 BY 1 UNTIL
                   PCK-INNER > PCK-COUNT - PCK-SCAN
                   IF PCK-SORTKEY(PCK-INNER) >
                       PCK-SORTKEY(PCK-INNER + 1)
                       MOVE PCK-ENTRY(PCK-INNER) TO PCK-SWAP-ENTRY
                       MOVE PCK-ENTRY(PCK-INNER + 1)
                           TO PCK-ENTRY(PCK-INNER)
                       MOVE PCK-SWAP-ENTRY TO PCK-ENTRY(PCK-INNER + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-PICK-LIST.
           OPEN OUTPUT PICKLIST-FILE.
           IF PICKLIST-STATUS NOT = "00"
               MOVE "PICK LIST FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE PICKLIST-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO PICK-LINE.
           STRING "PHONE ORDER PICK LIST, ORDERS: " DELIMITED BY SIZE
               PICKORDER-COUNT DELIMITED BY SIZE
               INTO PICK-LINE.
           WRITE PICKLIST-REC FROM PICK-LINE.
           DISPLAY PICK-LINE.
           MOVE "AIS BAY SH ITEM       DESCRIPTION" TO PICK-LINE.
           MOVE "QTY     ORDER    PICKED" TO PICK-LINE(54:23).
           WRITE PICKLIST-REC FROM PICK-LINE.
           DISPLAY PICK-LINE.
           PERFORM VARYING PCK-SCAN FROM 1 BY 1 UNTIL
               PCK-SCAN > PCK-COUNT
               MOVE SPACES TO PICK-LINE
               IF PCK-AISLE(PCK-SCAN) = HIGH-VALUES
                   MOVE "NO LOCATN" TO PICK-LINE(1:9)
               ELSE
                   MOVE PCK-AISLE(PCK-SCAN) TO PICK-LINE(1:3)
                   MOVE PCK-BAY(PCK-SCAN) TO PICK-LINE(5:3)
                   MOVE PCK-SHELF(PCK-SCAN) TO PICK-LINE(9:2)
               END-IF
               MOVE PCK-ITEMCODE(PCK-SCAN) TO PICK-LINE(12:10)
               MOVE PCK-ITEMNAME(PCK-SCAN) TO PICK-LINE(23:30)
               MOVE PCK-ITEMQTY(PCK-SCAN) TO PICK-QTY-DISP
               MOVE PICK-QTY-DISP TO PICK-LINE(54:7)
               MOVE PCK-ORDERNUM(PCK-SCAN) TO PICK-LINE(62:8)
               MOVE "[  ]" TO PICK-LINE(71:4)
               WRITE PICKLIST-REC FROM PICK-LINE
               DISPLAY PICK-LINE
           END-PERFORM.
           CLOSE PICKLIST-FILE.
           DISPLAY "PICK LIST WRITTEN TO PICKLIST.DAT".

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
       END PROGRAM PHONE-ORDER-CONTROL.
