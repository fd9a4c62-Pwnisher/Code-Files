           ACCESS MODE IS RANDOM
           RECORD KEY IS SV-SUPERID
           FILE STATUS IS SUPERMAST-STATUS.
           SELECT ITEMLOC-FILE
           ASSIGN TO "D:\Files\dat\itemloc.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IL-KEY
           FILE STATUS IS ITEMLOC-STATUS.
           SELECT COUNTSHEET-FILE
           ASSIGN TO "D:\Files\dat\countsheet.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COUNTSHEET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ITEMMAST-FILE.
           05 SA-ADJTIME PIC 9(08).
       FD SUPERMAST-FILE.
       COPY "SUPERMAST.CPY".
       FD ITEMLOC-FILE.
       COPY "ITEMLOC.CPY".
       FD COUNTSHEET-FILE.
       01 COUNTSHEET-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 ITEMMAST-STATUS PIC X(02).
       01 STOCKCOUNT-STATUS PIC X(02).
       01 STOCKADJ-STATUS PIC X(02).
       01 SUPERMAST-STATUS PIC X(02).
       01 ITEMLOC-STATUS PIC X(02).
       01 COUNTSHEET-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "STOCK-TAKE".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 COUNTERID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "STOCK-TAKE".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 TAKECHOICE PIC X(01).
           88 TAKE-FREEZE VALUE "F".
           88 TAKE-KEY VALUE "K".
           88 TAKE-VARIANCE VALUE "V".
           88 TAKE-POST VALUE "P".
           88 TAKE-SHEETS VALUE "C".
           88 TAKE-EXIT VALUE "X".
       01 FREEZEDEPT PIC X(04).
       01 FREEZECOUNT PIC 9(05).
           88 OVERRIDE-OK VALUE "YES".
       01 APPROVERID PIC X(10).
       01 ENTEREDSUPERPIN PIC 9(04).
       01 TODAYDATE PIC 9(08).
       01 PERIOD-ACTION PIC X(01).
       01 PERIOD-DATE PIC 9(08).
       01 PERIOD-RECORDKEY PIC X(20) VALUE SPACES.
       01 PERIOD-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 PERIOD-OPERATOR PIC X(10) VALUE SPACES.
       01 PERIOD-STATE PIC X(01).
           88 PERIOD-IS-CLOSED VALUE "C".
       01 PERIOD-NEXTOPEN PIC 9(08).
       01 PERIOD-ANSWER PIC X(01).
       01 PERIOD-OK-SW PIC X(03).
           88 PERIOD-OK VALUE "YES".
       01 ITEMLOC-EOF-SW PIC X(03).
           88 ITEMLOC-EOF VALUE "YES".
       01 NO-LOCATIONS-SW PIC X(03).
           88 NO-LOCATIONS VALUE "YES".
       01 ITEM-LOCATED-SW PIC X(03).
           88 ITEM-LOCATED VALUE "YES".
       01 SHEET-TABLE-AREA.
           05 SHT-ENTRY OCCURS 1000 TIMES INDEXED BY SHT-IDX.
               10 SHT-SORTKEY.
                   15 SHT-LOCATION.
                       20 SHT-AISLE PIC X(03).
                       20 SHT-BAY PIC X(03).
                       20 SHT-SHELF PIC X(02).
                   15 SHT-ITEMCODE PIC X(10).
               10 SHT-ITEMNAME PIC X(30).
               10 SHT-DEPTCODE PIC X(04).
               10 SHT-LOCTYPE PIC X(01).
       01 SHT-COUNT PIC 9(04) VALUE ZERO.
       01 SHT-SCAN PIC 9(04) COMP.
       01 SHT-INNER PIC 9(04) COMP.
       01 SHT-SWAP-ENTRY PIC X(53).
       01 CURRENT-AISLE PIC X(03).
       01 SHEET-LINE PIC X(90).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O ITEMMAST-FILE.
               STOP RUN
           END-IF.

           PERFORM BACK-OFFICE-SIGN-ON.

           PERFORM UNTIL TAKE-EXIT
               DISPLAY "STOCKTAKE (F-FREEZE COUNT BATCH, K-KEY "
                   "COUNTS, C-PRINT COUNT SHEETS, V-VARIANCE "
                   "LISTING, P-POST APPROVED ADJUSTMENTS, X-EXIT): "
               ACCEPT TAKECHOICE
               PERFORM AUTHORIZE-CHOICE
               EVALUATE TRUE
                   WHEN NOT SIGNON-ALLOWED
                       CONTINUE
                   WHEN TAKE-FREEZE
                       PERFORM FREEZE-COUNT-BATCH
                   WHEN TAKE-KEY
                       PERFORM KEY-COUNTED-QUANTITIES
                   WHEN TAKE-SHEETS
                       PERFORM PRINT-COUNT-SHEETS
                   WHEN TAKE-VARIANCE
                       PERFORM VARIANCE-LISTING
                   WHEN TAKE-POST
                   DISPLAY "COUNT SAVED."
           END-READ.

       PRINT-COUNT-SHEETS.
           MOVE ZERO TO SHT-COUNT.
           MOVE "NO" TO NO-LOCATIONS-SW.
           OPEN INPUT ITEMLOC-FILE.
           IF ITEMLOC-STATUS NOT = "00"
               DISPLAY "NO ITEM LOCATIONS ON FILE, SHEETS IN ITEM "
                   "ORDER."
               SET NO-LOCATIONS TO TRUE
           END-IF.

           MOVE "NO" TO STOCKCOUNT-EOF-SW.
           MOVE LOW-VALUES TO SC-ITEMCODE.
           START STOCKCOUNT-FILE KEY IS NOT LESS THAN SC-ITEMCODE
               INVALID KEY
                   SET STOCKCOUNT-EOF TO TRUE
           END-START.
           PERFORM UNTIL STOCKCOUNT-EOF
               READ STOCKCOUNT-FILE NEXT RECORD
                   AT END
                       SET STOCKCOUNT-EOF TO TRUE
                   NOT AT END
                       PERFORM LOCATE-COUNT-ITEM
               END-READ
           END-PERFORM.
           IF NOT NO-LOCATIONS
               CLOSE ITEMLOC-FILE
           END-IF.

           IF SHT-COUNT = ZERO
               DISPLAY "NO COUNT BATCH FROZEN, NOTHING TO PRINT."
           ELSE
               PERFORM SORT-SHEET-BY-LOCATION
               PERFORM WRITE-COUNT-SHEETS
           END-IF.

       LOCATE-COUNT-ITEM.
           MOVE "NO" TO ITEM-LOCATED-SW.
           MOVE "NO" TO ITEMLOC-EOF-SW.
           IF NO-LOCATIONS
               SET ITEMLOC-EOF TO TRUE
           ELSE
               MOVE SC-ITEMCODE TO IL-ITEMCODE
               MOVE ZERO TO IL-LOCSEQ
               START ITEMLOC-FILE KEY IS NOT LESS THAN IL-KEY
                   INVALID KEY
                       SET ITEMLOC-EOF TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL ITEMLOC-EOF
               READ ITEMLOC-FILE NEXT RECORD
                   AT END
                       SET ITEMLOC-EOF TO TRUE
                   NOT AT END
                       IF IL-ITEMCODE NOT = SC-ITEMCODE
                           SET ITEMLOC-EOF TO TRUE
                       ELSE
                           MOVE "YES" TO ITEM-LOCATED-SW
                           PERFORM ADD-SHEET-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT ITEM-LOCATED
               MOVE HIGH-VALUES TO IL-LOCATION
               MOVE SPACE TO IL-LOCTYPE
               PERFORM ADD-SHEET-ENTRY
           END-IF.

       ADD-SHEET-ENTRY.
           IF SHT-COUNT < 1000
               ADD 1 TO SHT-COUNT
               MOVE IL-LOCATION TO SHT-LOCATION(SHT-COUNT)
               MOVE SC-ITEMCODE TO SHT-ITEMCODE(SHT-COUNT)
               MOVE SC-ITEMNAME TO SHT-ITEMNAME(SHT-COUNT)
               MOVE SC-DEPTCODE TO SHT-DEPTCODE(SHT-COUNT)
               MOVE IL-LOCTYPE TO SHT-LOCTYPE(SHT-COUNT)
           ELSE
               DISPLAY "COUNT SHEET TABLE FULL, FREEZE THE BATCH "
                   "PER DEPARTMENT INSTEAD."
           END-IF.

       SORT-SHEET-BY-LOCATION.
           PERFORM VARYING SHT-SCAN FROM 1 BY 1 UNTIL
               SHT-SCAN > SHT-COUNT
               PERFORM VARYING SHT-INNER FROM 1 BY 1 UNTIL
                   SHT-INNER > SHT-COUNT - SHT-SCAN
                   IF SHT-SORTKEY(SHT-INNER) >
                       SHT-SORTKEY(SHT-INNER + 1)
                       MOVE SHT-ENTRY(SHT-INNER) TO SHT-SWAP-ENTRY
                       MOVE SHT-ENTRY(SHT-INNER + 1)
                           TO SHT-ENTRY(SHT-INNER)
                       MOVE SHT-SWAP-ENTRY TO SHT-ENTRY(SHT-INNER + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-COUNT-SHEETS.
           OPEN OUTPUT COUNTSHEET-FILE.
           IF COUNTSHEET-STATUS NOT = "00"
               MOVE "COUNT SHEET FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE COUNTSHEET-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO CURRENT-AISLE.
           PERFORM VARYING SHT-SCAN FROM 1 BY 1 UNTIL
               SHT-SCAN > SHT-COUNT
               IF SHT-AISLE(SHT-SCAN) NOT = CURRENT-AISLE
                   MOVE SHT-AISLE(SHT-SCAN) TO CURRENT-AISLE
                   PERFORM WRITE-SHEET-HEADING
               END-IF
               MOVE SPACES TO SHEET-LINE
               IF SHT-AISLE(SHT-SCAN) NOT = HIGH-VALUES
                   MOVE SHT-AISLE(SHT-SCAN) TO SHEET-LINE(1:3)
                   MOVE SHT-BAY(SHT-SCAN) TO SHEET-LINE(5:3)
                   MOVE SHT-SHELF(SHT-SCAN) TO SHEET-LINE(9:2)
                   MOVE SHT-LOCTYPE(SHT-SCAN) TO SHEET-LINE(12:1)
               END-IF
               MOVE SHT-ITEMCODE(SHT-SCAN) TO SHEET-LINE(14:10)
               MOVE SHT-ITEMNAME(SHT-SCAN) TO SHEET-LINE(25:30)
               MOVE SHT-DEPTCODE(SHT-SCAN) TO SHEET-LINE(56:4)
               MOVE "____________" TO SHEET-LINE(62:12)
               WRITE COUNTSHEET-REC FROM SHEET-LINE
           END-PERFORM.
           CLOSE COUNTSHEET-FILE.
           DISPLAY "COUNT SHEET LINES WRITTEN TO COUNTSHEET.DAT: "
               SHT-COUNT.

       WRITE-SHEET-HEADING.
           MOVE SPACES TO SHEET-LINE.
           WRITE COUNTSHEET-REC FROM SHEET-LINE.
           IF CURRENT-AISLE = HIGH-VALUES
               MOVE "***** NO LOCATION ASSIGNED *****" TO SHEET-LINE
           ELSE
               STRING "***** COUNT SHEET AISLE " DELIMITED BY SIZE
                   CURRENT-AISLE DELIMITED BY SIZE
                   " *****" DELIMITED BY SIZE
                   INTO SHEET-LINE
           END-IF.
           WRITE COUNTSHEET-REC FROM SHEET-LINE.
           MOVE SPACES TO SHEET-LINE.
           MOVE "AIS BAY SH T ITEM       DESCRIPTION" TO SHEET-LINE.
           MOVE "DEPT  COUNTED QTY" TO SHEET-LINE(56:17).
           WRITE COUNTSHEET-REC FROM SHEET-LINE.

       VARIANCE-LISTING.
           DISPLAY "STOCKTAKE VARIANCE LISTING".
           MOVE ZERO TO VARIANCE-LINES.
           DISPLAY "LINES WITH VARIANCE: " VARIANCE-LINES.

       POST-ADJUSTMENTS.
           ACCEPT TODAYDATE FROM DATE YYYYMMDD.
           PERFORM ACCEPT-POSTING-DATE.
           IF NOT PERIOD-OK
               DISPLAY "NOTHING ADJUSTED."
           ELSE
               MOVE "APPROVE" TO SIGNON-FUNCTION
               PERFORM AUTHORIZE-FUNCTION
               IF SIGNON-ALLOWED
                   MOVE "YES" TO OVERRIDE-OK-SW
                   MOVE SIGNON-USERID TO APPROVERID
               ELSE
                   DISPLAY "A SUPERVISOR MUST APPROVE THIS POSTING."
                   PERFORM SUPERVISOR-OVERRIDE
               END-IF
               IF NOT OVERRIDE-OK
                   DISPLAY "POSTING NEEDS SUPERVISOR APPROVAL, "
                       "NOTHING ADJUSTED."
               ELSE
                   MOVE APPROVERID TO PERIOD-OPERATOR
                   PERFORM POST-APPROVED-BATCH
               END-IF
           END-IF.

       POST-APPROVED-BATCH.
                   MOVE VARIANCEQTY TO SA-VARIANCE
                   MOVE SC-COUNTEDBY TO SA-COUNTEDBY
                   MOVE APPROVERID TO SA-APPROVEDBY
                   MOVE PERIOD-DATE TO SA-ADJDATE
                   ACCEPT SA-ADJTIME FROM TIME
                   WRITE STOCKADJ-REC
                   SET SC-LINE-POSTED TO TRUE
                   REWRITE STOCKCOUNT-REC
                   ADD 1 TO POSTED-COUNT
                   MOVE SC-ITEMCODE TO PERIOD-RECORDKEY
                   COMPUTE PERIOD-AMOUNT = VARIANCEQTY * IM-UNITCOST
                   PERFORM LOG-POSTING-PERIOD
           END-READ.

       ACCEPT-POSTING-DATE.
           MOVE 99999999 TO PERIOD-DATE.
           PERFORM UNTIL PERIOD-DATE NOT > TODAYDATE
               DISPLAY "ADJUSTMENT DATE (YYYYMMDD, 0 FOR TODAY): "
               ACCEPT PERIOD-DATE
               IF PERIOD-DATE = ZERO
                   MOVE TODAYDATE TO PERIOD-DATE
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(PERIOD-DATE) NOT = ZERO
                   OR PERIOD-DATE > TODAYDATE
                   DISPLAY "ENTER A VALID DATE NOT AFTER TODAY."
                   MOVE 99999999 TO PERIOD-DATE
               END-IF
           END-PERFORM.
           PERFORM CHECK-POSTING-PERIOD.

       CHECK-POSTING-PERIOD.
           MOVE "YES" TO PERIOD-OK-SW.
           MOVE "C" TO PERIOD-ACTION.
           CALL "PERIOD-GUARD" USING GUARD-PROGRAMNAME PERIOD-ACTION
               PERIOD-DATE PERIOD-RECORDKEY PERIOD-AMOUNT
               PERIOD-OPERATOR PERIOD-STATE PERIOD-NEXTOPEN.
           IF PERIOD-IS-CLOSED
               DISPLAY PERIOD-DATE " FALLS IN A CLOSED ACCOUNTING "
                   "PERIOD."
               MOVE "NO" TO PERIOD-OK-SW
               IF PERIOD-NEXTOPEN NOT = ZERO
                   DISPLAY "POST DATED " PERIOD-NEXTOPEN
                       " INSTEAD? (Y/N): "
                   ACCEPT PERIOD-ANSWER
                   IF PERIOD-ANSWER = "Y" OR PERIOD-ANSWER = "y"
                       MOVE PERIOD-NEXTOPEN TO PERIOD-DATE
                       MOVE "YES" TO PERIOD-OK-SW
                   END-IF
               END-IF
           END-IF.

       LOG-POSTING-PERIOD.
           MOVE "L" TO PERIOD-ACTION.
           CALL "PERIOD-GUARD" USING GUARD-PROGRAMNAME PERIOD-ACTION
               PERIOD-DATE PERIOD-RECORDKEY PERIOD-AMOUNT
               PERIOD-OPERATOR PERIOD-STATE PERIOD-NEXTOPEN.

       SUPERVISOR-OVERRIDE.
           MOVE "NO" TO OVERRIDE-OK-SW.
           MOVE SPACES TO APPROVERID.
                       END-IF
               END-READ
           END-IF.

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
           MOVE SIGNON-USERID TO COUNTERID.

       AUTHORIZE-CHOICE.
           MOVE SPACES TO SIGNON-FUNCTION.
           EVALUATE TRUE
               WHEN TAKE-FREEZE
                   MOVE "FREEZE" TO SIGNON-FUNCTION
               WHEN TAKE-KEY
                   MOVE "COUNT" TO SIGNON-FUNCTION
               WHEN TAKE-SHEETS
                   MOVE "SHEETS" TO SIGNON-FUNCTION
               WHEN TAKE-VARIANCE
                   MOVE "VIEW" TO SIGNON-FUNCTION
           END-EVALUATE.
           MOVE "Y" TO SIGNON-RESULT.
           IF SIGNON-FUNCTION NOT = SPACES
               PERFORM AUTHORIZE-FUNCTION
           END-IF.

       AUTHORIZE-FUNCTION.
           MOVE "A" TO SIGNON-ACTION.
           CALL "BO-SIGNON" USING SIGNON-PROGRAMNAME SIGNON-ACTION
               SIGNON-FUNCTION SIGNON-USERID SIGNON-RESULT.
       END PROGRAM STOCK-TAKE.
