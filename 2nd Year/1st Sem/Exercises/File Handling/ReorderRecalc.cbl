       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDER-RECALC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TD-KEY
           FILE STATUS IS TENDERDTL-STATUS.
           SELECT ITEMMAST-FILE
           ASSIGN TO "D:\Files\dat\itemmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IM-ITEMCODE
           FILE STATUS IS ITEMMAST-STATUS.
           SELECT SUPPMAST-FILE
           ASSIGN TO "D:\Files\dat\suppmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SU-SUPPLIERCODE
           FILE STATUS IS SUPPMAST-STATUS.
           SELECT REORDERPROP-FILE
           ASSIGN TO "D:\Files\dat\reorderprop.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REORDERPROP-STATUS.
           SELECT REORDERREV-FILE
           ASSIGN TO "D:\Files\dat\reorderrev.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REORDERREV-STATUS.
           SELECT MAINTAUDIT-FILE
           ASSIGN TO "D:\Files\dat\maintaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINTAUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TENDERHDR-FILE.
       COPY "TENDERHDR.CPY".
       FD TENDERDTL-FILE.
       COPY "TENDERDTL.CPY".
       FD ITEMMAST-FILE.
       COPY "ITEMMAST.CPY".
       FD SUPPMAST-FILE.
       COPY "SUPPMAST.CPY".
       FD REORDERPROP-FILE.
       01 REORDERPROP-REC.
           05 RP-ITEMCODE PIC X(10).
           05 RP-CALCDATE PIC 9(08).
           05 RP-OLDPOINT PIC 9(06).
           05 RP-OLDQTY PIC 9(06).
           05 RP-NEWPOINT PIC 9(06).
           05 RP-NEWQTY PIC 9(06).
           05 RP-AVGDAILY PIC 9(05)V9(03).
           05 RP-LEADTIME PIC 9(03).
       FD REORDERREV-FILE.
       01 REORDERREV-REC PIC X(90).
       FD MAINTAUDIT-FILE.
       COPY "MAINTAUDIT.CPY".
       WORKING-STORAGE SECTION.
       01 TENDERHDR-STATUS PIC X(02).
       01 TENDERDTL-STATUS PIC X(02).
       01 ITEMMAST-STATUS PIC X(02).
       01 SUPPMAST-STATUS PIC X(02).
       01 REORDERPROP-STATUS PIC X(02).
       01 REORDERREV-STATUS PIC X(02).
       01 MAINTAUDIT-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "REORDER-RECALC".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "REORDER-RECALC".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 RECALCCHOICE PIC X(01).
           88 RECALC-CALCULATE VALUE "C".
           88 RECALC-APPROVE VALUE "A".
           88 RECALC-EXIT VALUE "X".
       01 WINDOWDAYS PIC 9(03).
       01 SERVICEFACTOR PIC 9(01)V99.
       01 ORDERCYCLEDAYS PIC 9(03).
       01 DEFAULTLEADTIME PIC 9(03).
       01 TODAYDATE PIC 9(08).
       01 TODAY-INT PIC 9(07).
       01 START-INT PIC 9(07).
       01 LINE-INT PIC 9(07).
       01 DAY-OFFSET PIC 9(03).
       01 LINE-SIGN PIC S9(01).
       01 WANTED-ORDERNUM PIC 9(10).
       01 HEADER-EOF-SW PIC X(03).
           88 HEADER-EOF VALUE "YES".
       01 DETAIL-EOF-SW PIC X(03).
           88 DETAIL-EOF VALUE "YES".
       01 ITEMMAST-EOF-SW PIC X(03).
           88 ITEMMAST-EOF VALUE "YES".
       01 PROP-EOF-SW PIC X(03).
           88 PROP-EOF VALUE "YES".
       01 VEL-FOUND-SW PIC X(03).
           88 VEL-FOUND VALUE "YES".
       01 VELOCITY-TABLE.
           05 VEL-ENTRY OCCURS 1000 TIMES INDEXED BY VEL-IDX.
               10 VEL-ITEMCODE PIC X(10).
               10 VEL-DAYQTY PIC S9(05)V9(03) COMP-3
                   OCCURS 90 TIMES.
       01 VEL-COUNT PIC 9(04) VALUE ZERO.
       01 VEL-TRUNCATED PIC 9(07) VALUE ZERO.
       01 DAY-IDX PIC 9(03) COMP.
       01 SUM-QTY PIC S9(07)V9(03).
       01 SUM-SQUARES PIC S9(11)V9(04).
       01 AVG-DAILY PIC S9(05)V9(04).
       01 VARIANCE-DAILY PIC S9(09)V9(04).
       01 STDDEV-DAILY PIC S9(05)V9(04).
       01 SAFETY-STOCK PIC S9(07)V9(04).
       01 LEADTIME PIC 9(03).
       01 NEWPOINT PIC 9(06).
       01 NEWQTY PIC 9(06).
       01 ITEMS-REVIEWED PIC 9(05) VALUE ZERO.
       01 ITEMS-PROPOSED PIC 9(05) VALUE ZERO.
       01 ITEMS-APPLIED PIC 9(05) VALUE ZERO.
       01 ITEMS-NOT-TRACKED PIC 9(05) VALUE ZERO.
       01 APPROVE-ANSWER PIC X(01).
       01 APPLY-ALL-SW PIC X(03).
           88 APPLY-ALL VALUE "YES".
       01 QUIT-SW PIC X(03).
           88 QUIT-APPROVAL VALUE "YES".
       01 OLDITEMREC PIC X(200).
       01 REPORT-LINE PIC X(90).
       01 AVG-DISP PIC ZZZ9.999.
       01 SD-DISP PIC ZZZ9.999.
       01 LT-DISP PIC ZZ9.
       01 POINT-OLD-DISP PIC ZZZZZ9.
       01 POINT-NEW-DISP PIC ZZZZZ9.
       01 QTY-OLD-DISP PIC ZZZZZ9.
       01 QTY-NEW-DISP PIC ZZZZZ9.
       01 COUNT-DISP PIC ZZZZZZ9.
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "REORDER-RECALC".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM BACK-OFFICE-SIGN-ON.
           MOVE OPERATORID TO SPOOL-OPERATOR.

           PERFORM UNTIL RECALC-EXIT
               DISPLAY "REORDER POINT REVIEW (C-CALCULATE PROPOSALS, "
                   "A-APPROVE PROPOSALS, X-EXIT): "
               ACCEPT RECALCCHOICE
               EVALUATE TRUE
                   WHEN RECALC-CALCULATE
                       PERFORM CALCULATE-PROPOSALS
                   WHEN RECALC-APPROVE
                       PERFORM APPROVE-PROPOSALS
                   WHEN RECALC-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE, TRY AGAIN."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       CALCULATE-PROPOSALS.
           DISPLAY "SALES WINDOW IN DAYS (0 FOR 28, MAX 90): ".
           ACCEPT WINDOWDAYS.
           IF WINDOWDAYS = ZERO
               MOVE 28 TO WINDOWDAYS
           END-IF.
           IF WINDOWDAYS > 90
               MOVE 90 TO WINDOWDAYS
           END-IF.
           DISPLAY "SAFETY FACTOR (0 FOR 1.65): ".
           ACCEPT SERVICEFACTOR.
           IF SERVICEFACTOR = ZERO
               MOVE 1.65 TO SERVICEFACTOR
           END-IF.
           DISPLAY "DAYS OF COVER PER ORDER (0 FOR 7): ".
           ACCEPT ORDERCYCLEDAYS.
           IF ORDERCYCLEDAYS = ZERO
               MOVE 7 TO ORDERCYCLEDAYS
           END-IF.
           DISPLAY "LEAD TIME WHERE SUPPLIER HAS NONE (0 FOR 7): ".
           ACCEPT DEFAULTLEADTIME.
           IF DEFAULTLEADTIME = ZERO
               MOVE 7 TO DEFAULTLEADTIME
           END-IF.

           MOVE ZERO TO ITEMS-REVIEWED.
           MOVE ZERO TO ITEMS-PROPOSED.
           MOVE ZERO TO ITEMS-NOT-TRACKED.
           ACCEPT TODAYDATE FROM DATE YYYYMMDD.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAYDATE).
           COMPUTE START-INT = TODAY-INT - WINDOWDAYS + 1.

           PERFORM LOAD-SALES-HISTORY.

           OPEN INPUT ITEMMAST-FILE.
           IF ITEMMAST-STATUS NOT = "00"
               MOVE "ITEM MASTER" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE ITEMMAST-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN INPUT SUPPMAST-FILE.
           OPEN OUTPUT REORDERPROP-FILE.
           OPEN OUTPUT REORDERREV-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

           MOVE SPACES TO REPORT-LINE.
           STRING "REORDER POINT REVIEW " DELIMITED BY SIZE
               TODAYDATE DELIMITED BY SIZE
               " WINDOW " DELIMITED BY SIZE
               WINDOWDAYS DELIMITED BY SIZE
               " DAYS  FACTOR " DELIMITED BY SIZE
               SERVICEFACTOR DELIMITED BY SIZE
               "  COVER " DELIMITED BY SIZE
               ORDERCYCLEDAYS DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "ITEM" TO REPORT-LINE(1:4).
           MOVE "DESCRIPTION" TO REPORT-LINE(12:11).
           MOVE "AVG/DAY" TO REPORT-LINE(34:7).
           MOVE "STD DEV" TO REPORT-LINE(43:7).
           MOVE "LT" TO REPORT-LINE(53:2).
           MOVE "ROP OLD>NEW" TO REPORT-LINE(56:11).
           MOVE "QTY OLD>NEW" TO REPORT-LINE(70:11).
           PERFORM WRITE-REPORT-LINE.

           MOVE "NO" TO ITEMMAST-EOF-SW.
           MOVE LOW-VALUES TO IM-ITEMCODE.
           START ITEMMAST-FILE KEY IS NOT LESS THAN IM-ITEMCODE
               INVALID KEY
                   SET ITEMMAST-EOF TO TRUE
           END-START.
           PERFORM UNTIL ITEMMAST-EOF
               READ ITEMMAST-FILE NEXT RECORD
                   AT END
                       SET ITEMMAST-EOF TO TRUE
                   NOT AT END
                       IF IM-ITEM-ACTIVE
                           PERFORM REVIEW-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.

           IF VEL-TRUNCATED > ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE VEL-TRUNCATED TO COUNT-DISP
               STRING "*** VELOCITY TABLE FULL: " COUNT-DISP
                   " SALES LINES NOT TALLIED ***" DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               MOVE ITEMS-NOT-TRACKED TO COUNT-DISP
               STRING "*** " COUNT-DISP
                   " ITEMS NOT IN THE TABLE LEFT UNCHANGED ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "ITEMS REVIEWED: " DELIMITED BY SIZE
               ITEMS-REVIEWED DELIMITED BY SIZE
               "  CHANGES PROPOSED: " DELIMITED BY SIZE
               ITEMS-PROPOSED DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           CLOSE ITEMMAST-FILE.
           CLOSE SUPPMAST-FILE.
           CLOSE REORDERPROP-FILE.
           CLOSE REORDERREV-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "REVIEW WRITTEN TO REORDERREV.DAT, PROPOSALS TO "
               "REORDERPROP.DAT".

       LOAD-SALES-HISTORY.
           MOVE ZERO TO VEL-COUNT.
           MOVE ZERO TO VEL-TRUNCATED.
           MOVE "NO" TO HEADER-EOF-SW.
           OPEN INPUT TENDERHDR-FILE.
           IF TENDERHDR-STATUS NOT = "00"
               DISPLAY "NO SALES HISTORY ON FILE."
               SET HEADER-EOF TO TRUE
           END-IF.
           OPEN INPUT TENDERDTL-FILE.
           PERFORM UNTIL HEADER-EOF
               READ TENDERHDR-FILE NEXT RECORD
                   AT END
                       SET HEADER-EOF TO TRUE
                   NOT AT END
                       IF NOT HDR-TRAINING
                           PERFORM TALLY-HEADER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TENDERHDR-FILE.
           CLOSE TENDERDTL-FILE.

       TALLY-HEADER.
           COMPUTE LINE-INT = FUNCTION INTEGER-OF-DATE(BUSDATEH3).
           IF LINE-INT >= START-INT AND LINE-INT <= TODAY-INT
               EVALUATE TRUE
                   WHEN HDR-SALE
                       MOVE ORDERNUMH3 TO WANTED-ORDERNUM
                       MOVE +1 TO LINE-SIGN
                       PERFORM TALLY-ORDER-DETAILS
                   WHEN HDR-REFUND
                       MOVE ORDERNUMH3 TO WANTED-ORDERNUM
                       MOVE -1 TO LINE-SIGN
                       PERFORM TALLY-ORDER-DETAILS
                   WHEN HDR-VOID
                       MOVE VOIDORIGORDERNUMH3 TO WANTED-ORDERNUM
                       MOVE -1 TO LINE-SIGN
                       PERFORM TALLY-ORDER-DETAILS
               END-EVALUATE
           END-IF.

       TALLY-ORDER-DETAILS.
           MOVE "NO" TO DETAIL-EOF-SW.
           MOVE WANTED-ORDERNUM TO TD-ORDERNUM.
           MOVE ZERO TO TD-LINENUM.
           START TENDERDTL-FILE KEY IS NOT LESS THAN TD-KEY
               INVALID KEY
                   SET DETAIL-EOF TO TRUE
           END-START.
           PERFORM UNTIL DETAIL-EOF
               READ TENDERDTL-FILE NEXT RECORD
                   AT END
                       SET DETAIL-EOF TO TRUE
                   NOT AT END
                       IF TD-ORDERNUM NOT = WANTED-ORDERNUM
                           SET DETAIL-EOF TO TRUE
                       ELSE
                           PERFORM ADD-TO-VELOCITY
                       END-IF
               END-READ
           END-PERFORM.

       ADD-TO-VELOCITY.
           COMPUTE LINE-INT = FUNCTION INTEGER-OF-DATE(TD-BUSDATE).
           IF LINE-INT >= START-INT AND LINE-INT <= TODAY-INT
               COMPUTE DAY-OFFSET = LINE-INT - START-INT + 1
               PERFORM FIND-VELOCITY-ITEM
               IF VEL-FOUND
                   COMPUTE VEL-DAYQTY(VEL-IDX, DAY-OFFSET) =
                       VEL-DAYQTY(VEL-IDX, DAY-OFFSET)
                       + TD-ITEMQTY * LINE-SIGN
               END-IF
           END-IF.

       FIND-VELOCITY-ITEM.
           MOVE "NO" TO VEL-FOUND-SW.
           PERFORM VARYING VEL-IDX FROM 1 BY 1 UNTIL
               VEL-IDX > VEL-COUNT OR VEL-FOUND
               IF VEL-ITEMCODE(VEL-IDX) = TD-ITEMCODE
                   MOVE "YES" TO VEL-FOUND-SW
               END-IF
           END-PERFORM.
           IF VEL-FOUND
               SET VEL-IDX DOWN BY 1
           ELSE
               IF VEL-COUNT < 1000
                   ADD 1 TO VEL-COUNT
                   SET VEL-IDX TO VEL-COUNT
                   MOVE TD-ITEMCODE TO VEL-ITEMCODE(VEL-IDX)
                   PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL
                       DAY-IDX > 90
                       MOVE ZERO TO VEL-DAYQTY(VEL-IDX, DAY-IDX)
                   END-PERFORM
                   MOVE "YES" TO VEL-FOUND-SW
               ELSE
                   ADD 1 TO VEL-TRUNCATED
               END-IF
           END-IF.

       REVIEW-ONE-ITEM.
           ADD 1 TO ITEMS-REVIEWED.
           MOVE "NO" TO VEL-FOUND-SW.
           PERFORM VARYING VEL-IDX FROM 1 BY 1 UNTIL
               VEL-IDX > VEL-COUNT OR VEL-FOUND
               IF VEL-ITEMCODE(VEL-IDX) = IM-ITEMCODE
                   MOVE "YES" TO VEL-FOUND-SW
               END-IF
           END-PERFORM.

           MOVE ZERO TO SUM-QTY.
           MOVE ZERO TO SUM-SQUARES.
           IF VEL-FOUND
               SET VEL-IDX DOWN BY 1
               PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL
                   DAY-IDX > WINDOWDAYS
                   ADD VEL-DAYQTY(VEL-IDX, DAY-IDX) TO SUM-QTY
                   COMPUTE SUM-SQUARES = SUM-SQUARES +
                       VEL-DAYQTY(VEL-IDX, DAY-IDX) *
                       VEL-DAYQTY(VEL-IDX, DAY-IDX)
               END-PERFORM
           END-IF.

           MOVE IM-REORDERPOINT TO POINT-OLD-DISP.
           MOVE IM-REORDERQTY TO QTY-OLD-DISP.
           EVALUATE TRUE
               WHEN NOT VEL-FOUND AND VEL-TRUNCATED > ZERO
                   ADD 1 TO ITEMS-NOT-TRACKED
                   MOVE SPACES TO REPORT-LINE
                   STRING IM-ITEMCODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       IM-ITEMNAME(1:20) DELIMITED BY SIZE
                       "  *** TABLE FULL, LEFT AT " DELIMITED BY SIZE
                       POINT-OLD-DISP DELIMITED BY SIZE
                       " / " DELIMITED BY SIZE
                       QTY-OLD-DISP DELIMITED BY SIZE
                       INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN SUM-QTY <= ZERO
                   MOVE SPACES TO REPORT-LINE
                   STRING IM-ITEMCODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       IM-ITEMNAME(1:20) DELIMITED BY SIZE
                       "  NO NET SALES IN WINDOW, LEFT AT "
                       DELIMITED BY SIZE
                       POINT-OLD-DISP DELIMITED BY SIZE
                       " / " DELIMITED BY SIZE
                       QTY-OLD-DISP DELIMITED BY SIZE
                       INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN OTHER
                   PERFORM COMPUTE-PROPOSAL
           END-EVALUATE.

       COMPUTE-PROPOSAL.
           COMPUTE AVG-DAILY ROUNDED = SUM-QTY / WINDOWDAYS.
           COMPUTE VARIANCE-DAILY ROUNDED =
               SUM-SQUARES / WINDOWDAYS - AVG-DAILY * AVG-DAILY.
           IF VARIANCE-DAILY < ZERO
               MOVE ZERO TO VARIANCE-DAILY
           END-IF.
           COMPUTE STDDEV-DAILY ROUNDED =
               FUNCTION SQRT(VARIANCE-DAILY).

           MOVE DEFAULTLEADTIME TO LEADTIME.
           IF IM-SUPPLIERCODE NOT = SPACES
               MOVE IM-SUPPLIERCODE TO SU-SUPPLIERCODE
               READ SUPPMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SU-LEADTIMEDAYS > ZERO
                           MOVE SU-LEADTIMEDAYS TO LEADTIME
                       END-IF
               END-READ
           END-IF.

           COMPUTE SAFETY-STOCK ROUNDED = SERVICEFACTOR *
               STDDEV-DAILY * FUNCTION SQRT(LEADTIME).
           COMPUTE NEWPOINT =
               AVG-DAILY * LEADTIME + SAFETY-STOCK + 0.999.
           COMPUTE NEWQTY = AVG-DAILY * ORDERCYCLEDAYS + 0.999.
           IF NEWQTY = ZERO
               MOVE 1 TO NEWQTY
           END-IF.

           MOVE AVG-DAILY TO AVG-DISP.
           MOVE STDDEV-DAILY TO SD-DISP.
           MOVE LEADTIME TO LT-DISP.
           MOVE NEWPOINT TO POINT-NEW-DISP.
           MOVE NEWQTY TO QTY-NEW-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING IM-ITEMCODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IM-ITEMNAME(1:20) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AVG-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SD-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LT-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POINT-OLD-DISP DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               POINT-NEW-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               QTY-OLD-DISP DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               QTY-NEW-DISP DELIMITED BY SIZE
               INTO REPORT-LINE.
           IF NEWPOINT NOT = IM-REORDERPOINT OR
               NEWQTY NOT = IM-REORDERQTY
               MOVE "*" TO REPORT-LINE(84:1)
               ADD 1 TO ITEMS-PROPOSED
               MOVE IM-ITEMCODE TO RP-ITEMCODE
               MOVE TODAYDATE TO RP-CALCDATE
               MOVE IM-REORDERPOINT TO RP-OLDPOINT
               MOVE IM-REORDERQTY TO RP-OLDQTY
               MOVE NEWPOINT TO RP-NEWPOINT
               MOVE NEWQTY TO RP-NEWQTY
               MOVE AVG-DAILY TO RP-AVGDAILY
               MOVE LEADTIME TO RP-LEADTIME
               WRITE REORDERPROP-REC
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       APPROVE-PROPOSALS.
           OPEN INPUT REORDERPROP-FILE.
           IF REORDERPROP-STATUS NOT = "00"
               DISPLAY "NO PROPOSALS ON FILE, RUN C-CALCULATE FIRST."
           ELSE
               OPEN I-O ITEMMAST-FILE
               IF ITEMMAST-STATUS NOT = "00"
                   MOVE "ITEM MASTER" TO GUARD-FILENAME
                   MOVE "OPEN" TO GUARD-ACTION
                   MOVE ITEMMAST-STATUS TO GUARD-FILESTATUS
                   CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                       GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
                   STOP RUN
               END-IF
               MOVE ZERO TO ITEMS-APPLIED
               MOVE "NO" TO APPLY-ALL-SW
               MOVE "NO" TO QUIT-SW
               MOVE "NO" TO PROP-EOF-SW
               PERFORM UNTIL PROP-EOF OR QUIT-APPROVAL
                   READ REORDERPROP-FILE
                       AT END
                           SET PROP-EOF TO TRUE
                       NOT AT END
                           PERFORM APPROVE-ONE-PROPOSAL
                   END-READ
               END-PERFORM
               CLOSE ITEMMAST-FILE
               CLOSE REORDERPROP-FILE
               DISPLAY ITEMS-APPLIED " ITEMS UPDATED."
           END-IF.

       APPROVE-ONE-PROPOSAL.
           MOVE RP-ITEMCODE TO IM-ITEMCODE.
           READ ITEMMAST-FILE
               INVALID KEY
                   DISPLAY RP-ITEMCODE " NO LONGER ON FILE, SKIPPED."
           END-READ.
           IF ITEMMAST-STATUS = "00"
               IF IM-REORDERPOINT NOT = RP-OLDPOINT OR
                   IM-REORDERQTY NOT = RP-OLDQTY
                   DISPLAY RP-ITEMCODE " CHANGED SINCE "
                       RP-CALCDATE ", SKIPPED."
               ELSE
                   IF NOT APPLY-ALL
                       DISPLAY RP-ITEMCODE " " IM-ITEMNAME
                       DISPLAY "  AVG/DAY " RP-AVGDAILY " LEAD "
                           RP-LEADTIME " POINT " RP-OLDPOINT " > "
                           RP-NEWPOINT " QTY " RP-OLDQTY " > "
                           RP-NEWQTY
                       DISPLAY "  APPLY? (Y-YES, N-NO, A-ALL "
                           "REMAINING, Q-QUIT): "
                       ACCEPT APPROVE-ANSWER
                       EVALUATE APPROVE-ANSWER
                           WHEN "A"
                           WHEN "a"
                               MOVE "YES" TO APPLY-ALL-SW
                           WHEN "Q"
                           WHEN "q"
                               MOVE "YES" TO QUIT-SW
                       END-EVALUATE
                   END-IF
                   IF APPLY-ALL OR APPROVE-ANSWER = "Y" OR
                       APPROVE-ANSWER = "y"
                       PERFORM APPLY-ONE-PROPOSAL
                   END-IF
               END-IF
           END-IF.

       APPLY-ONE-PROPOSAL.
           MOVE ITEMMAST-REC TO OLDITEMREC.
           MOVE RP-NEWPOINT TO IM-REORDERPOINT.
           MOVE RP-NEWQTY TO IM-REORDERQTY.
           REWRITE ITEMMAST-REC.
           IF ITEMMAST-STATUS = "00"
               ADD 1 TO ITEMS-APPLIED
               MOVE OLDITEMREC TO MA-BEFOREIMAGE
               MOVE ITEMMAST-REC TO MA-AFTERIMAGE
               MOVE "C" TO MA-ACTION
               MOVE IM-ITEMCODE TO MA-RECORDKEY
               PERFORM WRITE-MAINT-AUDIT
           ELSE
               DISPLAY RP-ITEMCODE " NOT UPDATED, STATUS "
                   ITEMMAST-STATUS
           END-IF.

       WRITE-MAINT-AUDIT.
           OPEN EXTEND MAINTAUDIT-FILE.
           IF MAINTAUDIT-STATUS = "35"
               OPEN OUTPUT MAINTAUDIT-FILE
           END-IF.
           ACCEPT MA-AUDITDATE FROM DATE YYYYMMDD.
           ACCEPT MA-AUDITTIME FROM TIME.
           MOVE "REORDER-RECALC" TO MA-PROGRAM.
           MOVE OPERATORID TO MA-OPERATOR.
           WRITE MAINTAUDIT-REC.
           CLOSE MAINTAUDIT-FILE.

       WRITE-REPORT-LINE.
           WRITE REORDERREV-REC FROM REPORT-LINE.
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
       END PROGRAM REORDER-RECALC.
