       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAND-TOTAL-AUDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZREADING-FILE
           ASSIGN TO "D:\Files\dat\zreading.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ZR-KEY
           FILE STATUS IS ZREADING-STATUS.
           SELECT GRANDTOT-FILE
           ASSIGN TO "D:\Files\dat\grandtot.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS GT-TILLNUM
           FILE STATUS IS GRANDTOT-STATUS.
           SELECT SUPERMAST-FILE
           ASSIGN TO "D:\Files\dat\supervisor.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SV-SUPERID
           FILE STATUS IS SUPERMAST-STATUS.
           SELECT GTAUDIT-FILE
           ASSIGN TO "D:\Files\dat\gtaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GTAUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ZREADING-FILE.
       COPY "ZREADING.CPY".
       FD GRANDTOT-FILE.
       COPY "GRANDTOT.CPY".
       FD SUPERMAST-FILE.
       COPY "SUPERMAST.CPY".
       FD GTAUDIT-FILE.
       01 GTAUDIT-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 ZREADING-STATUS PIC X(02).
       01 GRANDTOT-STATUS PIC X(02).
       01 SUPERMAST-STATUS PIC X(02).
       01 GTAUDIT-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "GRAND-TOTAL-AUDIT".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 ENTEREDSUPERPIN PIC 9(04).
       01 APPROVERID PIC X(10).
       01 OVERRIDE-OK-SW PIC X(03) VALUE "NO".
           88 OVERRIDE-OK VALUE "YES".
       01 ZREADING-EOF-SW PIC X(03) VALUE "NO".
           88 ZREADING-EOF VALUE "YES".
       01 FIRST-READING-SW PIC X(03) VALUE "YES".
           88 FIRST-READING VALUE "YES".
       01 PREV-TILLNUM PIC 9(04).
       01 PREV-ZCOUNTER PIC 9(06).
       01 PREV-ENDGT PIC 9(12)V99.
       01 PREV-ENDOR PIC 9(10).
       01 READING-COUNT PIC 9(06) VALUE ZERO.
       01 BREAK-COUNT PIC 9(05) VALUE ZERO.
       01 TILL-COUNT PIC 9(04) VALUE ZERO.
       01 READING-FLAG PIC X(30).
       01 AMOUNT-DISP PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 AMOUNT-DISP2 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 COUNT-DISP PIC ZZZ,ZZ9.
       01 RUN-DATE PIC 9(08).
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "GRAND-TOTAL-AUDIT".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT SUPERMAST-FILE.
           IF SUPERMAST-STATUS NOT = "00"
               MOVE "SUPERVISOR FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE SUPERMAST-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.

           DISPLAY "THE GRAND TOTAL AUDIT NEEDS SUPERVISOR APPROVAL.".
           PERFORM SUPERVISOR-OVERRIDE.
           CLOSE SUPERMAST-FILE.
           IF NOT OVERRIDE-OK
               DISPLAY "NOT APPROVED, REPORT NOT PRODUCED."
               STOP RUN
           END-IF.

           OPEN INPUT ZREADING-FILE.
           IF ZREADING-STATUS NOT = "00"
               MOVE "Z-READING FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE ZREADING-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN INPUT GRANDTOT-FILE.
           IF GRANDTOT-STATUS NOT = "00"
               MOVE "GRAND TOTAL FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE GRANDTOT-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT GTAUDIT-FILE.
           MOVE APPROVERID TO SPOOL-OPERATOR.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCUMULATED GRAND TOTAL CONTINUITY REPORT   RUN "
               RUN-DATE "   APPROVED BY " APPROVERID
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-AUDIT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TILL  Z-NO   BUS DATE        BEGINNING GT"
               "          ENDING GT  FLAG"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-AUDIT-LINE.

           PERFORM UNTIL ZREADING-EOF
               READ ZREADING-FILE NEXT RECORD
                   AT END
                       SET ZREADING-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-READING
               END-READ
           END-PERFORM.
           IF NOT FIRST-READING
               PERFORM CHECK-CARRY-FORWARD
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-AUDIT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE TILL-COUNT TO COUNT-DISP.
           STRING "TILLS AUDITED      : " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-AUDIT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE READING-COUNT TO COUNT-DISP.
           STRING "Z-READINGS CHECKED : " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-AUDIT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE BREAK-COUNT TO COUNT-DISP.
           STRING "CONTINUITY BREAKS  : " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-AUDIT-LINE.

           CLOSE ZREADING-FILE.
           CLOSE GRANDTOT-FILE.
           CLOSE GTAUDIT-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           STOP RUN.

       CHECK-ONE-READING.
           ADD 1 TO READING-COUNT.
           MOVE SPACES TO READING-FLAG.
           IF FIRST-READING OR ZR-TILLNUM NOT = PREV-TILLNUM
               IF NOT FIRST-READING
                   PERFORM CHECK-CARRY-FORWARD
               END-IF
               MOVE "NO" TO FIRST-READING-SW
               ADD 1 TO TILL-COUNT
               MOVE ZERO TO PREV-ZCOUNTER
               MOVE ZERO TO PREV-ENDGT
               MOVE ZERO TO PREV-ENDOR
           END-IF.

           EVALUATE TRUE
               WHEN ZR-ZCOUNTER NOT = PREV-ZCOUNTER + 1
                   MOVE "Z-COUNTER OUT OF SEQUENCE" TO READING-FLAG
               WHEN ZR-BEGINGT NOT = PREV-ENDGT
                   MOVE "BEGINNING GT NOT CARRIED" TO READING-FLAG
               WHEN ZR-ENDGT < ZR-BEGINGT
                   MOVE "GRAND TOTAL WENT DOWN" TO READING-FLAG
               WHEN ZR-BEGINOR > ZERO AND ZR-BEGINOR <= PREV-ENDOR
                   MOVE "OR RANGE OVERLAPS PRIOR Z" TO READING-FLAG
               WHEN OTHER
                   MOVE "OK" TO READING-FLAG
           END-EVALUATE.
           IF READING-FLAG NOT = "OK"
               ADD 1 TO BREAK-COUNT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           MOVE ZR-BEGINGT TO AMOUNT-DISP.
           MOVE ZR-ENDGT TO AMOUNT-DISP2.
           STRING ZR-TILLNUM "  " ZR-ZCOUNTER " " ZR-BUSDATE "  "
               AMOUNT-DISP " " AMOUNT-DISP2 "  " READING-FLAG
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-AUDIT-LINE.

           MOVE ZR-TILLNUM TO PREV-TILLNUM.
           MOVE ZR-ZCOUNTER TO PREV-ZCOUNTER.
           MOVE ZR-ENDGT TO PREV-ENDGT.
           IF ZR-ENDOR > ZERO
               MOVE ZR-ENDOR TO PREV-ENDOR
           END-IF.

       CHECK-CARRY-FORWARD.
           MOVE PREV-TILLNUM TO GT-TILLNUM.
           MOVE SPACES TO REPORT-LINE.
           READ GRANDTOT-FILE
               INVALID KEY
                   ADD 1 TO BREAK-COUNT
                   STRING PREV-TILLNUM "  CURRENT GRAND TOTAL RECORD "
                       "IS MISSING"
                       DELIMITED BY SIZE INTO REPORT-LINE
               NOT INVALID KEY
                   MOVE GT-GRANDTOTAL TO AMOUNT-DISP
                   IF GT-ZCOUNTER NOT = PREV-ZCOUNTER OR
                       GT-ZBEGINGT NOT = PREV-ENDGT
                       ADD 1 TO BREAK-COUNT
                       STRING PREV-TILLNUM "  CURRENT GT " AMOUNT-DISP
                           "  DOES NOT FOLLOW LAST Z-READING"
                           DELIMITED BY SIZE INTO REPORT-LINE
                   ELSE
                       STRING PREV-TILLNUM "  CURRENT GT " AMOUNT-DISP
                           "  CARRIED FORWARD OK"
                           DELIMITED BY SIZE INTO REPORT-LINE
                   END-IF
           END-READ.
           PERFORM WRITE-AUDIT-LINE.

       WRITE-AUDIT-LINE.
           WRITE GTAUDIT-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.

       SUPERVISOR-OVERRIDE.
           MOVE "NO" TO OVERRIDE-OK-SW.
           MOVE SPACES TO APPROVERID.
           DISPLAY "SUPERVISOR ID (BLANK TO CANCEL): ".
           ACCEPT SV-SUPERID.
           IF SV-SUPERID NOT = SPACES
               READ SUPERMAST-FILE
                   INVALID KEY
                       DISPLAY "SUPERVISOR ID NOT ON FILE."
                   NOT INVALID KEY
                       IF SV-SUPER-INACTIVE
                           DISPLAY "SUPERVISOR ID IS DEACTIVATED."
                       ELSE
                           DISPLAY "OVERRIDE PIN: "
                           ACCEPT ENTEREDSUPERPIN
                           IF ENTEREDSUPERPIN = SV-OVERRIDEPIN
                               MOVE "YES" TO OVERRIDE-OK-SW
                               MOVE SV-SUPERID TO APPROVERID
                               DISPLAY "APPROVED BY " SV-SUPERNAME
                           ELSE
                               DISPLAY "WRONG OVERRIDE PIN."
                           END-IF
                       END-IF
               END-READ
           END-IF.
       END PROGRAM GRAND-TOTAL-AUDIT.
