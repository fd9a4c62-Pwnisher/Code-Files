       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-COMPARE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPIN-FILE
           ASSIGN TO COMPIN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COMPIN-STATUS.
           SELECT LAYOUTMAP-FILE
           ASSIGN TO LAYOUTMAP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LAYOUTMAP-STATUS.
           SELECT CMPOLD-FILE
           ASSIGN TO "D:\Files\dat\cmpold.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CMPOLD-STATUS.
           SELECT CMPNEW-FILE
           ASSIGN TO "D:\Files\dat\cmpnew.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CMPNEW-STATUS.
           SELECT COMPREPORT-FILE
           ASSIGN TO "D:\Files\dat\filecompare.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COMPREPORT-STATUS.
           SELECT SORTWORK-FILE
           ASSIGN TO "D:\Files\dat\sortwork.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD COMPIN-FILE.
       01 COMPIN-REC PIC X(4000).
       FD LAYOUTMAP-FILE.
       01 LAYOUTMAP-REC.
           05 LM-FIELDNAME PIC X(20).
           05 LM-POSITION PIC 9(04).
           05 LM-LENGTH PIC 9(04).
       FD CMPOLD-FILE.
       01 CMPOLD-REC.
           05 CO-KEYIMAGE PIC X(100).
           05 CO-DATA PIC X(4000).
       FD CMPNEW-FILE.
       01 CMPNEW-REC.
           05 CN-KEYIMAGE PIC X(100).
           05 CN-DATA PIC X(4000).
       FD COMPREPORT-FILE.
       01 COMPREPORT-REC PIC X(90).
       SD SORTWORK-FILE.
       01 SORTWORK-REC.
           05 SW-KEYIMAGE PIC X(100).
           05 SW-DATA PIC X(4000).
       WORKING-STORAGE SECTION.
       01 COMPIN-FILENAME PIC X(60).
       01 OLD-FILENAME PIC X(60).
       01 NEW-FILENAME PIC X(60).
       01 LAYOUTMAP-FILENAME PIC X(60).
       01 COMPIN-STATUS PIC X(02).
       01 LAYOUTMAP-STATUS PIC X(02).
       01 CMPOLD-STATUS PIC X(02).
       01 CMPNEW-STATUS PIC X(02).
       01 COMPREPORT-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "FILE-COMPARE".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 RUNLOG-PROGRAMNAME PIC X(20) VALUE "FILE-COMPARE".
       01 RUNLOG-EVENT PIC X(01).
       01 RUNLOG-RECORDS PIC 9(06) VALUE ZERO.
       01 RUNLOG-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 RUNLOG-COMPLETION PIC X(01) VALUE SPACE.
       01 RECORD-LENGTH PIC 9(04).
       01 KEY-COUNT PIC 9(01).
       01 KEY-SPEC-TABLE.
           05 KS-ENTRY OCCURS 5 TIMES.
               10 KS-POSITION PIC 9(04).
               10 KS-LENGTH PIC 9(02).
       01 KS-IDX PIC 9(01) COMP.
       01 KEY-OFFSET PIC 9(03).
       01 KEY-TOTAL-LENGTH PIC 9(03).
       01 LAYOUT-TABLE.
           05 LT-ENTRY OCCURS 200 TIMES.
               10 LT-FIELDNAME PIC X(20).
               10 LT-POSITION PIC 9(04).
               10 LT-LENGTH PIC 9(04).
       01 LT-COUNT PIC 9(03) VALUE ZERO.
       01 LT-IDX PIC 9(03) COMP.
       01 LAYOUT-SW PIC X(03) VALUE "NO".
           88 LAYOUT-SUPPLIED VALUE "YES".
       01 COVERED-BYTES PIC X(4000).
       01 BYTE-IDX PIC 9(04) COMP.
       01 RANGE-START PIC 9(04).
       01 RANGE-LENGTH PIC 9(04).
       01 DIFF-FIELDNAME PIC X(20).
       01 SORTIN-EOF-SW PIC X(03).
           88 SORTIN-EOF VALUE "YES".
       01 OLD-EOF-SW PIC X(03).
           88 OLD-EOF VALUE "YES".
       01 NEW-EOF-SW PIC X(03).
           88 NEW-EOF VALUE "YES".
       01 LAYOUT-EOF-SW PIC X(03).
           88 LAYOUT-EOF VALUE "YES".
       01 PREV-OLD-KEY PIC X(100).
       01 PREV-NEW-KEY PIC X(100).
       01 RECORDS-IN PIC 9(07).
       01 OLD-COUNT PIC 9(07) VALUE ZERO.
       01 NEW-COUNT PIC 9(07) VALUE ZERO.
       01 SAME-COUNT PIC 9(07) VALUE ZERO.
       01 CHANGED-COUNT PIC 9(07) VALUE ZERO.
       01 OLDONLY-COUNT PIC 9(07) VALUE ZERO.
       01 NEWONLY-COUNT PIC 9(07) VALUE ZERO.
       01 DUPKEY-COUNT PIC 9(07) VALUE ZERO.
       01 DIFF-TOTAL PIC 9(07).
       01 COUNT-DISP PIC Z,ZZZ,ZZ9.
       01 POS-DISP PIC 9(04).
       01 LEN-DISP PIC 9(04).
       01 KEY-SHOW PIC X(60).
       01 VALUE-SHOW PIC X(40).
       01 RUNDATE PIC 9(08).
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "FILE-COMPARE".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO RUNLOG-EVENT.
           PERFORM WRITE-RUN-LOG.
           DISPLAY "KEYED FILE COMPARE".
           DISPLAY "OLD FILE PATH: ".
           ACCEPT OLD-FILENAME.
           DISPLAY "NEW FILE PATH: ".
           ACCEPT NEW-FILENAME.
           DISPLAY "RECORD LENGTH (1-4000): ".
           ACCEPT RECORD-LENGTH.
           PERFORM UNTIL RECORD-LENGTH >= 1 AND
               RECORD-LENGTH <= 4000
               DISPLAY "LENGTH MUST BE 1 TO 4000, RE-ENTER: "
               ACCEPT RECORD-LENGTH
           END-PERFORM.
           DISPLAY "NUMBER OF KEY FIELDS (1-5): ".
           ACCEPT KEY-COUNT.
           PERFORM UNTIL KEY-COUNT >= 1 AND KEY-COUNT <= 5
               DISPLAY "MUST BE 1 TO 5, RE-ENTER: "
               ACCEPT KEY-COUNT
           END-PERFORM.
           MOVE ZERO TO KEY-TOTAL-LENGTH.
           PERFORM VARYING KS-IDX FROM 1 BY 1 UNTIL
               KS-IDX > KEY-COUNT
               PERFORM ACCEPT-ONE-KEY-SPEC
               ADD KS-LENGTH(KS-IDX) TO KEY-TOTAL-LENGTH
           END-PERFORM.
           DISPLAY "LAYOUT MAP PATH (BLANK FOR BYTE RANGES ONLY): ".
           MOVE SPACES TO LAYOUTMAP-FILENAME.
           ACCEPT LAYOUTMAP-FILENAME.
           IF LAYOUTMAP-FILENAME NOT = SPACES
               PERFORM LOAD-LAYOUT-MAP
           END-IF.

           MOVE OLD-FILENAME TO COMPIN-FILENAME.
           MOVE "OLD INPUT FILE" TO GUARD-FILENAME.
           PERFORM CHECK-INPUT-FILE.
           MOVE NEW-FILENAME TO COMPIN-FILENAME.
           MOVE "NEW INPUT FILE" TO GUARD-FILENAME.
           PERFORM CHECK-INPUT-FILE.

           MOVE OLD-FILENAME TO COMPIN-FILENAME.
           SORT SORTWORK-FILE
               ON ASCENDING KEY SW-KEYIMAGE
               INPUT PROCEDURE IS FEED-SORT
               GIVING CMPOLD-FILE.
           MOVE RECORDS-IN TO OLD-COUNT.
           MOVE NEW-FILENAME TO COMPIN-FILENAME.
           SORT SORTWORK-FILE
               ON ASCENDING KEY SW-KEYIMAGE
               INPUT PROCEDURE IS FEED-SORT
               GIVING CMPNEW-FILE.
           MOVE RECORDS-IN TO NEW-COUNT.

           OPEN OUTPUT COMPREPORT-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           IF COMPREPORT-STATUS NOT = "00"
               MOVE "FILE COMPARE REPORT" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE COMPREPORT-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               PERFORM END-FAILED-RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM MATCH-SORTED-FILES.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE COMPREPORT-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "REPORT WRITTEN TO FILECOMPARE.DAT".

           COMPUTE DIFF-TOTAL = CHANGED-COUNT + OLDONLY-COUNT
               + NEWONLY-COUNT.
           MOVE SAME-COUNT TO RUNLOG-RECORDS.
           MOVE DIFF-TOTAL TO RUNLOG-TOTAL.
           IF DIFF-TOTAL = ZERO
               MOVE "C" TO RUNLOG-COMPLETION
           ELSE
               MOVE "F" TO RUNLOG-COMPLETION
           END-IF.
           MOVE "E" TO RUNLOG-EVENT.
           PERFORM WRITE-RUN-LOG.
           IF DIFF-TOTAL = ZERO
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       ACCEPT-ONE-KEY-SPEC.
           DISPLAY "KEY " KS-IDX " START POSITION: ".
           ACCEPT KS-POSITION(KS-IDX).
           PERFORM UNTIL KS-POSITION(KS-IDX) >= 1 AND
               KS-POSITION(KS-IDX) <= RECORD-LENGTH
               DISPLAY "POSITION MUST BE WITHIN THE RECORD, "
                   "RE-ENTER: "
               ACCEPT KS-POSITION(KS-IDX)
           END-PERFORM.
           DISPLAY "KEY " KS-IDX " LENGTH (1-20): ".
           ACCEPT KS-LENGTH(KS-IDX).
           PERFORM UNTIL KS-LENGTH(KS-IDX) >= 1 AND
               KS-LENGTH(KS-IDX) <= 20 AND
               KS-POSITION(KS-IDX) + KS-LENGTH(KS-IDX) - 1
                   <= RECORD-LENGTH
               DISPLAY "LENGTH MUST BE 1 TO 20 AND END WITHIN "
                   "THE RECORD, RE-ENTER: "
               ACCEPT KS-LENGTH(KS-IDX)
           END-PERFORM.

       LOAD-LAYOUT-MAP.
           OPEN INPUT LAYOUTMAP-FILE.
           IF LAYOUTMAP-STATUS NOT = "00"
               DISPLAY "LAYOUT MAP NOT FOUND, STATUS "
                   LAYOUTMAP-STATUS ", BYTE RANGES WILL BE SHOWN."
           ELSE
               MOVE SPACES TO COVERED-BYTES
               MOVE "NO" TO LAYOUT-EOF-SW
               PERFORM UNTIL LAYOUT-EOF OR LT-COUNT = 200
                   READ LAYOUTMAP-FILE
                       AT END
                           SET LAYOUT-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-LAYOUT-FIELD THRU
                               ADD-LAYOUT-FIELD-EXIT
                   END-READ
               END-PERFORM
               CLOSE LAYOUTMAP-FILE
               IF LT-COUNT > ZERO
                   SET LAYOUT-SUPPLIED TO TRUE
               END-IF
               DISPLAY LT-COUNT " FIELDS LOADED FROM THE LAYOUT MAP."
           END-IF.

       ADD-LAYOUT-FIELD.
           IF LM-FIELDNAME = SPACES
               GO TO ADD-LAYOUT-FIELD-EXIT
           END-IF.
           IF LM-POSITION NOT NUMERIC OR LM-LENGTH NOT NUMERIC
               OR LM-POSITION < 1 OR LM-LENGTH < 1
               OR LM-POSITION + LM-LENGTH - 1 > RECORD-LENGTH
               DISPLAY "LAYOUT FIELD " LM-FIELDNAME
                   " IS OUTSIDE THE RECORD, IGNORED."
               GO TO ADD-LAYOUT-FIELD-EXIT
           END-IF.
           ADD 1 TO LT-COUNT.
           MOVE LM-FIELDNAME TO LT-FIELDNAME(LT-COUNT).
           MOVE LM-POSITION TO LT-POSITION(LT-COUNT).
           MOVE LM-LENGTH TO LT-LENGTH(LT-COUNT).
           MOVE ALL "Y" TO COVERED-BYTES(LM-POSITION:LM-LENGTH).
       ADD-LAYOUT-FIELD-EXIT.
           EXIT.

       CHECK-INPUT-FILE.
           OPEN INPUT COMPIN-FILE.
           IF COMPIN-STATUS NOT = "00"
               MOVE "OPEN" TO GUARD-ACTION
               MOVE COMPIN-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               PERFORM END-FAILED-RUN
           END-IF.
           CLOSE COMPIN-FILE.

       END-FAILED-RUN.
           MOVE "F" TO RUNLOG-COMPLETION.
           MOVE "E" TO RUNLOG-EVENT.
           PERFORM WRITE-RUN-LOG.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       FEED-SORT.
           MOVE ZERO TO RECORDS-IN.
           MOVE "NO" TO SORTIN-EOF-SW.
           OPEN INPUT COMPIN-FILE.
           PERFORM UNTIL SORTIN-EOF
               READ COMPIN-FILE
                   AT END
                       SET SORTIN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO RECORDS-IN
                       PERFORM BUILD-COMPARE-KEY
                       MOVE SPACES TO SW-DATA
                       MOVE COMPIN-REC(1:RECORD-LENGTH)
                           TO SW-DATA(1:RECORD-LENGTH)
                       RELEASE SORTWORK-REC
               END-READ
           END-PERFORM.
           CLOSE COMPIN-FILE.

       BUILD-COMPARE-KEY.
           MOVE SPACES TO SW-KEYIMAGE.
           MOVE 1 TO KEY-OFFSET.
           PERFORM VARYING KS-IDX FROM 1 BY 1 UNTIL
               KS-IDX > KEY-COUNT
               MOVE COMPIN-REC(KS-POSITION(KS-IDX):
                   KS-LENGTH(KS-IDX))
                   TO SW-KEYIMAGE(KEY-OFFSET:KS-LENGTH(KS-IDX))
               ADD KS-LENGTH(KS-IDX) TO KEY-OFFSET
           END-PERFORM.

       MATCH-SORTED-FILES.
           OPEN INPUT CMPOLD-FILE.
           OPEN INPUT CMPNEW-FILE.
           MOVE "NO" TO OLD-EOF-SW.
           MOVE "NO" TO NEW-EOF-SW.
           MOVE LOW-VALUES TO PREV-OLD-KEY.
           MOVE LOW-VALUES TO PREV-NEW-KEY.
           PERFORM READ-OLD-RECORD.
           PERFORM READ-NEW-RECORD.
           PERFORM UNTIL OLD-EOF AND NEW-EOF
               EVALUATE TRUE
                   WHEN OLD-EOF
                       PERFORM REPORT-NEW-ONLY
                       PERFORM READ-NEW-RECORD
                   WHEN NEW-EOF
                       PERFORM REPORT-OLD-ONLY
                       PERFORM READ-OLD-RECORD
                   WHEN CO-KEYIMAGE < CN-KEYIMAGE
                       PERFORM REPORT-OLD-ONLY
                       PERFORM READ-OLD-RECORD
                   WHEN CO-KEYIMAGE > CN-KEYIMAGE
                       PERFORM REPORT-NEW-ONLY
                       PERFORM READ-NEW-RECORD
                   WHEN OTHER
                       PERFORM COMPARE-MATCHED-PAIR
                       PERFORM READ-OLD-RECORD
                       PERFORM READ-NEW-RECORD
               END-EVALUATE
           END-PERFORM.
           CLOSE CMPOLD-FILE.
           CLOSE CMPNEW-FILE.

       READ-OLD-RECORD.
           READ CMPOLD-FILE
               AT END
                   SET OLD-EOF TO TRUE
               NOT AT END
                   IF CO-KEYIMAGE = PREV-OLD-KEY
                       ADD 1 TO DUPKEY-COUNT
                   END-IF
                   MOVE CO-KEYIMAGE TO PREV-OLD-KEY
           END-READ.

       READ-NEW-RECORD.
           READ CMPNEW-FILE
               AT END
                   SET NEW-EOF TO TRUE
               NOT AT END
                   IF CN-KEYIMAGE = PREV-NEW-KEY
                       ADD 1 TO DUPKEY-COUNT
                   END-IF
                   MOVE CN-KEYIMAGE TO PREV-NEW-KEY
           END-READ.

       REPORT-OLD-ONLY.
           ADD 1 TO OLDONLY-COUNT.
           MOVE CO-KEYIMAGE(1:KEY-TOTAL-LENGTH) TO KEY-SHOW.
           MOVE SPACES TO REPORT-LINE.
           STRING "ONLY IN OLD  KEY " KEY-SHOW
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       REPORT-NEW-ONLY.
           ADD 1 TO NEWONLY-COUNT.
           MOVE CN-KEYIMAGE(1:KEY-TOTAL-LENGTH) TO KEY-SHOW.
           MOVE SPACES TO REPORT-LINE.
           STRING "ONLY IN NEW  KEY " KEY-SHOW
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       COMPARE-MATCHED-PAIR.
           IF CO-DATA(1:RECORD-LENGTH) = CN-DATA(1:RECORD-LENGTH)
               ADD 1 TO SAME-COUNT
           ELSE
               ADD 1 TO CHANGED-COUNT
               MOVE CO-KEYIMAGE(1:KEY-TOTAL-LENGTH) TO KEY-SHOW
               MOVE SPACES TO REPORT-LINE
               STRING "CHANGED      KEY " KEY-SHOW
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF LAYOUT-SUPPLIED
                   PERFORM VARYING LT-IDX FROM 1 BY 1 UNTIL
                       LT-IDX > LT-COUNT
                       PERFORM COMPARE-LAYOUT-FIELD
                   END-PERFORM
               END-IF
               MOVE ZERO TO RANGE-LENGTH
               PERFORM SCAN-ONE-BYTE VARYING BYTE-IDX FROM 1 BY 1
                   UNTIL BYTE-IDX > RECORD-LENGTH
               IF RANGE-LENGTH > ZERO
                   PERFORM REPORT-BYTE-RANGE
               END-IF
           END-IF.

       COMPARE-LAYOUT-FIELD.
           MOVE LT-POSITION(LT-IDX) TO RANGE-START.
           MOVE LT-LENGTH(LT-IDX) TO RANGE-LENGTH.
           IF CO-DATA(RANGE-START:RANGE-LENGTH) NOT =
               CN-DATA(RANGE-START:RANGE-LENGTH)
               MOVE LT-FIELDNAME(LT-IDX) TO DIFF-FIELDNAME
               PERFORM REPORT-DIFFERENCE
           END-IF.

       SCAN-ONE-BYTE.
           IF CO-DATA(BYTE-IDX:1) NOT = CN-DATA(BYTE-IDX:1)
               AND (NOT LAYOUT-SUPPLIED
                   OR COVERED-BYTES(BYTE-IDX:1) NOT = "Y")
               IF RANGE-LENGTH = ZERO
                   MOVE BYTE-IDX TO RANGE-START
               END-IF
               ADD 1 TO RANGE-LENGTH
           ELSE
               IF RANGE-LENGTH > ZERO
                   PERFORM REPORT-BYTE-RANGE
               END-IF
           END-IF.

       REPORT-BYTE-RANGE.
           IF LAYOUT-SUPPLIED
               MOVE "(UNMAPPED BYTES)" TO DIFF-FIELDNAME
           ELSE
               MOVE "(BYTES)" TO DIFF-FIELDNAME
           END-IF.
           PERFORM REPORT-DIFFERENCE.
           MOVE ZERO TO RANGE-LENGTH.

       REPORT-DIFFERENCE.
           MOVE RANGE-START TO POS-DISP.
           MOVE RANGE-LENGTH TO LEN-DISP.
           MOVE CO-DATA(RANGE-START:RANGE-LENGTH) TO VALUE-SHOW.
           MOVE SPACES TO REPORT-LINE.
           STRING "    " DIFF-FIELDNAME " POS " POS-DISP
               " LEN " LEN-DISP " OLD: " VALUE-SHOW
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE CN-DATA(RANGE-START:RANGE-LENGTH) TO VALUE-SHOW.
           MOVE SPACES TO REPORT-LINE.
           STRING "                                           NEW: "
               VALUE-SHOW DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-HEADING.
           ACCEPT RUNDATE FROM DATE YYYYMMDD.
           MOVE SPACES TO REPORT-LINE.
           STRING "KEYED FILE COMPARE, RUN " RUNDATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "OLD: " OLD-FILENAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "NEW: " NEW-FILENAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF LAYOUT-SUPPLIED
               MOVE SPACES TO REPORT-LINE
               STRING "MAP: " LAYOUTMAP-FILENAME
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE OLD-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECORDS IN OLD FILE   : " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE NEW-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECORDS IN NEW FILE   : " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SAME-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "MATCHED, UNCHANGED    : " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE CHANGED-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "MATCHED, CHANGED      : " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE OLDONLY-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "ONLY IN OLD FILE      : " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE NEWONLY-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "ONLY IN NEW FILE      : " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF DUPKEY-COUNT > ZERO
               MOVE DUPKEY-COUNT TO COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "DUPLICATE KEYS        : " COUNT-DISP
                   "  (CHECK THE KEY DEFINITION)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF CHANGED-COUNT = ZERO AND OLDONLY-COUNT = ZERO
               AND NEWONLY-COUNT = ZERO
               MOVE "RESULT: PASS - FILES MATCH ON EVERY KEY."
                   TO REPORT-LINE
           ELSE
               MOVE "RESULT: FAIL - FILES DIFFER, SEE DETAIL ABOVE."
                   TO REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE COMPREPORT-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.

       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING RUNLOG-PROGRAMNAME RUNLOG-EVENT
               RUNLOG-RECORDS RUNLOG-TOTAL RUNLOG-COMPLETION.
       END PROGRAM FILE-COMPARE.
