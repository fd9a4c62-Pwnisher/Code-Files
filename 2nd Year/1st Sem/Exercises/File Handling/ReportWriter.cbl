       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-WRITER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORECFG-FILE
           ASSIGN TO "D:\Files\dat\storecfg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STORECFG-STATUS.
           SELECT SPOOLWORK-FILE
           ASSIGN TO "D:\Files\dat\spoolwork.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPOOLWORK-STATUS.
           SELECT SPOOL-FILE
           ASSIGN TO SPOOL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPOOL-STATUS.
           SELECT SPOOLIDX-FILE
           ASSIGN TO "D:\Files\dat\spoolidx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SX-SPOOLNUM
           FILE STATUS IS SPOOLIDX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STORECFG-FILE.
       COPY "STORECFG.CPY".
       FD SPOOLWORK-FILE.
       01 SPOOLWORK-REC.
           05 WK-CONTROL PIC X(01).
               88 WK-PAGE-BREAK VALUE "P".
           05 WK-TEXT PIC X(132).
       FD SPOOL-FILE.
       01 SPOOL-REC PIC X(132).
       FD SPOOLIDX-FILE.
       COPY "SPOOLIDX.CPY".
       WORKING-STORAGE SECTION.
       01 STORECFG-STATUS PIC X(02).
       01 SPOOLWORK-STATUS PIC X(02).
       01 SPOOL-STATUS PIC X(02).
       01 SPOOLIDX-STATUS PIC X(02).
       01 SPOOL-FILENAME PIC X(60).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "REPORT-WRITER".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 REPORT-OPEN-SW PIC X(03) VALUE "NO".
           88 REPORT-OPEN VALUE "YES".
       01 PASS-SW PIC X(03).
           88 PRINTING-PASS VALUE "YES".
       01 WORK-EOF-SW PIC X(03).
           88 WORK-EOF VALUE "YES".
       01 INDEX-EOF-SW PIC X(03).
           88 INDEX-EOF VALUE "YES".
       01 RUN-PROGRAMNAME PIC X(20).
       01 RUN-OPERATOR PIC X(10).
       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 RUN-TIME-X REDEFINES RUN-TIME PIC X(08).
       01 RUN-DATE-EDIT PIC 9999/99/99.
       01 STORE-NAME PIC X(30).
       01 BODY-PER-PAGE PIC 9(02) VALUE 56.
       01 PAGE-LINES PIC 9(02).
       01 PAGE-NUMBER PIC 9(04).
       01 TOTAL-PAGES PIC 9(04).
       01 BODY-LINES PIC 9(06).
       01 PAGE-DISP PIC ZZZ9.
       01 TOTAL-DISP PIC ZZZ9.
       01 NEXT-SPOOLNUM PIC 9(06).
       01 HEADING-LINE PIC X(132).
       LINKAGE SECTION.
       01 RW-ACTION PIC X(01).
           88 RW-OPEN VALUE "O".
           88 RW-LINE VALUE "L".
           88 RW-PAGE VALUE "P".
           88 RW-CLOSE VALUE "C".
       01 RW-PROGRAMNAME PIC X(20).
       01 RW-OPERATOR PIC X(10).
       01 RW-LINE-TEXT PIC X(132).
       PROCEDURE DIVISION USING RW-ACTION RW-PROGRAMNAME
           RW-OPERATOR RW-LINE-TEXT.
       MAIN-PROCEDURE.
           EVALUATE TRUE
               WHEN RW-OPEN
                   PERFORM OPEN-REPORT
               WHEN RW-LINE
                   PERFORM ADD-REPORT-LINE
               WHEN RW-PAGE
                   PERFORM ADD-PAGE-BREAK
               WHEN RW-CLOSE
                   PERFORM CLOSE-REPORT THRU CLOSE-REPORT-EXIT
           END-EVALUATE.
           GOBACK.

       OPEN-REPORT.
           IF REPORT-OPEN
               PERFORM CLOSE-REPORT THRU CLOSE-REPORT-EXIT
           END-IF.
           MOVE RW-PROGRAMNAME TO RUN-PROGRAMNAME.
           MOVE RW-OPERATOR TO RUN-OPERATOR.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE ZERO TO BODY-LINES.
           OPEN OUTPUT SPOOLWORK-FILE.
           IF SPOOLWORK-STATUS = "00"
               SET REPORT-OPEN TO TRUE
           ELSE
               MOVE "REPORT SPOOL WORK FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE SPOOLWORK-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               DISPLAY "THIS RUN OF " RUN-PROGRAMNAME
                   " WILL NOT BE SPOOLED."
           END-IF.

       ADD-REPORT-LINE.
           IF REPORT-OPEN
               MOVE "L" TO WK-CONTROL
               MOVE RW-LINE-TEXT TO WK-TEXT
               WRITE SPOOLWORK-REC
               ADD 1 TO BODY-LINES
           END-IF.

       ADD-PAGE-BREAK.
           IF REPORT-OPEN
               MOVE "P" TO WK-CONTROL
               MOVE SPACES TO WK-TEXT
               WRITE SPOOLWORK-REC
           END-IF.

       CLOSE-REPORT.
           IF NOT REPORT-OPEN
               GO TO CLOSE-REPORT-EXIT
           END-IF.
           CLOSE SPOOLWORK-FILE.
           MOVE "NO" TO REPORT-OPEN-SW.
           PERFORM READ-STORE-NAME.

           OPEN I-O SPOOLIDX-FILE.
           IF SPOOLIDX-STATUS = "35"
               OPEN OUTPUT SPOOLIDX-FILE
               CLOSE SPOOLIDX-FILE
               OPEN I-O SPOOLIDX-FILE
           END-IF.
           IF SPOOLIDX-STATUS NOT = "00"
               MOVE "REPORT SPOOL INDEX" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE SPOOLIDX-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               DISPLAY "THIS RUN OF " RUN-PROGRAMNAME
                   " WAS NOT SPOOLED."
               GO TO CLOSE-REPORT-EXIT
           END-IF.
           PERFORM FIND-NEXT-SPOOLNUM.
           MOVE SPACES TO SPOOL-FILENAME.
           STRING "D:\Files\dat\spool" DELIMITED BY SIZE
               NEXT-SPOOLNUM DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO SPOOL-FILENAME.

           MOVE "NO" TO PASS-SW.
           PERFORM PAGINATE-WORK-FILE.
           MOVE PAGE-NUMBER TO TOTAL-PAGES.
           OPEN OUTPUT SPOOL-FILE.
           IF SPOOL-STATUS NOT = "00"
               MOVE "REPORT SPOOL FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE SPOOL-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               CLOSE SPOOLIDX-FILE
               GO TO CLOSE-REPORT-EXIT
           END-IF.
           SET PRINTING-PASS TO TRUE.
           PERFORM PAGINATE-WORK-FILE.
           CLOSE SPOOL-FILE.

           MOVE NEXT-SPOOLNUM TO SX-SPOOLNUM.
           MOVE RUN-PROGRAMNAME TO SX-PROGRAM.
           MOVE RUN-DATE TO SX-RUNDATE.
           MOVE RUN-TIME TO SX-RUNTIME.
           MOVE RUN-OPERATOR TO SX-OPERATOR.
           MOVE TOTAL-PAGES TO SX-PAGES.
           MOVE BODY-LINES TO SX-LINES.
           MOVE SPOOL-FILENAME TO SX-FILENAME.
           WRITE SPOOLIDX-REC
               INVALID KEY
                   MOVE "REPORT SPOOL INDEX" TO GUARD-FILENAME
                   MOVE "WRITE" TO GUARD-ACTION
                   MOVE SPOOLIDX-STATUS TO GUARD-FILESTATUS
                   CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                       GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
           END-WRITE.
           CLOSE SPOOLIDX-FILE.
           MOVE TOTAL-PAGES TO TOTAL-DISP.
           DISPLAY "REPORT SPOOLED AS NUMBER " NEXT-SPOOLNUM ", "
               TOTAL-DISP " PAGE(S).".
       CLOSE-REPORT-EXIT.
           EXIT.

       READ-STORE-NAME.
           MOVE "STORE NAME NOT SET" TO STORE-NAME.
           OPEN INPUT STORECFG-FILE.
           IF STORECFG-STATUS = "00"
               READ STORECFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SG-STORENAME NOT = SPACES
                           MOVE SG-STORENAME TO STORE-NAME
                       END-IF
               END-READ
               CLOSE STORECFG-FILE
           END-IF.

       FIND-NEXT-SPOOLNUM.
           MOVE ZERO TO NEXT-SPOOLNUM.
           MOVE "NO" TO INDEX-EOF-SW.
           MOVE ZERO TO SX-SPOOLNUM.
           START SPOOLIDX-FILE KEY IS NOT LESS THAN SX-SPOOLNUM
               INVALID KEY
                   SET INDEX-EOF TO TRUE
           END-START.
           PERFORM UNTIL INDEX-EOF
               READ SPOOLIDX-FILE NEXT RECORD
                   AT END
                       SET INDEX-EOF TO TRUE
                   NOT AT END
                       MOVE SX-SPOOLNUM TO NEXT-SPOOLNUM
               END-READ
           END-PERFORM.
           ADD 1 TO NEXT-SPOOLNUM.

       PAGINATE-WORK-FILE.
           MOVE 1 TO PAGE-NUMBER.
           MOVE ZERO TO PAGE-LINES.
           IF PRINTING-PASS
               PERFORM WRITE-PAGE-HEADING
           END-IF.
           MOVE "NO" TO WORK-EOF-SW.
           OPEN INPUT SPOOLWORK-FILE.
           IF SPOOLWORK-STATUS NOT = "00"
               SET WORK-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WORK-EOF
               READ SPOOLWORK-FILE
                   AT END
                       SET WORK-EOF TO TRUE
                   NOT AT END
                       PERFORM PLACE-WORK-RECORD
               END-READ
           END-PERFORM.
           IF SPOOLWORK-STATUS = "00" OR SPOOLWORK-STATUS = "10"
               CLOSE SPOOLWORK-FILE
           END-IF.

       PLACE-WORK-RECORD.
           IF WK-PAGE-BREAK
               IF PAGE-LINES > ZERO
                   PERFORM START-NEXT-PAGE
               END-IF
           ELSE
               IF PAGE-LINES NOT < BODY-PER-PAGE
                   PERFORM START-NEXT-PAGE
               END-IF
               IF PRINTING-PASS
                   WRITE SPOOL-REC FROM WK-TEXT
               END-IF
               ADD 1 TO PAGE-LINES
           END-IF.

       START-NEXT-PAGE.
           IF PRINTING-PASS
               PERFORM UNTIL PAGE-LINES NOT < BODY-PER-PAGE
                   MOVE SPACES TO SPOOL-REC
                   WRITE SPOOL-REC
                   ADD 1 TO PAGE-LINES
               END-PERFORM
           END-IF.
           ADD 1 TO PAGE-NUMBER.
           MOVE ZERO TO PAGE-LINES.
           IF PRINTING-PASS
               PERFORM WRITE-PAGE-HEADING
           END-IF.

       WRITE-PAGE-HEADING.
           MOVE PAGE-NUMBER TO PAGE-DISP.
           MOVE TOTAL-PAGES TO TOTAL-DISP.
           MOVE SPACES TO HEADING-LINE.
           MOVE STORE-NAME TO HEADING-LINE(1:30).
           STRING "PAGE " PAGE-DISP " OF " TOTAL-DISP
               DELIMITED BY SIZE INTO HEADING-LINE(74:17).
           WRITE SPOOL-REC FROM HEADING-LINE.
           MOVE RUN-DATE TO RUN-DATE-EDIT.
           MOVE SPACES TO HEADING-LINE.
           STRING "PROGRAM: " RUN-PROGRAMNAME
               "  RUN: " RUN-DATE-EDIT " "
               RUN-TIME-X(1:2) ":" RUN-TIME-X(3:2)
               "  OPERATOR: " RUN-OPERATOR
               DELIMITED BY SIZE INTO HEADING-LINE.
           WRITE SPOOL-REC FROM HEADING-LINE.
           MOVE ALL "-" TO HEADING-LINE(1:90).
           MOVE SPACES TO HEADING-LINE(91:42).
           WRITE SPOOL-REC FROM HEADING-LINE.
           MOVE SPACES TO SPOOL-REC.
           WRITE SPOOL-REC.
       END PROGRAM REPORT-WRITER.
