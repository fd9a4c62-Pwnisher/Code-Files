       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-SPOOL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPOOLIDX-FILE
           ASSIGN TO "D:\Files\dat\spoolidx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SX-SPOOLNUM
           FILE STATUS IS SPOOLIDX-STATUS.
           SELECT SPOOL-FILE
           ASSIGN TO SPOOL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPOOL-STATUS.
           SELECT REPRINT-FILE
           ASSIGN TO "D:\Files\dat\spoolprint.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SPOOLIDX-FILE.
       COPY "SPOOLIDX.CPY".
       FD SPOOL-FILE.
       01 SPOOL-REC PIC X(132).
       FD REPRINT-FILE.
       01 REPRINT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 SPOOLIDX-STATUS PIC X(02).
       01 SPOOL-STATUS PIC X(02).
       01 REPRINT-STATUS PIC X(02).
       01 SPOOL-FILENAME PIC X(60).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "REPORT-SPOOL".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "REPORT-SPOOL".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 SPOOLCHOICE PIC X(01).
           88 SPOOL-LIST VALUE "L".
           88 SPOOL-REPRINT VALUE "R".
           88 SPOOL-EXIT VALUE "X".
       01 INDEX-EOF-SW PIC X(03).
           88 INDEX-EOF VALUE "YES".
       01 SPOOL-EOF-SW PIC X(03).
           88 SPOOL-EOF VALUE "YES".
       01 FILTER-PROGRAM PIC X(20).
       01 FILTER-FROMDATE PIC 9(08).
       01 FILTER-TODATE PIC 9(08).
       01 REPRINT-SPOOLNUM PIC 9(06).
       01 LISTED-COUNT PIC 9(04).
       01 REPRINTED-LINES PIC 9(06).
       01 RUNDATE-EDIT PIC 9999/99/99.
       01 RUNTIME-X PIC X(08).
       01 PAGES-DISP PIC ZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT SPOOLIDX-FILE.
           IF SPOOLIDX-STATUS = "35"
               DISPLAY "NO REPORTS HAVE BEEN SPOOLED YET."
               STOP RUN
           END-IF.
           IF SPOOLIDX-STATUS NOT = "00"
               MOVE "REPORT SPOOL INDEX" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE SPOOLIDX-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           PERFORM BACK-OFFICE-SIGN-ON.

           PERFORM UNTIL SPOOL-EXIT
               DISPLAY "REPORT SPOOL (L-LIST SPOOLED REPORTS, "
                   "R-REPRINT A REPORT, X-EXIT): "
               ACCEPT SPOOLCHOICE
               PERFORM AUTHORIZE-CHOICE
               EVALUATE TRUE
                   WHEN NOT SIGNON-ALLOWED
                       CONTINUE
                   WHEN SPOOL-LIST
                       PERFORM LIST-SPOOLED-REPORTS
                   WHEN SPOOL-REPRINT
                       PERFORM LIST-SPOOLED-REPORTS
                       PERFORM REPRINT-REPORT THRU REPRINT-REPORT-EXIT
                   WHEN SPOOL-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE, TRY AGAIN."
               END-EVALUATE
           END-PERFORM.

           CLOSE SPOOLIDX-FILE.
           STOP RUN.

       LIST-SPOOLED-REPORTS.
           DISPLAY "PROGRAM NAME (BLANK FOR ALL): ".
           MOVE SPACES TO FILTER-PROGRAM.
           ACCEPT FILTER-PROGRAM.
           DISPLAY "RUN DATE FROM (YYYYMMDD, 0 FOR ANY): ".
           ACCEPT FILTER-FROMDATE.
           DISPLAY "RUN DATE TO (YYYYMMDD, 0 FOR ANY): ".
           ACCEPT FILTER-TODATE.
           IF FILTER-TODATE = ZERO
               MOVE 99999999 TO FILTER-TODATE
           END-IF.
           MOVE ZERO TO LISTED-COUNT.
           DISPLAY "SPOOL# PROGRAM              RUN DATE   TIME  "
               "OPERATOR   PAGES".
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
                       IF (FILTER-PROGRAM = SPACES
                               OR SX-PROGRAM = FILTER-PROGRAM)
                           AND SX-RUNDATE NOT < FILTER-FROMDATE
                           AND SX-RUNDATE NOT > FILTER-TODATE
                           PERFORM LIST-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           IF LISTED-COUNT = ZERO
               DISPLAY "NO SPOOLED REPORTS MATCH."
           END-IF.

       LIST-ONE-ENTRY.
           ADD 1 TO LISTED-COUNT.
           MOVE SX-RUNDATE TO RUNDATE-EDIT.
           MOVE SX-RUNTIME TO RUNTIME-X.
           MOVE SX-PAGES TO PAGES-DISP.
           DISPLAY SX-SPOOLNUM " " SX-PROGRAM " " RUNDATE-EDIT " "
               RUNTIME-X(1:2) ":" RUNTIME-X(3:2) " " SX-OPERATOR " "
               PAGES-DISP.

       REPRINT-REPORT.
           IF LISTED-COUNT = ZERO
               GO TO REPRINT-REPORT-EXIT
           END-IF.
           DISPLAY "SPOOL NUMBER TO REPRINT (0 TO CANCEL): ".
           ACCEPT REPRINT-SPOOLNUM.
           IF REPRINT-SPOOLNUM = ZERO
               GO TO REPRINT-REPORT-EXIT
           END-IF.
           MOVE REPRINT-SPOOLNUM TO SX-SPOOLNUM.
           READ SPOOLIDX-FILE
               INVALID KEY
                   DISPLAY "SPOOL NUMBER " REPRINT-SPOOLNUM
                       " IS NOT ON FILE."
                   GO TO REPRINT-REPORT-EXIT
           END-READ.
           MOVE SX-FILENAME TO SPOOL-FILENAME.
           OPEN INPUT SPOOL-FILE.
           IF SPOOL-STATUS NOT = "00"
               MOVE "SPOOLED REPORT" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE SPOOL-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               GO TO REPRINT-REPORT-EXIT
           END-IF.
           OPEN OUTPUT REPRINT-FILE.
           MOVE ZERO TO REPRINTED-LINES.
           MOVE "NO" TO SPOOL-EOF-SW.
           PERFORM UNTIL SPOOL-EOF
               READ SPOOL-FILE
                   AT END
                       SET SPOOL-EOF TO TRUE
                   NOT AT END
                       WRITE REPRINT-REC FROM SPOOL-REC
                       DISPLAY SPOOL-REC
                       ADD 1 TO REPRINTED-LINES
               END-READ
           END-PERFORM.
           CLOSE SPOOL-FILE.
           CLOSE REPRINT-FILE.
           IF REPRINTED-LINES = ZERO
               DISPLAY "SPOOLED REPORT " REPRINT-SPOOLNUM
                   " IS EMPTY, IT HAS BEEN PURGED."
           ELSE
               DISPLAY "REPORT " REPRINT-SPOOLNUM " REPRINTED TO "
                   "SPOOLPRINT.DAT"
           END-IF.
       REPRINT-REPORT-EXIT.
           EXIT.

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

       AUTHORIZE-CHOICE.
           MOVE SPACES TO SIGNON-FUNCTION.
           EVALUATE TRUE
               WHEN SPOOL-LIST
                   MOVE "VIEW" TO SIGNON-FUNCTION
               WHEN SPOOL-REPRINT
                   MOVE "REPRINT" TO SIGNON-FUNCTION
           END-EVALUATE.
           MOVE "Y" TO SIGNON-RESULT.
           IF SIGNON-FUNCTION NOT = SPACES
               PERFORM AUTHORIZE-FUNCTION
           END-IF.

       AUTHORIZE-FUNCTION.
           MOVE "A" TO SIGNON-ACTION.
           CALL "BO-SIGNON" USING SIGNON-PROGRAMNAME SIGNON-ACTION
               SIGNON-FUNCTION SIGNON-USERID SIGNON-RESULT.
       END PROGRAM REPORT-SPOOL.
