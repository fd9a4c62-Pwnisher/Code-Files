       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CONTROL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTPERIOD-FILE
           ASSIGN TO "D:\Files\dat\acctperiod.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AC-PERIOD
           FILE STATUS IS ACCTPERIOD-STATUS.
           SELECT SUPERMAST-FILE
           ASSIGN TO "D:\Files\dat\supervisor.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SV-SUPERID
           FILE STATUS IS SUPERMAST-STATUS.
           SELECT GLJOURNAL-FILE
           ASSIGN TO "D:\Files\dat\gljournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLJOURNAL-STATUS.
           SELECT PERIODLOG-FILE
           ASSIGN TO "D:\Files\dat\periodlog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERIODLOG-STATUS.
           SELECT POSTCLOSE-FILE
           ASSIGN TO "D:\Files\dat\postclose.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSTCLOSE-STATUS.
           SELECT MAINTAUDIT-FILE
           ASSIGN TO "D:\Files\dat\maintaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINTAUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCTPERIOD-FILE.
       COPY "ACCTPERIOD.CPY".
       FD SUPERMAST-FILE.
       COPY "SUPERMAST.CPY".
       FD GLJOURNAL-FILE.
       01 GLJOURNAL-REC.
           05 GJ-BUSDATE PIC 9(08).
           05 GJ-ACCOUNT PIC X(08).
           05 GJ-DRCR PIC X(01).
           05 GJ-AMOUNT PIC 9(9)V99.
           05 GJ-REFERENCE PIC X(15).
       FD PERIODLOG-FILE.
       COPY "PERIODLOG.CPY".
       FD POSTCLOSE-FILE.
       01 POSTCLOSE-REC PIC X(90).
       FD MAINTAUDIT-FILE.
       COPY "MAINTAUDIT.CPY".
       WORKING-STORAGE SECTION.
       01 ACCTPERIOD-STATUS PIC X(02).
       01 SUPERMAST-STATUS PIC X(02).
       01 GLJOURNAL-STATUS PIC X(02).
       01 PERIODLOG-STATUS PIC X(02).
       01 POSTCLOSE-STATUS PIC X(02).
       01 MAINTAUDIT-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "PERIOD-CONTROL".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "PERIOD-CONTROL".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 PERIODCHOICE PIC X(01).
           88 PERIOD-CLOSE VALUE "C".
           88 PERIOD-REOPEN VALUE "R".
           88 PERIOD-LIST VALUE "L".
           88 PERIOD-ACTIVITY VALUE "A".
           88 PERIOD-EXIT VALUE "X".
       01 WORKPERIOD PIC 9(06).
       01 WORKPERIOD-PARTS REDEFINES WORKPERIOD.
           05 WORKPERIOD-YEAR PIC 9(04).
           05 WORKPERIOD-MONTH PIC 9(02).
       01 TODAYDATE PIC 9(08).
       01 CURRENTPERIOD PIC 9(06).
       01 PERIOD-ONFILE-SW PIC X(03).
           88 PERIOD-ONFILE VALUE "YES".
       01 ACCTPERIOD-EOF-SW PIC X(03).
           88 ACCTPERIOD-EOF VALUE "YES".
       01 GLJOURNAL-EOF-SW PIC X(03).
           88 GLJOURNAL-EOF VALUE "YES".
       01 PERIODLOG-EOF-SW PIC X(03).
           88 PERIODLOG-EOF VALUE "YES".
       01 JOURNAL-LINES PIC 9(06).
       01 CONFIRMANSWER PIC X(01).
       01 OVERRIDE-OK-SW PIC X(03).
           88 OVERRIDE-OK VALUE "YES".
       01 APPROVERID PIC X(10).
       01 ENTEREDSUPERPIN PIC 9(04).
       01 REOPENREASON PIC X(30).
       01 REPORTPERIOD PIC 9(06).
       01 ACTIVITY-LINES PIC 9(05).
       01 ACTIVITY-TOTAL PIC S9(11)V99.
       01 AMOUNT-DISP PIC -ZZZ,ZZZ,ZZ9.99.
       01 TOTAL-DISP PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 COUNT-DISP PIC ZZ,ZZ9.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "PERIOD-CONTROL".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O ACCTPERIOD-FILE.
           IF ACCTPERIOD-STATUS = "35"
               OPEN OUTPUT ACCTPERIOD-FILE
               CLOSE ACCTPERIOD-FILE
               OPEN I-O ACCTPERIOD-FILE
           END-IF.
           IF ACCTPERIOD-STATUS NOT = "00"
               MOVE "ACCOUNTING PERIOD FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE ACCTPERIOD-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN INPUT SUPERMAST-FILE.

           ACCEPT TODAYDATE FROM DATE YYYYMMDD.
           MOVE TODAYDATE(1:6) TO CURRENTPERIOD.
           PERFORM BACK-OFFICE-SIGN-ON.
           MOVE OPERATORID TO SPOOL-OPERATOR.

           PERFORM UNTIL PERIOD-EXIT
               DISPLAY "ACCOUNTING PERIODS (C-CLOSE PERIOD, R-REOPEN "
                   "PERIOD, L-LIST PERIODS, A-POST-CLOSE ACTIVITY, "
                   "X-EXIT): "
               ACCEPT PERIODCHOICE
               EVALUATE TRUE
                   WHEN PERIOD-CLOSE
                       PERFORM CLOSE-PERIOD
                   WHEN PERIOD-REOPEN
                       PERFORM REOPEN-PERIOD
                   WHEN PERIOD-LIST
                       PERFORM LIST-PERIODS
                   WHEN PERIOD-ACTIVITY
                       PERFORM POST-CLOSE-REPORT
                   WHEN PERIOD-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE, TRY AGAIN."
               END-EVALUATE
           END-PERFORM.

           CLOSE ACCTPERIOD-FILE.
           CLOSE SUPERMAST-FILE.
           STOP RUN.

       ACCEPT-PERIOD.
           MOVE ZERO TO WORKPERIOD.
           PERFORM UNTIL WORKPERIOD-MONTH >= 1
               AND WORKPERIOD-MONTH <= 12
               AND WORKPERIOD-YEAR > ZERO
               DISPLAY "PERIOD (YYYYMM): "
               ACCEPT WORKPERIOD
           END-PERFORM.

           MOVE "NO" TO PERIOD-ONFILE-SW.
           MOVE WORKPERIOD TO AC-PERIOD.
           READ ACCTPERIOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO PERIOD-ONFILE-SW
           END-READ.

       CLOSE-PERIOD.
           PERFORM ACCEPT-PERIOD.
           IF PERIOD-ONFILE AND AC-PERIOD-CLOSED
               DISPLAY "PERIOD " WORKPERIOD " WAS CLOSED BY "
                   AC-CLOSEDBY " ON " AC-CLOSEDATE "."
           ELSE
               IF WORKPERIOD NOT < CURRENTPERIOD
                   DISPLAY "PERIOD " WORKPERIOD " HAS NOT ENDED YET, "
                       "IT CANNOT BE CLOSED."
               ELSE
                   PERFORM CHECK-JOURNAL-EXTRACTED
                   MOVE "Y" TO CONFIRMANSWER
                   IF JOURNAL-LINES = ZERO
                       DISPLAY "NO GL JOURNAL LINES FOR " WORKPERIOD
                           " IN GLJOURNAL.DAT, GL-EXTRACT MAY NOT "
                           "HAVE BEEN RUN."
                       DISPLAY "CLOSE THE PERIOD ANYWAY? (Y/N): "
                       ACCEPT CONFIRMANSWER
                   END-IF
                   IF CONFIRMANSWER = "Y" OR "y"
                       PERFORM MARK-PERIOD-CLOSED
                   ELSE
                       DISPLAY "PERIOD " WORKPERIOD " LEFT OPEN."
                   END-IF
               END-IF
           END-IF.

       CHECK-JOURNAL-EXTRACTED.
           MOVE ZERO TO JOURNAL-LINES.
           MOVE "NO" TO GLJOURNAL-EOF-SW.
           OPEN INPUT GLJOURNAL-FILE.
           IF GLJOURNAL-STATUS NOT = "00"
               SET GLJOURNAL-EOF TO TRUE
           END-IF.
           PERFORM UNTIL GLJOURNAL-EOF
               READ GLJOURNAL-FILE
                   AT END
                       SET GLJOURNAL-EOF TO TRUE
                   NOT AT END
                       IF GJ-BUSDATE(1:6) = WORKPERIOD
                           ADD 1 TO JOURNAL-LINES
                       END-IF
               END-READ
           END-PERFORM.
           IF GLJOURNAL-STATUS NOT = "35"
               CLOSE GLJOURNAL-FILE
           END-IF.

       MARK-PERIOD-CLOSED.
           IF PERIOD-ONFILE
               MOVE ACCTPERIOD-REC TO MA-BEFOREIMAGE
           ELSE
               MOVE SPACES TO MA-BEFOREIMAGE
               MOVE WORKPERIOD TO AC-PERIOD
               MOVE SPACES TO AC-REOPENEDBY
               MOVE SPACES TO AC-REOPENAPPROVER
               MOVE ZERO TO AC-REOPENDATE
               MOVE ZERO TO AC-REOPENTIME
               MOVE SPACES TO AC-REOPENREASON
               MOVE ZERO TO AC-REOPENCOUNT
           END-IF.
           SET AC-PERIOD-CLOSED TO TRUE.
           MOVE OPERATORID TO AC-CLOSEDBY.
           ACCEPT AC-CLOSEDATE FROM DATE YYYYMMDD.
           ACCEPT AC-CLOSETIME FROM TIME.
           IF PERIOD-ONFILE
               REWRITE ACCTPERIOD-REC
               MOVE "C" TO MA-ACTION
           ELSE
               WRITE ACCTPERIOD-REC
               MOVE "A" TO MA-ACTION
           END-IF.
           MOVE ACCTPERIOD-REC TO MA-AFTERIMAGE.
           MOVE WORKPERIOD TO MA-RECORDKEY.
           PERFORM WRITE-MAINT-AUDIT.
           DISPLAY "PERIOD " WORKPERIOD " CLOSED, POSTINGS DATED IN IT "
               "WILL BE REFUSED OR MOVED TO THE NEXT OPEN PERIOD.".

       REOPEN-PERIOD.
           PERFORM ACCEPT-PERIOD.
           IF NOT PERIOD-ONFILE OR NOT AC-PERIOD-CLOSED
               DISPLAY "PERIOD " WORKPERIOD " IS NOT CLOSED."
           ELSE
               DISPLAY "CLOSED BY " AC-CLOSEDBY " ON " AC-CLOSEDATE
               MOVE SPACES TO REOPENREASON
               PERFORM UNTIL REOPENREASON NOT = SPACES
                   DISPLAY "REASON FOR REOPENING: "
                   ACCEPT REOPENREASON
               END-PERFORM
               PERFORM SUPERVISOR-OVERRIDE
               IF NOT OVERRIDE-OK
                   DISPLAY "REOPENING NEEDS SUPERVISOR APPROVAL, "
                       "PERIOD " WORKPERIOD " STAYS CLOSED."
               ELSE
                   PERFORM MARK-PERIOD-REOPENED
               END-IF
           END-IF.

       MARK-PERIOD-REOPENED.
           MOVE WORKPERIOD TO AC-PERIOD.
           READ ACCTPERIOD-FILE
               INVALID KEY
                   DISPLAY "PERIOD " WORKPERIOD " NO LONGER ON FILE."
               NOT INVALID KEY
                   MOVE ACCTPERIOD-REC TO MA-BEFOREIMAGE
                   SET AC-PERIOD-OPEN TO TRUE
                   MOVE OPERATORID TO AC-REOPENEDBY
                   MOVE APPROVERID TO AC-REOPENAPPROVER
                   ACCEPT AC-REOPENDATE FROM DATE YYYYMMDD
                   ACCEPT AC-REOPENTIME FROM TIME
                   MOVE REOPENREASON TO AC-REOPENREASON
                   ADD 1 TO AC-REOPENCOUNT
                   REWRITE ACCTPERIOD-REC
                   MOVE ACCTPERIOD-REC TO MA-AFTERIMAGE
                   MOVE "R" TO MA-ACTION
                   MOVE WORKPERIOD TO MA-RECORDKEY
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "PERIOD " WORKPERIOD " REOPENED, APPROVED "
                       "BY " APPROVERID "."
                   DISPLAY "POSTINGS INTO IT WILL SHOW ON THE "
                       "POST-CLOSE ACTIVITY REPORT."
           END-READ.

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
                           ELSE
                               DISPLAY "WRONG PIN, NOT APPROVED."
                           END-IF
                       END-IF
               END-READ
           END-IF.

       LIST-PERIODS.
           MOVE "NO" TO ACCTPERIOD-EOF-SW.
           MOVE ZERO TO AC-PERIOD.
           START ACCTPERIOD-FILE KEY IS NOT LESS THAN AC-PERIOD
               INVALID KEY
                   SET ACCTPERIOD-EOF TO TRUE
                   DISPLAY "NO PERIODS CLOSED YET."
           END-START.
           PERFORM UNTIL ACCTPERIOD-EOF
               READ ACCTPERIOD-FILE NEXT RECORD
                   AT END
                       SET ACCTPERIOD-EOF TO TRUE
                   NOT AT END
                       IF AC-PERIOD-CLOSED
                           DISPLAY AC-PERIOD " CLOSED BY " AC-CLOSEDBY
                               " ON " AC-CLOSEDATE " REOPENED "
                               AC-REOPENCOUNT " TIMES"
                       ELSE
                           DISPLAY AC-PERIOD " OPEN, REOPENED BY "
                               AC-REOPENEDBY " ON " AC-REOPENDATE
                               " APPROVED BY " AC-REOPENAPPROVER
                           DISPLAY "       REASON: " AC-REOPENREASON
                       END-IF
               END-READ
           END-PERFORM.

       POST-CLOSE-REPORT.
           DISPLAY "PERIOD TO REPORT (YYYYMM, 0 FOR ALL): ".
           ACCEPT REPORTPERIOD.

           MOVE ZERO TO ACTIVITY-LINES.
           MOVE ZERO TO ACTIVITY-TOTAL.
           MOVE "NO" TO PERIODLOG-EOF-SW.
           OPEN INPUT PERIODLOG-FILE.
           IF PERIODLOG-STATUS NOT = "00"
               SET PERIODLOG-EOF TO TRUE
           END-IF.
           OPEN OUTPUT POSTCLOSE-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

           MOVE SPACES TO REPORT-LINE.
           STRING "POST-CLOSE ACTIVITY REPORT RUN " DELIMITED BY SIZE
               TODAYDATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TRANDATE PROGRAM              "
               DELIMITED BY SIZE
               "RECORD KEY                   AMOUNT OPERATOR   "
               DELIMITED BY SIZE
               "POSTED" DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM UNTIL PERIODLOG-EOF
               READ PERIODLOG-FILE
                   AT END
                       SET PERIODLOG-EOF TO TRUE
                   NOT AT END
                       IF REPORTPERIOD = ZERO
                           OR PQ-PERIOD = REPORTPERIOD
                           PERFORM REPORT-ONE-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM.
           IF PERIODLOG-STATUS NOT = "35"
               CLOSE PERIODLOG-FILE
           END-IF.

           MOVE ACTIVITY-LINES TO COUNT-DISP.
           MOVE ACTIVITY-TOTAL TO TOTAL-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "POSTINGS AFTER CLOSE: " DELIMITED BY SIZE
               COUNT-DISP DELIMITED BY SIZE
               "  TOTAL P" DELIMITED BY SIZE
               TOTAL-DISP DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE POSTCLOSE-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "REPORT WRITTEN TO POSTCLOSE.DAT".

       REPORT-ONE-ACTIVITY.
           ADD 1 TO ACTIVITY-LINES.
           ADD PQ-AMOUNT TO ACTIVITY-TOTAL.
           MOVE PQ-AMOUNT TO AMOUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING PQ-TRANDATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PQ-PROGRAM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PQ-RECORDKEY DELIMITED BY SIZE
               AMOUNT-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PQ-OPERATOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PQ-POSTDATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "       PERIOD WAS CLOSED " DELIMITED BY SIZE
               PQ-CLOSEDATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE POSTCLOSE-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.

       WRITE-MAINT-AUDIT.
           OPEN EXTEND MAINTAUDIT-FILE.
           IF MAINTAUDIT-STATUS = "35"
               OPEN OUTPUT MAINTAUDIT-FILE
           END-IF.
           ACCEPT MA-AUDITDATE FROM DATE YYYYMMDD.
           ACCEPT MA-AUDITTIME FROM TIME.
           MOVE "PERIOD-CONTROL" TO MA-PROGRAM.
           MOVE OPERATORID TO MA-OPERATOR.
           WRITE MAINTAUDIT-REC.
           CLOSE MAINTAUDIT-FILE.

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
       END PROGRAM PERIOD-CONTROL.
