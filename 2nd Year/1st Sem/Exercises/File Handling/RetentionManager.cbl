           ASSIGN TO ARCHOUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHOUT-STATUS.
           SELECT SPOOLIDX-FILE
           ASSIGN TO "D:\Files\dat\spoolidx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SX-SPOOLNUM
           FILE STATUS IS SPOOLIDX-STATUS.
           SELECT MANIFEST-FILE
           ASSIGN TO "D:\Files\dat\retmanifest.dat"
           ORGANIZATION IS LINE SEQUENTIAL
       01 KEEPWORK-REC PIC X(17500).
       FD ARCHOUT-FILE.
       01 ARCHOUT-REC PIC X(17500).
       FD SPOOLIDX-FILE.
       COPY "SPOOLIDX.CPY".
       FD MANIFEST-FILE.
       01 MANIFEST-REC.
           05 MF-RUNDATE PIC 9(08).
       01 KEEPWORK-STATUS PIC X(02).
       01 ARCHOUT-STATUS PIC X(02).
       01 MANIFEST-STATUS PIC X(02).
       01 SPOOLIDX-STATUS PIC X(02).
       01 LOGDATA-FILENAME PIC X(60).
       01 ARCHOUT-FILENAME PIC X(60).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "RETENTION-MANAGER".
           88 LOG-EOF VALUE "YES".
       01 KEEP-EOF-SW PIC X(03).
           88 KEEP-EOF VALUE "YES".
       01 SPOOL-EOF-SW PIC X(03).
           88 SPOOL-EOF VALUE "YES".
       01 OPEN-BUSDATE PIC 9(08) VALUE ZERO.
       01 RUN-DATE PIC 9(08).
       01 RUN-DATE-X REDEFINES RUN-DATE PIC X(08).
       01 KEPT-COUNT PIC 9(07).
       01 DISPOSE-SW PIC X(03).
           88 DISPOSE-RECORD VALUE "YES".
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "RETENTION-MANAGER".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM BACK-OFFICE-SIGN-ON.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-DAY-STATE.

           END-IF.

       APPLY-ONE-POLICY.
           IF RP-LOGNAME NOT = "SPOOL" AND
               (RP-DATEPOS = ZERO OR RP-DATEPOS > 17493)
               DISPLAY "POLICY FOR " RP-LOGNAME " HAS NO USABLE "
                   "DATE COLUMN, LINE REJECTED."
               GO TO APPLY-ONE-POLICY-EXIT
               FUNCTION DATE-OF-INTEGER(CUTOFF-INT).
           DISPLAY "LOG " RP-LOGNAME " KEEP " RP-KEEPDAYS
               " DAYS, CUTOFF " CUTOFF-DATE ".".
           IF RP-LOGNAME = "SPOOL"
               PERFORM APPLY-SPOOL-POLICY
               GO TO APPLY-ONE-POLICY-EXIT
           END-IF.

           MOVE RP-FILEPATH TO LOGDATA-FILENAME.
           OPEN INPUT LOGDATA-FILE.
           CLOSE KEEPWORK-FILE.
           CLOSE LOGDATA-FILE.

       APPLY-SPOOL-POLICY.
           OPEN I-O SPOOLIDX-FILE.
           IF SPOOLIDX-STATUS NOT = "00"
               DISPLAY "  SPOOL INDEX NOT AVAILABLE, STATUS "
                   SPOOLIDX-STATUS ", SKIPPED."
           ELSE
               MOVE ZERO TO MOVED-COUNT
               MOVE ZERO TO KEPT-COUNT
               MOVE "NO" TO SPOOL-EOF-SW
               MOVE ZERO TO SX-SPOOLNUM
               START SPOOLIDX-FILE KEY IS NOT LESS THAN SX-SPOOLNUM
                   INVALID KEY
                       SET SPOOL-EOF TO TRUE
               END-START
               PERFORM UNTIL SPOOL-EOF
                   READ SPOOLIDX-FILE NEXT RECORD
                       AT END
                           SET SPOOL-EOF TO TRUE
                       NOT AT END
                           IF SX-RUNDATE < CUTOFF-DATE AND
                               SX-RUNDATE NOT = OPEN-BUSDATE
                               PERFORM PURGE-SPOOL-ENTRY
                           ELSE
                               ADD 1 TO KEPT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPOOLIDX-FILE
               MOVE SPACES TO ARCHOUT-FILENAME
               IF RP-ARCHIVE
                   MOVE "D:\Files\arc\spool" TO ARCHOUT-FILENAME
               END-IF
               PERFORM WRITE-MANIFEST-LINE
               DISPLAY "  " MOVED-COUNT " SPOOLED REPORTS PURGED, "
                   KEPT-COUNT " KEPT."
           END-IF.

       PURGE-SPOOL-ENTRY.
           MOVE SX-FILENAME TO LOGDATA-FILENAME.
           IF RP-ARCHIVE
               MOVE SPACES TO ARCHOUT-FILENAME
               STRING "D:\Files\arc\spool" DELIMITED BY SIZE
                   SX-SPOOLNUM DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO ARCHOUT-FILENAME
               OPEN INPUT LOGDATA-FILE
               IF LOGDATA-STATUS = "00"
                   OPEN OUTPUT ARCHOUT-FILE
                   MOVE "NO" TO LOG-EOF-SW
                   PERFORM UNTIL LOG-EOF
                       READ LOGDATA-FILE
                           AT END
                               SET LOG-EOF TO TRUE
                           NOT AT END
                               MOVE LOGDATA-REC TO ARCHOUT-REC
                               WRITE ARCHOUT-REC
                       END-READ
                   END-PERFORM
                   CLOSE ARCHOUT-FILE
                   CLOSE LOGDATA-FILE
               END-IF
           END-IF.
           OPEN OUTPUT LOGDATA-FILE.
           IF LOGDATA-STATUS = "00"
               CLOSE LOGDATA-FILE
           END-IF.
           DELETE SPOOLIDX-FILE RECORD
               INVALID KEY
                   DISPLAY "  SPOOL ENTRY " SX-SPOOLNUM
                       " COULD NOT BE REMOVED, STATUS "
                       SPOOLIDX-STATUS
               NOT INVALID KEY
                   ADD 1 TO MOVED-COUNT
           END-DELETE.

       WRITE-MANIFEST-LINE.
           MOVE RUN-DATE TO MF-RUNDATE.
           ACCEPT MF-RUNTIME FROM TIME.
           MOVE KEPT-COUNT TO MF-KEPTCOUNT.
           MOVE ARCHOUT-FILENAME TO MF-ARCHIVEFILE.
           WRITE MANIFEST-REC.

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
       END PROGRAM RETENTION-MANAGER.
