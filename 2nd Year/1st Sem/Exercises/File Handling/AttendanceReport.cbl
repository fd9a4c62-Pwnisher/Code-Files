       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTENDANCE-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAFFSCHED-FILE
           ASSIGN TO "D:\Files\dat\staffsched.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SS-KEY
           FILE STATUS IS STAFFSCHED-STATUS.
           SELECT TIMECLOCK-FILE
           ASSIGN TO "D:\Files\dat\timeclock.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TIMECLOCK-STATUS.
           SELECT SHIFT-FILE
           ASSIGN TO "D:\Files\dat\shift.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SH-KEY
           FILE STATUS IS SHIFT-STATUS.
           SELECT ATTEND-FILE
           ASSIGN TO "D:\Files\dat\attendance.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ATTEND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STAFFSCHED-FILE.
       COPY "STAFFSCHED.CPY".
       FD TIMECLOCK-FILE.
       COPY "TIMECLOCK.CPY".
       FD SHIFT-FILE.
       COPY "SHIFTREC.CPY".
       FD ATTEND-FILE.
       01 ATTEND-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 STAFFSCHED-STATUS PIC X(02).
       01 TIMECLOCK-STATUS PIC X(02).
       01 SHIFT-STATUS PIC X(02).
       01 ATTEND-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "ATTENDANCE-REPORT".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 SCHED-EOF-SW PIC X(03).
           88 SCHED-EOF VALUE "YES".
       01 TIMECLOCK-EOF-SW PIC X(03).
           88 TIMECLOCK-EOF VALUE "YES".
       01 SHIFT-EOF-SW PIC X(03).
           88 SHIFT-EOF VALUE "YES".
       01 REPORT-DATE PIC 9(08).
       01 NEXT-DATE PIC 9(08).
       01 GRACE-MINUTES PIC 9(03).
       01 EMPLOYEE-TABLE-AREA.
           05 EA-ENTRY OCCURS 300 TIMES.
               10 EA-EMPLOYEEID PIC X(10).
               10 EA-SCHEDFLAG PIC X(01).
                   88 EA-SCHEDULED VALUE "Y".
               10 EA-PLANSTART PIC 9(04).
               10 EA-PLANEND PIC 9(04).
               10 EA-PLANSTARTMIN PIC 9(04).
               10 EA-PLANENDMIN PIC 9(04).
               10 EA-TILL PIC 9(04) OCCURS 3 TIMES.
               10 EA-TILLCOUNT PIC 9(01).
               10 EA-FIRSTIN PIC 9(04).
               10 EA-LASTOUT PIC 9(04).
               10 EA-NEXTINFLAG PIC X(01).
                   88 EA-NEXTDAY-IN VALUE "Y".
               10 EA-SIGNONFLAG PIC X(01).
                   88 EA-SIGNED-ON VALUE "Y".
       01 EA-COUNT PIC 9(03) VALUE ZERO.
       01 EA-IDX PIC 9(03) COMP.
       01 EA-SCAN PIC 9(03) COMP.
       01 EA-FOUND-SW PIC X(03).
           88 EA-FOUND VALUE "YES".
       01 TILL-IDX PIC 9(01) COMP.
       01 TILL-MATCH-SW PIC X(03).
           88 TILL-MATCH VALUE "YES".
       01 FIND-EMPLOYEEID PIC X(10).
       01 ADD-IF-MISSING-SW PIC X(03).
           88 ADD-IF-MISSING VALUE "YES".
       01 TABLE-FULL-COUNT PIC 9(05) VALUE ZERO.
       01 WORK-HHMM PIC 9(04).
       01 WORK-HHMM-PARTS REDEFINES WORK-HHMM.
           05 WORK-HH PIC 9(02).
           05 WORK-MM PIC 9(02).
       01 WORK-MINUTES PIC 9(04).
       01 PUNCH-HH PIC 9(02).
       01 PUNCH-MM PIC 9(02).
       01 PUNCH-MINUTES PIC 9(04).
       01 DIFF-MINUTES PIC 9(04).
       01 DIFF-DISP PIC ZZZ9.
       01 DISP-MINUTES PIC 9(04).
       01 DISP-TIME PIC X(05).
       01 STATUS-TEXT PIC X(46).
       01 STATUS-PTR PIC 9(02).
       01 ATTEND-DETAIL.
           05 AD-EMPLOYEEID PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.
           05 AD-PLANNED PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.
           05 AD-TILL PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 AD-ACTUAL PIC X(11).
           05 FILLER PIC X(01) VALUE SPACE.
           05 AD-STATUS PIC X(46).
       01 SCHEDULED-COUNT PIC 9(05) VALUE ZERO.
       01 NOSHOW-COUNT PIC 9(05) VALUE ZERO.
       01 LATE-COUNT PIC 9(05) VALUE ZERO.
       01 EARLY-COUNT PIC 9(05) VALUE ZERO.
       01 NOOUT-COUNT PIC 9(05) VALUE ZERO.
       01 UNSCHED-COUNT PIC 9(05) VALUE ZERO.
       01 TILLMISMATCH-COUNT PIC 9(05) VALUE ZERO.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "ATTENDANCE-REPORT".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PLANNED VS ACTUAL ATTENDANCE".
           DISPLAY "BUSINESS DATE (YYYYMMDD): ".
           ACCEPT REPORT-DATE.
           DISPLAY "GRACE MINUTES (0 FOR 5): ".
           ACCEPT GRACE-MINUTES.
           IF GRACE-MINUTES = ZERO
               MOVE 5 TO GRACE-MINUTES
           END-IF.
           COMPUTE NEXT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(REPORT-DATE) + 1).

           OPEN INPUT STAFFSCHED-FILE.
           IF STAFFSCHED-STATUS NOT = "00"
               MOVE "STAFF SCHEDULE FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE STAFFSCHED-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           PERFORM LOAD-SCHEDULE.
           CLOSE STAFFSCHED-FILE.
           PERFORM LOAD-PUNCHES.
           OPEN INPUT SHIFT-FILE.
           IF SHIFT-STATUS = "00"
               PERFORM LOAD-SIGN-ONS
           ELSE
               DISPLAY "NO SHIFT FILE, TILL SIGN-ONS NOT CHECKED."
           END-IF.

           OPEN OUTPUT ATTEND-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE SPACES TO REPORT-LINE.
           STRING "PLANNED VS ACTUAL ATTENDANCE FOR " REPORT-DATE
               "   GRACE " GRACE-MINUTES " MIN"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "EMPLOYEE   PLANNED    TILL  ACTUAL      STATUS"
               TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING EA-IDX FROM 1 BY 1 UNTIL EA-IDX > EA-COUNT
               PERFORM PRINT-EMPLOYEE-LINE
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "TILL SIGN-ONS NOT MATCHING THE SCHEDULE"
               TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF SHIFT-STATUS = "00"
               PERFORM PRINT-TILL-EXCEPTIONS
               CLOSE SHIFT-FILE
           END-IF.
           IF TILLMISMATCH-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SCHEDULED " SCHEDULED-COUNT
               "  NO-SHOWS " NOSHOW-COUNT
               "  LATE " LATE-COUNT
               "  EARLY OUTS " EARLY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "NO TIME OUT " NOOUT-COUNT
               "  UNSCHEDULED " UNSCHED-COUNT
               "  WRONG TILL " TILLMISMATCH-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF TABLE-FULL-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "*** " TABLE-FULL-COUNT " RECORDS LEFT OFF, "
                   "MORE THAN 300 EMPLOYEES ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           CLOSE ATTEND-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           STOP RUN.

       LOAD-SCHEDULE.
           MOVE "NO" TO SCHED-EOF-SW.
           MOVE REPORT-DATE TO SS-SCHEDDATE.
           MOVE LOW-VALUES TO SS-EMPLOYEEID.
           MOVE ZERO TO SS-SHIFTSEQ.
           START STAFFSCHED-FILE KEY IS NOT LESS THAN SS-KEY
               INVALID KEY
                   SET SCHED-EOF TO TRUE
           END-START.
           PERFORM UNTIL SCHED-EOF
               READ STAFFSCHED-FILE NEXT RECORD
                   AT END
                       SET SCHED-EOF TO TRUE
                   NOT AT END
                       IF SS-SCHEDDATE NOT = REPORT-DATE
                           SET SCHED-EOF TO TRUE
                       ELSE
                           PERFORM ADD-SCHEDULED-SHIFT
                       END-IF
               END-READ
           END-PERFORM.

       ADD-SCHEDULED-SHIFT.
           MOVE SS-EMPLOYEEID TO FIND-EMPLOYEEID.
           MOVE "YES" TO ADD-IF-MISSING-SW.
           PERFORM FIND-EMPLOYEE.
           IF EA-FOUND
               MOVE SS-PLANSTART TO WORK-HHMM
               COMPUTE WORK-MINUTES = WORK-HH * 60 + WORK-MM
               IF NOT EA-SCHEDULED(EA-IDX) OR
                   WORK-MINUTES < EA-PLANSTARTMIN(EA-IDX)
                   MOVE SS-PLANSTART TO EA-PLANSTART(EA-IDX)
                   MOVE WORK-MINUTES TO EA-PLANSTARTMIN(EA-IDX)
               END-IF
               MOVE SS-PLANEND TO WORK-HHMM
               COMPUTE WORK-MINUTES = WORK-HH * 60 + WORK-MM
               IF SS-PLANEND < SS-PLANSTART
                   ADD 1440 TO WORK-MINUTES
               END-IF
               IF NOT EA-SCHEDULED(EA-IDX) OR
                   WORK-MINUTES > EA-PLANENDMIN(EA-IDX)
                   MOVE SS-PLANEND TO EA-PLANEND(EA-IDX)
                   MOVE WORK-MINUTES TO EA-PLANENDMIN(EA-IDX)
               END-IF
               IF NOT EA-SCHEDULED(EA-IDX)
                   ADD 1 TO SCHEDULED-COUNT
               END-IF
               MOVE "Y" TO EA-SCHEDFLAG(EA-IDX)
               IF SS-TILLNUM > ZERO AND EA-TILLCOUNT(EA-IDX) < 3
                   ADD 1 TO EA-TILLCOUNT(EA-IDX)
                   MOVE SS-TILLNUM
                       TO EA-TILL(EA-IDX, EA-TILLCOUNT(EA-IDX))
               END-IF
           END-IF.

       FIND-EMPLOYEE.
           MOVE "NO" TO EA-FOUND-SW.
           PERFORM VARYING EA-SCAN FROM 1 BY 1 UNTIL
               EA-SCAN > EA-COUNT OR EA-FOUND
               IF EA-EMPLOYEEID(EA-SCAN) = FIND-EMPLOYEEID
                   MOVE "YES" TO EA-FOUND-SW
                   MOVE EA-SCAN TO EA-IDX
               END-IF
           END-PERFORM.
           IF NOT EA-FOUND AND ADD-IF-MISSING
               IF EA-COUNT < 300
                   ADD 1 TO EA-COUNT
                   MOVE EA-COUNT TO EA-IDX
                   MOVE "YES" TO EA-FOUND-SW
                   MOVE FIND-EMPLOYEEID TO EA-EMPLOYEEID(EA-IDX)
                   MOVE "N" TO EA-SCHEDFLAG(EA-IDX)
                   MOVE ZERO TO EA-PLANSTART(EA-IDX)
                   MOVE ZERO TO EA-PLANEND(EA-IDX)
                   MOVE ZERO TO EA-PLANSTARTMIN(EA-IDX)
                   MOVE ZERO TO EA-PLANENDMIN(EA-IDX)
                   MOVE ZERO TO EA-TILLCOUNT(EA-IDX)
                   MOVE 9999 TO EA-FIRSTIN(EA-IDX)
                   MOVE ZERO TO EA-LASTOUT(EA-IDX)
                   MOVE "N" TO EA-NEXTINFLAG(EA-IDX)
                   MOVE "N" TO EA-SIGNONFLAG(EA-IDX)
               ELSE
                   ADD 1 TO TABLE-FULL-COUNT
               END-IF
           END-IF.

       LOAD-PUNCHES.
           MOVE "NO" TO TIMECLOCK-EOF-SW.
           OPEN INPUT TIMECLOCK-FILE.
           IF TIMECLOCK-STATUS NOT = "00"
               DISPLAY "NO PUNCH FILE ON RECORD, EVERY SCHEDULED "
                   "SHIFT WILL SHOW AS A NO-SHOW."
               SET TIMECLOCK-EOF TO TRUE
           END-IF.
           PERFORM UNTIL TIMECLOCK-EOF
               READ TIMECLOCK-FILE
                   AT END
                       SET TIMECLOCK-EOF TO TRUE
                   NOT AT END
                       IF TK-PUNCHDATE = REPORT-DATE OR
                           TK-PUNCHDATE = NEXT-DATE
                           PERFORM APPLY-ONE-PUNCH
                       END-IF
               END-READ
           END-PERFORM.
           IF TIMECLOCK-STATUS = "00" OR TIMECLOCK-STATUS = "10"
               CLOSE TIMECLOCK-FILE
           END-IF.

       APPLY-ONE-PUNCH.
           DIVIDE TK-PUNCHTIME BY 1000000 GIVING PUNCH-HH.
           COMPUTE PUNCH-MM =
               FUNCTION MOD(TK-PUNCHTIME / 10000, 100).
           COMPUTE PUNCH-MINUTES = PUNCH-HH * 60 + PUNCH-MM.
           MOVE TK-EMPLOYEEID TO FIND-EMPLOYEEID.
           IF TK-PUNCHDATE = REPORT-DATE
               MOVE "YES" TO ADD-IF-MISSING-SW
               PERFORM FIND-EMPLOYEE
               IF EA-FOUND
                   IF TK-CLOCK-IN AND
                       PUNCH-MINUTES < EA-FIRSTIN(EA-IDX)
                       MOVE PUNCH-MINUTES TO EA-FIRSTIN(EA-IDX)
                   END-IF
                   IF TK-CLOCK-OUT AND
                       PUNCH-MINUTES > EA-LASTOUT(EA-IDX)
                       MOVE PUNCH-MINUTES TO EA-LASTOUT(EA-IDX)
                   END-IF
               END-IF
           ELSE
               MOVE "NO" TO ADD-IF-MISSING-SW
               PERFORM FIND-EMPLOYEE
               IF EA-FOUND
                   IF TK-CLOCK-IN
                       MOVE "Y" TO EA-NEXTINFLAG(EA-IDX)
                   END-IF
                   IF TK-CLOCK-OUT AND NOT EA-NEXTDAY-IN(EA-IDX)
                       AND PUNCH-MINUTES < 720
                       AND EA-FIRSTIN(EA-IDX) NOT = 9999
                       COMPUTE EA-LASTOUT(EA-IDX) =
                           PUNCH-MINUTES + 1440
                   END-IF
               END-IF
           END-IF.

       LOAD-SIGN-ONS.
           MOVE "NO" TO SHIFT-EOF-SW.
           PERFORM START-SHIFT-DAY.
           PERFORM UNTIL SHIFT-EOF
               READ SHIFT-FILE NEXT RECORD
                   AT END
                       SET SHIFT-EOF TO TRUE
                   NOT AT END
                       IF SH-BUSDATE NOT = REPORT-DATE
                           SET SHIFT-EOF TO TRUE
                       ELSE
                           MOVE SH-CASHIERID TO FIND-EMPLOYEEID
                           MOVE "YES" TO ADD-IF-MISSING-SW
                           PERFORM FIND-EMPLOYEE
                           IF EA-FOUND
                               MOVE "Y" TO EA-SIGNONFLAG(EA-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       START-SHIFT-DAY.
           MOVE REPORT-DATE TO SH-BUSDATE.
           MOVE ZERO TO SH-TILLNUM.
           MOVE LOW-VALUES TO SH-CASHIERID.
           START SHIFT-FILE KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   SET SHIFT-EOF TO TRUE
           END-START.

       PRINT-EMPLOYEE-LINE.
           MOVE SPACES TO ATTEND-DETAIL.
           MOVE SPACES TO STATUS-TEXT.
           MOVE 1 TO STATUS-PTR.
           MOVE EA-EMPLOYEEID(EA-IDX) TO AD-EMPLOYEEID.
           IF EA-SCHEDULED(EA-IDX)
               STRING EA-PLANSTART(EA-IDX) "-" EA-PLANEND(EA-IDX)
                   DELIMITED BY SIZE INTO AD-PLANNED
               IF EA-TILLCOUNT(EA-IDX) > ZERO
                   MOVE EA-TILL(EA-IDX, 1) TO AD-TILL
               END-IF
           ELSE
               MOVE "(NONE)" TO AD-PLANNED
           END-IF.
           IF EA-FIRSTIN(EA-IDX) NOT = 9999
               MOVE EA-FIRSTIN(EA-IDX) TO DISP-MINUTES
               PERFORM FORMAT-MINUTES
               MOVE DISP-TIME TO AD-ACTUAL(1:5)
               MOVE "-" TO AD-ACTUAL(6:1)
           END-IF.
           IF EA-LASTOUT(EA-IDX) > ZERO
               MOVE EA-LASTOUT(EA-IDX) TO DISP-MINUTES
               PERFORM FORMAT-MINUTES
               MOVE DISP-TIME TO AD-ACTUAL(7:5)
           END-IF.

           IF NOT EA-SCHEDULED(EA-IDX)
               ADD 1 TO UNSCHED-COUNT
               IF EA-SIGNED-ON(EA-IDX)
                   MOVE "UNSCHEDULED, SIGNED ON A TILL" TO STATUS-TEXT
               ELSE
                   MOVE "WORKING UNSCHEDULED" TO STATUS-TEXT
               END-IF
           ELSE
               IF EA-FIRSTIN(EA-IDX) = 9999
                   IF EA-SIGNED-ON(EA-IDX)
                       MOVE "NO TIME IN BUT SIGNED ON A TILL"
                           TO STATUS-TEXT
                   ELSE
                       ADD 1 TO NOSHOW-COUNT
                       MOVE "NO-SHOW" TO STATUS-TEXT
                   END-IF
               ELSE
                   PERFORM CHECK-PLANNED-TIMES
               END-IF
           END-IF.
           MOVE STATUS-TEXT TO AD-STATUS.
           MOVE ATTEND-DETAIL TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       CHECK-PLANNED-TIMES.
           IF EA-FIRSTIN(EA-IDX) >
               EA-PLANSTARTMIN(EA-IDX) + GRACE-MINUTES
               ADD 1 TO LATE-COUNT
               COMPUTE DIFF-MINUTES =
                   EA-FIRSTIN(EA-IDX) - EA-PLANSTARTMIN(EA-IDX)
               MOVE DIFF-MINUTES TO DIFF-DISP
               STRING "LATE " DIFF-DISP " MIN  "
                   DELIMITED BY SIZE INTO STATUS-TEXT
                   WITH POINTER STATUS-PTR
           END-IF.
           IF EA-LASTOUT(EA-IDX) = ZERO
               ADD 1 TO NOOUT-COUNT
               STRING "NO TIME OUT"
                   DELIMITED BY SIZE INTO STATUS-TEXT
                   WITH POINTER STATUS-PTR
           ELSE
               IF EA-LASTOUT(EA-IDX) + GRACE-MINUTES <
                   EA-PLANENDMIN(EA-IDX)
                   ADD 1 TO EARLY-COUNT
                   COMPUTE DIFF-MINUTES =
                       EA-PLANENDMIN(EA-IDX) - EA-LASTOUT(EA-IDX)
                   MOVE DIFF-MINUTES TO DIFF-DISP
                   STRING "EARLY OUT " DIFF-DISP " MIN"
                       DELIMITED BY SIZE INTO STATUS-TEXT
                       WITH POINTER STATUS-PTR
               END-IF
           END-IF.
           IF STATUS-TEXT = SPACES
               MOVE "ON TIME" TO STATUS-TEXT
           END-IF.

       FORMAT-MINUTES.
           MOVE SPACES TO DISP-TIME.
           IF DISP-MINUTES >= 1440
               SUBTRACT 1440 FROM DISP-MINUTES
               MOVE "+" TO DISP-TIME(5:1)
           END-IF.
           DIVIDE DISP-MINUTES BY 60 GIVING WORK-HH
               REMAINDER WORK-MM.
           MOVE WORK-HHMM TO DISP-TIME(1:4).

       PRINT-TILL-EXCEPTIONS.
           MOVE "NO" TO SHIFT-EOF-SW.
           PERFORM START-SHIFT-DAY.
           PERFORM UNTIL SHIFT-EOF
               READ SHIFT-FILE NEXT RECORD
                   AT END
                       SET SHIFT-EOF TO TRUE
                   NOT AT END
                       IF SH-BUSDATE NOT = REPORT-DATE
                           SET SHIFT-EOF TO TRUE
                       ELSE
                           PERFORM CHECK-ONE-SIGN-ON
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-SIGN-ON.
           MOVE SH-CASHIERID TO FIND-EMPLOYEEID.
           MOVE "NO" TO ADD-IF-MISSING-SW.
           PERFORM FIND-EMPLOYEE.
           MOVE "NO" TO TILL-MATCH-SW.
           IF EA-FOUND
               PERFORM VARYING TILL-IDX FROM 1 BY 1 UNTIL
                   TILL-IDX > EA-TILLCOUNT(EA-IDX)
                   IF EA-TILL(EA-IDX, TILL-IDX) = SH-TILLNUM
                       MOVE "YES" TO TILL-MATCH-SW
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT TILL-MATCH
               ADD 1 TO TILLMISMATCH-COUNT
               MOVE SPACES TO REPORT-LINE
               EVALUATE TRUE
                   WHEN NOT EA-FOUND
                   WHEN NOT EA-SCHEDULED(EA-IDX)
                       STRING "  " SH-CASHIERID " SIGNED ON TILL "
                           SH-TILLNUM " AT " SH-OPENTIME(1:4)
                           ", NOT SCHEDULED TODAY"
                           DELIMITED BY SIZE INTO REPORT-LINE
                   WHEN EA-TILLCOUNT(EA-IDX) = ZERO
                       STRING "  " SH-CASHIERID " SIGNED ON TILL "
                           SH-TILLNUM " AT " SH-OPENTIME(1:4)
                           ", NOT SCHEDULED ON A TILL"
                           DELIMITED BY SIZE INTO REPORT-LINE
                   WHEN OTHER
                       STRING "  " SH-CASHIERID " SIGNED ON TILL "
                           SH-TILLNUM " AT " SH-OPENTIME(1:4)
                           ", SCHEDULED ON TILL "
                           EA-TILL(EA-IDX, 1)
                           DELIMITED BY SIZE INTO REPORT-LINE
               END-EVALUATE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           WRITE ATTEND-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM ATTENDANCE-REPORT.
