       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-EXPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMECLOCK-FILE
           ASSIGN TO "D:\Files\dat\timeclock.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TIMECLOCK-STATUS.
           SELECT TTPARAMS-FILE
           ASSIGN TO "D:\Files\dat\ttparams.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TTPARAMS-STATUS.
           SELECT HOLIDAY-FILE
           ASSIGN TO "D:\Files\dat\holiday.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLIDAY-STATUS.
           SELECT PAYEXPORT-FILE
           ASSIGN TO "D:\Files\dat\payexport.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYEXPORT-STATUS.
           SELECT PAYEXCEPT-FILE
           ASSIGN TO "D:\Files\dat\payexcept.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYEXCEPT-STATUS.
           SELECT PUNCHSORT-FILE
           ASSIGN TO "D:\Files\dat\punchsort.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD TIMECLOCK-FILE.
       COPY "TIMECLOCK.CPY".
       FD TTPARAMS-FILE.
       COPY "TTPARAMS.CPY".
       FD HOLIDAY-FILE.
       COPY "HOLIDAY.CPY".
       FD PAYEXPORT-FILE.
       COPY "PAYEXPORT.CPY".
       FD PAYEXCEPT-FILE.
       01 PAYEXCEPT-REC PIC X(90).
       SD PUNCHSORT-FILE.
       01 PUNCHSORT-REC.
           05 SP-EMPLOYEEID PIC X(10).
           05 SP-PUNCHDATE PIC 9(08).
           05 SP-PUNCHTIME PIC 9(08).
           05 SP-PUNCHTYPE PIC X(01).
               88 SP-CLOCK-IN VALUE "I".
               88 SP-CLOCK-OUT VALUE "O".
               88 SP-BREAK-START VALUE "B".
               88 SP-BREAK-END VALUE "R".
       WORKING-STORAGE SECTION.
       01 TIMECLOCK-STATUS PIC X(02).
       01 TTPARAMS-STATUS PIC X(02).
       01 HOLIDAY-STATUS PIC X(02).
       01 PAYEXPORT-STATUS PIC X(02).
       01 PAYEXCEPT-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "PAYROLL-EXPORT".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 TIMECLOCK-EOF-SW PIC X(03) VALUE "NO".
           88 TIMECLOCK-EOF VALUE "YES".
       01 HOLIDAY-EOF-SW PIC X(03) VALUE "NO".
           88 HOLIDAY-EOF VALUE "YES".
       01 PUNCHSORT-EOF-SW PIC X(03) VALUE "NO".
           88 PUNCHSORT-EOF VALUE "YES".
       01 PERIOD-FROM PIC 9(08).
       01 PERIOD-TO PIC 9(08).
       01 CUTOFF-DATE PIC 9(08).
       01 FEED-FROM PIC 9(08).
       01 FEED-TO PIC 9(08).
       01 BASE-DAYNUM PIC 9(07).
       01 STD-STARTMIN PIC 9(04) VALUE 540.
       01 STD-WORKMIN PIC 9(04) VALUE 480.
       01 PUNCH-MINUTES PIC 9(04).
       01 PUNCH-HH PIC 9(02).
       01 PUNCH-MM PIC 9(02).
       01 PUNCH-HHMM PIC 9(04).
       01 START-HH PIC 9(02).
       01 START-MM PIC 9(02).
       01 PUNCH-ABSMIN PIC 9(07).
       01 HOLIDAY-TABLE-AREA.
           05 HT-ENTRY OCCURS 100 TIMES.
               10 HT-DATE PIC 9(08).
               10 HT-TYPE PIC X(01).
               10 HT-PREMIUMPCT PIC 9(03).
       01 HT-COUNT PIC 9(03) VALUE ZERO.
       01 HT-IDX PIC 9(03) COMP.
       01 DAY-HOLTYPE PIC X(01).
           88 DAY-REGULAR-HOLIDAY VALUE "R".
           88 DAY-SPECIAL-HOLIDAY VALUE "S".
       01 DAY-HOLPCT PIC 9(03).
       01 CURRENT-EMPLOYEE PIC X(10).
       01 SHIFT-OPEN-SW PIC X(03).
           88 SHIFT-OPEN VALUE "YES".
       01 SHIFT-BAD-SW PIC X(03).
           88 SHIFT-BAD VALUE "YES".
       01 BREAK-OPEN-SW PIC X(03).
           88 BREAK-OPEN VALUE "YES".
       01 SHIFT-INDATE PIC 9(08).
       01 SHIFT-INTIME PIC 9(08).
       01 SHIFT-INMIN PIC 9(07).
       01 SHIFT-BREAKMIN PIC 9(05).
       01 SHIFT-BREAKNIGHT PIC 9(05).
       01 SHIFT-WORKMIN PIC S9(07).
       01 SHIFT-NIGHTMIN PIC S9(07).
       01 BREAK-STARTMIN PIC 9(07).
       01 DAY-ACTIVE-SW PIC X(03).
           88 DAY-ACTIVE VALUE "YES".
       01 DAY-HELD-SW PIC X(03).
           88 DAY-HELD VALUE "YES".
       01 DAY-DATE PIC 9(08).
       01 DAY-FIRSTIN PIC 9(07).
       01 DAY-SCHEDSTART PIC 9(07).
       01 DAY-WORKMIN PIC 9(05).
       01 DAY-NIGHTMIN PIC 9(05).
       01 DAY-TARDYMIN PIC 9(05).
       01 DAY-OTMIN PIC 9(05).
       01 DAY-REGMIN PIC 9(05).
       01 DAY-UNDERMIN PIC S9(05).
       01 EMP-DAYS PIC 9(02).
       01 EMP-HELDDAYS PIC 9(02).
       01 EMP-REGMIN PIC 9(06).
       01 EMP-OTMIN PIC 9(06).
       01 EMP-NIGHTMIN PIC 9(06).
       01 EMP-TARDYMIN PIC 9(05).
       01 EMP-UNDERMIN PIC 9(05).
       01 EMP-REGHOLMIN PIC 9(06).
       01 EMP-SPCHOLMIN PIC 9(06).
       01 EMP-HOLPREMMIN PIC 9(06)V99.
       01 EMP-EXCCOUNT PIC 9(03).
       01 OV-FROM PIC 9(07).
       01 OV-TO PIC 9(07).
       01 OV-DAY PIC 9(05).
       01 OV-LASTDAY PIC 9(05).
       01 OV-WINSTART PIC 9(07).
       01 OV-WINEND PIC 9(07).
       01 OV-LOW PIC 9(07).
       01 OV-HIGH PIC 9(07).
       01 OV-NIGHTMIN PIC 9(05).
       01 EXC-DATE PIC 9(08).
       01 EXC-TIME PIC 9(08).
       01 EXC-PROBLEM PIC X(50).
       01 EXC-TIME-DISP PIC 99B99.
       01 PUNCH-COUNT PIC 9(07) VALUE ZERO.
       01 EXPORT-COUNT PIC 9(05) VALUE ZERO.
       01 HOLD-COUNT PIC 9(05) VALUE ZERO.
       01 EXCEPTION-TOTAL PIC 9(05) VALUE ZERO.
       01 HOURS-DISP PIC ZZ9.99.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "PAYROLL-EXPORT".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PAYROLL HOURS EXPORT".
           DISPLAY "PAYROLL PERIOD FROM (YYYYMMDD): ".
           ACCEPT PERIOD-FROM.
           DISPLAY "PAYROLL PERIOD TO (YYYYMMDD): ".
           ACCEPT PERIOD-TO.
           PERFORM UNTIL PERIOD-TO >= PERIOD-FROM
               DISPLAY "PERIOD END IS BEFORE THE START, RE-ENTER: "
               ACCEPT PERIOD-TO
           END-PERFORM.
           DISPLAY "PAYROLL CUTOFF DATE (YYYYMMDD): ".
           ACCEPT CUTOFF-DATE.

           COMPUTE BASE-DAYNUM =
               FUNCTION INTEGER-OF-DATE(PERIOD-FROM) - 2.
           COMPUTE FEED-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(PERIOD-FROM) - 1).
           COMPUTE FEED-TO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(PERIOD-TO) + 1).

           PERFORM LOAD-TT-PARAMS.
           PERFORM LOAD-HOLIDAYS.

           OPEN OUTPUT PAYEXPORT-FILE.
           IF PAYEXPORT-STATUS NOT = "00"
               MOVE "PAYROLL EXPORT FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE PAYEXPORT-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT PAYEXCEPT-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE SPACES TO REPORT-LINE.
           STRING "PAYROLL PUNCH EXCEPTIONS  PERIOD " PERIOD-FROM
               " TO " PERIOD-TO
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RESOLVE WITH THE SUPERVISOR BEFORE THE PAYROLL "
               "CUTOFF ON " CUTOFF-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "EMPLOYEE   DATE     TIME  PROBLEM" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           SORT PUNCHSORT-FILE
               ON ASCENDING KEY SP-EMPLOYEEID SP-PUNCHDATE
                   SP-PUNCHTIME
               INPUT PROCEDURE IS FEED-PUNCHES
               OUTPUT PROCEDURE IS DRAIN-PUNCHES.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF EXCEPTION-TOTAL = ZERO
               MOVE "NO PUNCH EXCEPTIONS FOR THIS PERIOD."
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "EMPLOYEES EXPORTED " EXPORT-COUNT
               "  ON HOLD " HOLD-COUNT
               "  EXCEPTIONS " EXCEPTION-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE PAYEXPORT-FILE.
           CLOSE PAYEXCEPT-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY PUNCH-COUNT " PUNCHES READ.".
           DISPLAY "PAYROLL INTERFACE WRITTEN TO PAYEXPORT.DAT, "
               "EXCEPTIONS TO PAYEXCEPT.DAT".
           STOP RUN.

       LOAD-TT-PARAMS.
           OPEN INPUT TTPARAMS-FILE.
           IF TTPARAMS-STATUS = "00"
               READ TTPARAMS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       DIVIDE TT-STARTTIME BY 100 GIVING START-HH
                           REMAINDER START-MM
                       COMPUTE STD-STARTMIN = START-HH * 60 + START-MM
                       COMPUTE STD-WORKMIN = TT-HOURSPERDAY * 60
               END-READ
               CLOSE TTPARAMS-FILE
           END-IF.

       LOAD-HOLIDAYS.
           MOVE ZERO TO HT-COUNT.
           OPEN INPUT HOLIDAY-FILE.
           IF HOLIDAY-STATUS NOT = "00"
               DISPLAY "NO HOLIDAY CALENDAR ON FILE, ALL DAYS "
                   "TREATED AS ORDINARY DAYS."
               SET HOLIDAY-EOF TO TRUE
           END-IF.
           PERFORM UNTIL HOLIDAY-EOF
               READ HOLIDAY-FILE
                   AT END
                       SET HOLIDAY-EOF TO TRUE
                   NOT AT END
                       IF HO-DATE >= PERIOD-FROM AND
                           HO-DATE <= PERIOD-TO AND
                           (HO-REGULAR OR HO-SPECIAL) AND
                           HT-COUNT < 100
                           ADD 1 TO HT-COUNT
                           MOVE HO-DATE TO HT-DATE(HT-COUNT)
                           MOVE HO-TYPE TO HT-TYPE(HT-COUNT)
                           MOVE HO-PREMIUMPCT
                               TO HT-PREMIUMPCT(HT-COUNT)
                           IF HO-PREMIUMPCT = ZERO
                               IF HO-REGULAR
                                   MOVE 200 TO HT-PREMIUMPCT(HT-COUNT)
                               ELSE
                                   MOVE 130 TO HT-PREMIUMPCT(HT-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF HOLIDAY-STATUS = "00" OR HOLIDAY-STATUS = "10"
               CLOSE HOLIDAY-FILE
           END-IF.

       FEED-PUNCHES.
           OPEN INPUT TIMECLOCK-FILE.
           IF TIMECLOCK-STATUS NOT = "00"
               MOVE "TIME CLOCK FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE TIMECLOCK-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               SET TIMECLOCK-EOF TO TRUE
           END-IF.
           PERFORM UNTIL TIMECLOCK-EOF
               READ TIMECLOCK-FILE
                   AT END
                       SET TIMECLOCK-EOF TO TRUE
                   NOT AT END
                       IF TK-PUNCHDATE >= FEED-FROM AND
                           TK-PUNCHDATE <= FEED-TO
                           ADD 1 TO PUNCH-COUNT
                           MOVE TIMECLOCK-REC TO PUNCHSORT-REC
                           RELEASE PUNCHSORT-REC
                       END-IF
               END-READ
           END-PERFORM.
           IF TIMECLOCK-STATUS = "00" OR TIMECLOCK-STATUS = "10"
               CLOSE TIMECLOCK-FILE
           END-IF.

       DRAIN-PUNCHES.
           MOVE HIGH-VALUES TO CURRENT-EMPLOYEE.
           PERFORM UNTIL PUNCHSORT-EOF
               RETURN PUNCHSORT-FILE
                   AT END
                       SET PUNCHSORT-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-PUNCH
               END-RETURN
           END-PERFORM.
           IF CURRENT-EMPLOYEE NOT = HIGH-VALUES
               PERFORM FINISH-EMPLOYEE
           END-IF.

       PROCESS-PUNCH.
           IF SP-EMPLOYEEID NOT = CURRENT-EMPLOYEE
               IF CURRENT-EMPLOYEE NOT = HIGH-VALUES
                   PERFORM FINISH-EMPLOYEE
               END-IF
               PERFORM START-EMPLOYEE
           END-IF.

           DIVIDE SP-PUNCHTIME BY 10000 GIVING PUNCH-HHMM.
           DIVIDE PUNCH-HHMM BY 100 GIVING PUNCH-HH
               REMAINDER PUNCH-MM.
           COMPUTE PUNCH-MINUTES = PUNCH-HH * 60 + PUNCH-MM.
           COMPUTE PUNCH-ABSMIN =
               (FUNCTION INTEGER-OF-DATE(SP-PUNCHDATE)
               - BASE-DAYNUM) * 1440 + PUNCH-MINUTES.

           EVALUATE TRUE
               WHEN SP-CLOCK-IN
                   PERFORM PUNCH-IN
               WHEN SP-CLOCK-OUT
                   PERFORM PUNCH-OUT THRU PUNCH-OUT-EXIT
               WHEN SP-BREAK-START
                   PERFORM BREAK-OUT
               WHEN SP-BREAK-END
                   PERFORM BREAK-BACK
               WHEN OTHER
                   MOVE SP-PUNCHDATE TO EXC-DATE
                   MOVE SP-PUNCHTIME TO EXC-TIME
                   MOVE "UNKNOWN PUNCH TYPE, CORRECT THE PUNCH"
                       TO EXC-PROBLEM
                   PERFORM WRITE-EXCEPTION
                   PERFORM HOLD-PUNCH-DAY
           END-EVALUATE.

       START-EMPLOYEE.
           MOVE SP-EMPLOYEEID TO CURRENT-EMPLOYEE.
           MOVE "NO" TO SHIFT-OPEN-SW.
           MOVE "NO" TO BREAK-OPEN-SW.
           MOVE "NO" TO DAY-ACTIVE-SW.
           MOVE ZERO TO EMP-DAYS.
           MOVE ZERO TO EMP-HELDDAYS.
           MOVE ZERO TO EMP-REGMIN.
           MOVE ZERO TO EMP-OTMIN.
           MOVE ZERO TO EMP-NIGHTMIN.
           MOVE ZERO TO EMP-TARDYMIN.
           MOVE ZERO TO EMP-UNDERMIN.
           MOVE ZERO TO EMP-REGHOLMIN.
           MOVE ZERO TO EMP-SPCHOLMIN.
           MOVE ZERO TO EMP-HOLPREMMIN.
           MOVE ZERO TO EMP-EXCCOUNT.

       PUNCH-IN.
           IF SHIFT-OPEN
               PERFORM REPORT-MISSING-OUT
           END-IF.
           IF DAY-ACTIVE AND DAY-DATE NOT = SP-PUNCHDATE
               PERFORM FINISH-DAY THRU FINISH-DAY-EXIT
           END-IF.
           IF NOT DAY-ACTIVE
               MOVE "YES" TO DAY-ACTIVE-SW
               MOVE "NO" TO DAY-HELD-SW
               MOVE SP-PUNCHDATE TO DAY-DATE
               MOVE PUNCH-ABSMIN TO DAY-FIRSTIN
               MOVE ZERO TO DAY-WORKMIN
               MOVE ZERO TO DAY-NIGHTMIN
           END-IF.
           MOVE "YES" TO SHIFT-OPEN-SW.
           MOVE "NO" TO SHIFT-BAD-SW.
           MOVE "NO" TO BREAK-OPEN-SW.
           MOVE SP-PUNCHDATE TO SHIFT-INDATE.
           MOVE SP-PUNCHTIME TO SHIFT-INTIME.
           MOVE PUNCH-ABSMIN TO SHIFT-INMIN.
           MOVE ZERO TO SHIFT-BREAKMIN.
           MOVE ZERO TO SHIFT-BREAKNIGHT.

       REPORT-MISSING-OUT.
           MOVE SHIFT-INDATE TO EXC-DATE.
           MOVE SHIFT-INTIME TO EXC-TIME.
           MOVE "TIME IN HAS NO MATCHING TIME OUT" TO EXC-PROBLEM.
           PERFORM WRITE-EXCEPTION.
           MOVE "YES" TO DAY-HELD-SW.
           MOVE "NO" TO SHIFT-OPEN-SW.
           MOVE "NO" TO BREAK-OPEN-SW.

       PUNCH-OUT.
           IF NOT SHIFT-OPEN
               MOVE SP-PUNCHDATE TO EXC-DATE
               MOVE SP-PUNCHTIME TO EXC-TIME
               MOVE "TIME OUT HAS NO MATCHING TIME IN"
                   TO EXC-PROBLEM
               PERFORM WRITE-EXCEPTION
               PERFORM HOLD-PUNCH-DAY
               GO TO PUNCH-OUT-EXIT
           END-IF.
           IF BREAK-OPEN
               MOVE SP-PUNCHDATE TO EXC-DATE
               MOVE SP-PUNCHTIME TO EXC-TIME
               MOVE "TIME OUT WHILE ON BREAK, NO BACK FROM BREAK"
                   TO EXC-PROBLEM
               PERFORM WRITE-EXCEPTION
               MOVE "YES" TO SHIFT-BAD-SW
           END-IF.
           IF PUNCH-ABSMIN - SHIFT-INMIN > 1440
               MOVE SHIFT-INDATE TO EXC-DATE
               MOVE SHIFT-INTIME TO EXC-TIME
               MOVE "SHIFT LONGER THAN 24 HOURS, CHECK THE PUNCHES"
                   TO EXC-PROBLEM
               PERFORM WRITE-EXCEPTION
               MOVE "YES" TO SHIFT-BAD-SW
           END-IF.
           MOVE "NO" TO SHIFT-OPEN-SW.
           MOVE "NO" TO BREAK-OPEN-SW.
           IF SHIFT-BAD
               MOVE "YES" TO DAY-HELD-SW
               GO TO PUNCH-OUT-EXIT
           END-IF.

           COMPUTE SHIFT-WORKMIN = PUNCH-ABSMIN - SHIFT-INMIN
               - SHIFT-BREAKMIN.
           IF SHIFT-WORKMIN < ZERO
               MOVE ZERO TO SHIFT-WORKMIN
           END-IF.
           ADD SHIFT-WORKMIN TO DAY-WORKMIN.
           MOVE SHIFT-INMIN TO OV-FROM.
           MOVE PUNCH-ABSMIN TO OV-TO.
           PERFORM NIGHT-OVERLAP.
           COMPUTE SHIFT-NIGHTMIN = OV-NIGHTMIN - SHIFT-BREAKNIGHT.
           IF SHIFT-NIGHTMIN > ZERO
               ADD SHIFT-NIGHTMIN TO DAY-NIGHTMIN
           END-IF.

       PUNCH-OUT-EXIT.
           EXIT.

       BREAK-OUT.
           IF NOT SHIFT-OPEN
               MOVE SP-PUNCHDATE TO EXC-DATE
               MOVE SP-PUNCHTIME TO EXC-TIME
               MOVE "BREAK OUT WITH NO TIME IN" TO EXC-PROBLEM
               PERFORM WRITE-EXCEPTION
               PERFORM HOLD-PUNCH-DAY
           ELSE
               IF BREAK-OPEN
                   MOVE SP-PUNCHDATE TO EXC-DATE
                   MOVE SP-PUNCHTIME TO EXC-TIME
                   MOVE "SECOND BREAK OUT, NO BACK FROM BREAK"
                       TO EXC-PROBLEM
                   PERFORM WRITE-EXCEPTION
                   MOVE "YES" TO SHIFT-BAD-SW
               END-IF
               MOVE "YES" TO BREAK-OPEN-SW
               MOVE PUNCH-ABSMIN TO BREAK-STARTMIN
           END-IF.

       BREAK-BACK.
           IF SHIFT-OPEN AND BREAK-OPEN
               COMPUTE SHIFT-BREAKMIN = SHIFT-BREAKMIN
                   + PUNCH-ABSMIN - BREAK-STARTMIN
               MOVE BREAK-STARTMIN TO OV-FROM
               MOVE PUNCH-ABSMIN TO OV-TO
               PERFORM NIGHT-OVERLAP
               ADD OV-NIGHTMIN TO SHIFT-BREAKNIGHT
               MOVE "NO" TO BREAK-OPEN-SW
           ELSE
               MOVE SP-PUNCHDATE TO EXC-DATE
               MOVE SP-PUNCHTIME TO EXC-TIME
               MOVE "BACK FROM BREAK WITH NO BREAK OUT"
                   TO EXC-PROBLEM
               PERFORM WRITE-EXCEPTION
               IF SHIFT-OPEN
                   MOVE "YES" TO SHIFT-BAD-SW
               ELSE
                   PERFORM HOLD-PUNCH-DAY
               END-IF
           END-IF.

       HOLD-PUNCH-DAY.
           IF DAY-ACTIVE AND DAY-DATE = SP-PUNCHDATE
               MOVE "YES" TO DAY-HELD-SW
           END-IF.

       NIGHT-OVERLAP.
           MOVE ZERO TO OV-NIGHTMIN.
           DIVIDE OV-FROM BY 1440 GIVING OV-DAY.
           IF OV-DAY > ZERO
               SUBTRACT 1 FROM OV-DAY
           END-IF.
           DIVIDE OV-TO BY 1440 GIVING OV-LASTDAY.
           PERFORM ADD-NIGHT-WINDOW UNTIL OV-DAY > OV-LASTDAY.

       ADD-NIGHT-WINDOW.
           COMPUTE OV-WINSTART = OV-DAY * 1440 + 1320.
           COMPUTE OV-WINEND = OV-WINSTART + 480.
           MOVE OV-FROM TO OV-LOW.
           IF OV-WINSTART > OV-LOW
               MOVE OV-WINSTART TO OV-LOW
           END-IF.
           MOVE OV-TO TO OV-HIGH.
           IF OV-WINEND < OV-HIGH
               MOVE OV-WINEND TO OV-HIGH
           END-IF.
           IF OV-HIGH > OV-LOW
               COMPUTE OV-NIGHTMIN = OV-NIGHTMIN + OV-HIGH - OV-LOW
           END-IF.
           ADD 1 TO OV-DAY.

       FINISH-DAY.
           MOVE "NO" TO DAY-ACTIVE-SW.
           IF DAY-DATE < PERIOD-FROM OR DAY-DATE > PERIOD-TO
               GO TO FINISH-DAY-EXIT
           END-IF.
           IF DAY-HELD
               ADD 1 TO EMP-HELDDAYS
               GO TO FINISH-DAY-EXIT
           END-IF.
           ADD 1 TO EMP-DAYS.

           COMPUTE DAY-SCHEDSTART =
               (FUNCTION INTEGER-OF-DATE(DAY-DATE) - BASE-DAYNUM)
               * 1440 + STD-STARTMIN.
           MOVE ZERO TO DAY-TARDYMIN.
           IF DAY-FIRSTIN > DAY-SCHEDSTART AND
               DAY-FIRSTIN < DAY-SCHEDSTART + STD-WORKMIN
               COMPUTE DAY-TARDYMIN = DAY-FIRSTIN - DAY-SCHEDSTART
           END-IF.
           MOVE ZERO TO DAY-OTMIN.
           IF DAY-WORKMIN > STD-WORKMIN
               COMPUTE DAY-OTMIN = DAY-WORKMIN - STD-WORKMIN
           END-IF.
           COMPUTE DAY-REGMIN = DAY-WORKMIN - DAY-OTMIN.
           COMPUTE DAY-UNDERMIN = STD-WORKMIN - DAY-WORKMIN
               - DAY-TARDYMIN.
           IF DAY-UNDERMIN < ZERO
               MOVE ZERO TO DAY-UNDERMIN
           END-IF.

           ADD DAY-REGMIN TO EMP-REGMIN.
           ADD DAY-OTMIN TO EMP-OTMIN.
           ADD DAY-NIGHTMIN TO EMP-NIGHTMIN.
           ADD DAY-TARDYMIN TO EMP-TARDYMIN.
           ADD DAY-UNDERMIN TO EMP-UNDERMIN.

           PERFORM FIND-HOLIDAY.
           IF DAY-REGULAR-HOLIDAY
               ADD DAY-WORKMIN TO EMP-REGHOLMIN
           END-IF.
           IF DAY-SPECIAL-HOLIDAY
               ADD DAY-WORKMIN TO EMP-SPCHOLMIN
           END-IF.
           IF DAY-HOLPCT > 100
               COMPUTE EMP-HOLPREMMIN = EMP-HOLPREMMIN
                   + DAY-WORKMIN * (DAY-HOLPCT - 100) / 100
           END-IF.

       FINISH-DAY-EXIT.
           EXIT.

       FIND-HOLIDAY.
           MOVE SPACE TO DAY-HOLTYPE.
           MOVE ZERO TO DAY-HOLPCT.
           PERFORM VARYING HT-IDX FROM 1 BY 1 UNTIL
               HT-IDX > HT-COUNT
               IF HT-DATE(HT-IDX) = DAY-DATE
                   MOVE HT-TYPE(HT-IDX) TO DAY-HOLTYPE
                   MOVE HT-PREMIUMPCT(HT-IDX) TO DAY-HOLPCT
               END-IF
           END-PERFORM.

       FINISH-EMPLOYEE.
           IF SHIFT-OPEN
               PERFORM REPORT-MISSING-OUT
           END-IF.
           IF DAY-ACTIVE
               PERFORM FINISH-DAY THRU FINISH-DAY-EXIT
           END-IF.
           IF EMP-DAYS > ZERO OR EMP-HELDDAYS > ZERO OR
               EMP-EXCCOUNT > ZERO
               PERFORM WRITE-EXPORT-RECORD
           END-IF.

       WRITE-EXPORT-RECORD.
           MOVE CURRENT-EMPLOYEE TO PY-EMPLOYEEID.
           MOVE PERIOD-FROM TO PY-PERIODFROM.
           MOVE PERIOD-TO TO PY-PERIODTO.
           MOVE EMP-DAYS TO PY-DAYSWORKED.
           MOVE EMP-HELDDAYS TO PY-DAYSHELD.
           COMPUTE PY-REGHOURS ROUNDED = EMP-REGMIN / 60.
           COMPUTE PY-OTHOURS ROUNDED = EMP-OTMIN / 60.
           COMPUTE PY-NIGHTHOURS ROUNDED = EMP-NIGHTMIN / 60.
           MOVE EMP-TARDYMIN TO PY-TARDYMIN.
           MOVE EMP-UNDERMIN TO PY-UNDERMIN.
           COMPUTE PY-REGHOLHOURS ROUNDED = EMP-REGHOLMIN / 60.
           COMPUTE PY-SPCHOLHOURS ROUNDED = EMP-SPCHOLMIN / 60.
           COMPUTE PY-HOLPREMHOURS ROUNDED = EMP-HOLPREMMIN / 60.
           MOVE EMP-EXCCOUNT TO PY-EXCEPTCOUNT.
           IF EMP-EXCCOUNT > ZERO OR EMP-HELDDAYS > ZERO
               SET PY-ON-HOLD TO TRUE
               ADD 1 TO HOLD-COUNT
           ELSE
               SET PY-READY TO TRUE
           END-IF.
           WRITE PAYEXPORT-REC.
           ADD 1 TO EXPORT-COUNT.
           MOVE PY-REGHOURS TO HOURS-DISP.
           DISPLAY CURRENT-EMPLOYEE " DAYS " EMP-DAYS
               " REG " HOURS-DISP " STATUS " PY-STATUS.

       WRITE-EXCEPTION.
           IF EXC-DATE >= PERIOD-FROM AND EXC-DATE <= PERIOD-TO
               ADD 1 TO EMP-EXCCOUNT
               ADD 1 TO EXCEPTION-TOTAL
               DIVIDE EXC-TIME BY 10000 GIVING EXC-TIME-DISP
               MOVE SPACES TO REPORT-LINE
               STRING CURRENT-EMPLOYEE " " EXC-DATE " "
                   EXC-TIME-DISP " " EXC-PROBLEM
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           WRITE PAYEXCEPT-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM PAYROLL-EXPORT.
