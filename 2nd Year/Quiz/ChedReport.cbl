       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHED-STATISTICS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACADCAL-FILE
           ASSIGN TO "D:\Files\dat\acadcal.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AC-KEY
           FILE STATUS IS ACADCAL-STATUS.
           SELECT STUDMAST-FILE
           ASSIGN TO "D:\Files\dat\studmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ST-STUDENTNUM
           FILE STATUS IS STUDMAST-STATUS.
           SELECT ROSTER-FILE
           ASSIGN TO "D:\Files\dat\roster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROSTER-STATUS.
           SELECT GRADCAND-FILE
           ASSIGN TO "D:\Files\dat\gradcand.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRADCAND-STATUS.
           SELECT CHEDRPT-FILE
           ASSIGN TO "D:\Files\dat\chedrpt.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHEDRPT-STATUS.
           SELECT CHEDSTAT-FILE
           ASSIGN TO "D:\Files\dat\chedstat.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHEDSTAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACADCAL-FILE.
       01 ACADCAL-REC.
           05 AC-KEY.
               10 AC-SCHOOLYEAR PIC 9(04).
               10 AC-TERM PIC 9(01).
           05 AC-ENROLLSTART PIC 9(08).
           05 AC-ENROLLEND PIC 9(08).
           05 AC-CLASSSTART PIC 9(08).
           05 AC-CLASSEND PIC 9(08).
           05 AC-GRADEDEADLINE PIC 9(08).
           05 AC-INCDEADLINE PIC 9(08).
           05 AC-REMSTART PIC 9(08).
           05 AC-REMEND PIC 9(08).
           05 AC-CENSUSDATE PIC 9(08).
       FD STUDMAST-FILE.
       01 STUDMAST-REC.
           05 ST-STUDENTNUM PIC 9(10).
           05 ST-STUDENTNAME PIC X(99).
           05 ST-PROGRAM PIC X(20).
           05 ST-YEARLEVEL PIC 9(1).
           05 ST-STATUSFLAG PIC X(01).
               88 ST-STUDENT-ACTIVE VALUE "A".
               88 ST-STUDENT-INACTIVE VALUE "I".
           05 ST-SEX PIC X(01).
               88 ST-MALE VALUE "M".
               88 ST-FEMALE VALUE "F".
           05 ST-BIRTHDATE PIC 9(08).
           05 ST-CITIZENSHIP PIC X(20).
       FD ROSTER-FILE.
       01 ROSTER-REC.
           05 RO-STUDENTNUM PIC 9(10).
           05 RO-STUDENTNAME PIC X(99).
           05 RO-SUBJECTCODE PIC X(10).
           05 RO-SECTION PIC X(06).
           05 RO-UNITS PIC 9(1).
           05 RO-PRE PIC 9(3).
           05 RO-MID PIC 9(3).
           05 RO-FIN PIC 9(3).
           05 RO-STATUSFLAG PIC X(01).
               88 RO-ENROLLED VALUE "E" " ".
               88 RO-DROPPED VALUE "D".
           05 RO-DROPDATE PIC 9(08).
           05 RO-DROPREASON PIC X(20).
       FD GRADCAND-FILE.
       01 GRADCAND-REC.
           05 GC-STUDENTNUM PIC 9(10).
       FD CHEDRPT-FILE.
       01 CHEDRPT-REC PIC X(90).
       FD CHEDSTAT-FILE.
       01 CHEDSTAT-REC PIC X(80).
       WORKING-STORAGE SECTION.
       01 ACADCAL-STATUS PIC X(02).
       01 STUDMAST-STATUS PIC X(02).
       01 ROSTER-STATUS PIC X(02).
       01 GRADCAND-STATUS PIC X(02).
       01 CHEDRPT-STATUS PIC X(02).
       01 CHEDSTAT-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "CHED-STATISTICS".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 ROSTER-EOF-SW PIC X(03).
           88 ROSTER-EOF VALUE "YES".
       01 GRADCAND-EOF-SW PIC X(03).
           88 GRADCAND-EOF VALUE "YES".
       01 COUNTABLE-SW PIC X(03).
           88 STUDENT-COUNTABLE VALUE "YES".
       01 WORK-SCHOOLYEAR PIC 9(04).
       01 WORK-TERM PIC 9(01).
       01 CENSUS-DATE PIC 9(08).
       01 CENSUS-TABLE-AREA.
           05 CS-STUDENT PIC 9(10) OCCURS 3000 TIMES.
       01 CS-COUNT PIC 9(04).
       01 CS-TRUNCATED PIC 9(05).
       01 CS-IDX PIC 9(04) COMP.
       01 CS-FOUND-SW PIC X(03).
           88 CS-FOUND VALUE "YES".
       01 PROGRAM-TABLE-AREA.
           05 PG-ENTRY OCCURS 99 TIMES.
               10 PG-PROGRAM PIC X(20).
               10 PG-YEAR OCCURS 5 TIMES.
                   15 PG-MALE PIC 9(05).
                   15 PG-FEMALE PIC 9(05).
               10 PG-GRADMALE PIC 9(05).
               10 PG-GRADFEMALE PIC 9(05).
       01 PG-COUNT PIC 9(02).
       01 PG-TRUNCATED PIC 9(05).
       01 PG-IDX PIC 9(03) COMP.
       01 PG-AT PIC 9(03) COMP.
       01 PG-HOLD PIC X(80).
       01 YR-IDX PIC 9(01) COMP.
       01 YEAR-DIGIT PIC 9(01).
       01 TOTAL-TABLE-AREA.
           05 TT-YEAR OCCURS 5 TIMES.
               10 TT-MALE PIC 9(05).
               10 TT-FEMALE PIC 9(05).
       01 EXCEPTION-TABLE-AREA.
           05 EX-ENTRY OCCURS 300 TIMES.
               10 EX-STUDENTNUM PIC 9(10).
               10 EX-STUDENTNAME PIC X(30).
               10 EX-SOURCE PIC X(08).
               10 EX-PROBLEM PIC X(38).
       01 EX-COUNT PIC 9(03).
       01 EX-TRUNCATED PIC 9(05).
       01 EX-IDX PIC 9(03) COMP.
       01 EX-PTR PIC 9(02).
       01 PROBLEM-TEXT PIC X(38).
       01 SOURCE-TEXT PIC X(08).
       01 BIRTH-CHECK PIC 9(08).
       01 BIRTH-PARTS REDEFINES BIRTH-CHECK.
           05 BC-YEAR PIC 9(04).
           05 BC-MONTH PIC 9(02).
           05 BC-DAY PIC 9(02).
       01 ENROLLED-COUNT PIC 9(05).
       01 GRADUATE-COUNT PIC 9(05).
       01 EXCLUDED-COUNT PIC 9(05).
       01 ROW-MALE PIC 9(05).
       01 ROW-FEMALE PIC 9(05).
       01 ROW-TOTAL PIC 9(05).
       01 RPT-COL PIC 9(02).
       01 CENSUS-EDIT PIC 9999/99/99.
       01 CELL-DISP PIC ZZZ9.
       01 TOTAL-DISP PIC ZZZZ9.
       01 COUNT-DISP PIC ZZZZ9.
       01 REPORT-LINE PIC X(90).
       01 STAT-LINE PIC X(80).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "CHED-STATISTICS".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SCHOOL YEAR (YYYY): ".
           ACCEPT WORK-SCHOOLYEAR.
           DISPLAY "TERM (1/2/3): ".
           ACCEPT WORK-TERM.
           OPEN INPUT ACADCAL-FILE.
           IF ACADCAL-STATUS NOT = "00"
               MOVE "ACADEMIC CALENDAR" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE ACADCAL-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           MOVE WORK-SCHOOLYEAR TO AC-SCHOOLYEAR.
           MOVE WORK-TERM TO AC-TERM.
           MOVE ZERO TO CENSUS-DATE.
           READ ACADCAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AC-CENSUSDATE TO CENSUS-DATE
           END-READ.
           CLOSE ACADCAL-FILE.
           IF CENSUS-DATE = ZERO
               DISPLAY "NO CENSUS DATE ON THE ACADEMIC CALENDAR FOR "
                   "THAT TERM, REPORT NOT RUN."
               STOP RUN
           END-IF.
           OPEN INPUT STUDMAST-FILE.
           IF STUDMAST-STATUS NOT = "00"
               MOVE "STUDENT MASTER" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE STUDMAST-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.

           INITIALIZE PROGRAM-TABLE-AREA.
           MOVE ZERO TO PG-COUNT.
           MOVE ZERO TO PG-TRUNCATED.
           MOVE ZERO TO EX-COUNT.
           MOVE ZERO TO EX-TRUNCATED.
           MOVE ZERO TO ENROLLED-COUNT.
           MOVE ZERO TO GRADUATE-COUNT.
           MOVE ZERO TO EXCLUDED-COUNT.
           PERFORM GATHER-CENSUS-STUDENTS.
           MOVE "ENROLLED" TO SOURCE-TEXT.
           PERFORM VARYING CS-IDX FROM 1 BY 1 UNTIL CS-IDX > CS-COUNT
               MOVE CS-STUDENT(CS-IDX) TO ST-STUDENTNUM
               PERFORM TALLY-ENROLLED-STUDENT
           END-PERFORM.
           PERFORM GATHER-GRADUATES.
           CLOSE STUDMAST-FILE.

           PERFORM PRINT-CHED-REPORT.
           PERFORM WRITE-CHED-TEMPLATE.
           STOP RUN.

       GATHER-CENSUS-STUDENTS.
           MOVE ZERO TO CS-COUNT.
           MOVE ZERO TO CS-TRUNCATED.
           MOVE "NO" TO ROSTER-EOF-SW.
           OPEN INPUT ROSTER-FILE.
           IF ROSTER-STATUS NOT = "00"
               SET ROSTER-EOF TO TRUE
           END-IF.
           PERFORM UNTIL ROSTER-EOF
               READ ROSTER-FILE
                   AT END
                       SET ROSTER-EOF TO TRUE
                   NOT AT END
                       IF NOT RO-DROPPED OR
                           RO-DROPDATE > CENSUS-DATE
                           PERFORM NOTE-CENSUS-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
           IF ROSTER-STATUS NOT = "35"
               CLOSE ROSTER-FILE
           END-IF.

       NOTE-CENSUS-STUDENT.
           MOVE "NO" TO CS-FOUND-SW.
           PERFORM VARYING CS-IDX FROM 1 BY 1 UNTIL
               CS-IDX > CS-COUNT OR CS-FOUND
               IF CS-STUDENT(CS-IDX) = RO-STUDENTNUM
                   MOVE "YES" TO CS-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT CS-FOUND
               IF CS-COUNT < 3000
                   ADD 1 TO CS-COUNT
                   MOVE RO-STUDENTNUM TO CS-STUDENT(CS-COUNT)
               ELSE
                   ADD 1 TO CS-TRUNCATED
               END-IF
           END-IF.

       GATHER-GRADUATES.
           MOVE "GRADUATE" TO SOURCE-TEXT.
           MOVE "NO" TO GRADCAND-EOF-SW.
           OPEN INPUT GRADCAND-FILE.
           IF GRADCAND-STATUS NOT = "00"
               DISPLAY "CANDIDATE LIST GRADCAND.DAT NOT FOUND, NO "
                   "GRADUATES COUNTED."
               SET GRADCAND-EOF TO TRUE
           END-IF.
           PERFORM UNTIL GRADCAND-EOF
               READ GRADCAND-FILE
                   AT END
                       SET GRADCAND-EOF TO TRUE
                   NOT AT END
                       MOVE GC-STUDENTNUM TO ST-STUDENTNUM
                       PERFORM TALLY-GRADUATE
               END-READ
           END-PERFORM.
           IF GRADCAND-STATUS NOT = "35"
               CLOSE GRADCAND-FILE
           END-IF.

       TALLY-ENROLLED-STUDENT.
           PERFORM CHECK-DEMOGRAPHICS.
           IF STUDENT-COUNTABLE
               IF ST-YEARLEVEL = ZERO OR ST-YEARLEVEL > 5
                   ADD 1 TO EXCLUDED-COUNT
               ELSE
                   PERFORM FIND-PROGRAM-ENTRY
                   IF PG-AT > ZERO
                       ADD 1 TO ENROLLED-COUNT
                       MOVE ST-YEARLEVEL TO YR-IDX
                       IF ST-MALE
                           ADD 1 TO PG-MALE(PG-AT YR-IDX)
                       ELSE
                           ADD 1 TO PG-FEMALE(PG-AT YR-IDX)
                       END-IF
                   ELSE
                       ADD 1 TO PG-TRUNCATED
                   END-IF
               END-IF
           ELSE
               ADD 1 TO EXCLUDED-COUNT
           END-IF.

       TALLY-GRADUATE.
           PERFORM CHECK-DEMOGRAPHICS.
           IF STUDENT-COUNTABLE
               PERFORM FIND-PROGRAM-ENTRY
               IF PG-AT > ZERO
                   ADD 1 TO GRADUATE-COUNT
                   IF ST-MALE
                       ADD 1 TO PG-GRADMALE(PG-AT)
                   ELSE
                       ADD 1 TO PG-GRADFEMALE(PG-AT)
                   END-IF
               ELSE
                   ADD 1 TO PG-TRUNCATED
               END-IF
           ELSE
               ADD 1 TO EXCLUDED-COUNT
           END-IF.

       CHECK-DEMOGRAPHICS.
           MOVE "YES" TO COUNTABLE-SW.
           MOVE SPACES TO PROBLEM-TEXT.
           MOVE 1 TO EX-PTR.
           READ STUDMAST-FILE
               INVALID KEY
                   MOVE "NO" TO COUNTABLE-SW
                   MOVE SPACES TO ST-STUDENTNAME
                   MOVE "NOT ON STUDENT MASTER" TO PROBLEM-TEXT
           END-READ.
           IF STUDENT-COUNTABLE
               IF ST-PROGRAM = SPACES
                   MOVE "NO" TO COUNTABLE-SW
                   STRING "PROGRAM " DELIMITED BY SIZE
                       INTO PROBLEM-TEXT WITH POINTER EX-PTR
               END-IF
               IF SOURCE-TEXT = "ENROLLED" AND
                   (ST-YEARLEVEL = ZERO OR ST-YEARLEVEL > 5)
                   STRING "YEAR-LEVEL " DELIMITED BY SIZE
                       INTO PROBLEM-TEXT WITH POINTER EX-PTR
               END-IF
               IF NOT ST-MALE AND NOT ST-FEMALE
                   MOVE "NO" TO COUNTABLE-SW
                   STRING "SEX " DELIMITED BY SIZE
                       INTO PROBLEM-TEXT WITH POINTER EX-PTR
               END-IF
               MOVE ST-BIRTHDATE TO BIRTH-CHECK
               IF BC-YEAR < 1900 OR BC-MONTH < 1 OR BC-MONTH > 12
                   OR BC-DAY < 1 OR BC-DAY > 31
                   STRING "BIRTH-DATE " DELIMITED BY SIZE
                       INTO PROBLEM-TEXT WITH POINTER EX-PTR
               END-IF
               IF ST-CITIZENSHIP = SPACES
                   STRING "CITIZENSHIP " DELIMITED BY SIZE
                       INTO PROBLEM-TEXT WITH POINTER EX-PTR
               END-IF
           END-IF.
           IF PROBLEM-TEXT NOT = SPACES
               IF EX-COUNT < 300
                   ADD 1 TO EX-COUNT
                   MOVE ST-STUDENTNUM TO EX-STUDENTNUM(EX-COUNT)
                   MOVE ST-STUDENTNAME TO EX-STUDENTNAME(EX-COUNT)
                   MOVE SOURCE-TEXT TO EX-SOURCE(EX-COUNT)
                   MOVE PROBLEM-TEXT TO EX-PROBLEM(EX-COUNT)
               ELSE
                   ADD 1 TO EX-TRUNCATED
               END-IF
           END-IF.

       FIND-PROGRAM-ENTRY.
           MOVE ZERO TO PG-AT.
           PERFORM VARYING PG-IDX FROM 1 BY 1 UNTIL
               PG-IDX > PG-COUNT OR PG-AT > ZERO
               IF PG-PROGRAM(PG-IDX) = ST-PROGRAM
                   MOVE PG-IDX TO PG-AT
               END-IF
           END-PERFORM.
           IF PG-AT = ZERO AND PG-COUNT < 99
               ADD 1 TO PG-COUNT
               MOVE ST-PROGRAM TO PG-PROGRAM(PG-COUNT)
               MOVE PG-COUNT TO PG-AT
               PERFORM UNTIL PG-AT = 1 OR
                   PG-PROGRAM(PG-AT - 1) NOT > PG-PROGRAM(PG-AT)
                   MOVE PG-ENTRY(PG-AT - 1) TO PG-HOLD
                   MOVE PG-ENTRY(PG-AT) TO PG-ENTRY(PG-AT - 1)
                   MOVE PG-HOLD TO PG-ENTRY(PG-AT)
                   SUBTRACT 1 FROM PG-AT
               END-PERFORM
           END-IF.

       PRINT-CHED-REPORT.
           OPEN OUTPUT CHEDRPT-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE SPACES TO REPORT-LINE.
           STRING "CHED ENROLLMENT AND GRADUATES REPORT - SY "
               WORK-SCHOOLYEAR " TERM " WORK-TERM
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE CENSUS-DATE TO CENSUS-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ENROLLMENT AS OF CENSUS DATE " CENSUS-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-TABLE-FULL-LINES.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "PROGRAM" TO REPORT-LINE.
           MOVE "1ST YEAR" TO REPORT-LINE(21:8).
           MOVE "2ND YEAR" TO REPORT-LINE(31:8).
           MOVE "3RD YEAR" TO REPORT-LINE(41:8).
           MOVE "4TH YEAR" TO REPORT-LINE(51:8).
           MOVE "5TH YEAR" TO REPORT-LINE(61:8).
           MOVE "TOTAL" TO REPORT-LINE(76:5).
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM VARYING YR-IDX FROM 1 BY 1 UNTIL YR-IDX > 5
               COMPUTE RPT-COL = 20 + (YR-IDX - 1) * 10
               MOVE "   M    F" TO REPORT-LINE(RPT-COL:9)
           END-PERFORM.
           MOVE "    M     F   ALL" TO REPORT-LINE(70:17).
           PERFORM WRITE-REPORT-LINE.
           INITIALIZE TOTAL-TABLE-AREA.
           PERFORM VARYING PG-IDX FROM 1 BY 1 UNTIL PG-IDX > PG-COUNT
               PERFORM PRINT-ONE-PROGRAM
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           MOVE "TOTAL" TO REPORT-LINE.
           MOVE ZERO TO ROW-MALE.
           MOVE ZERO TO ROW-FEMALE.
           PERFORM VARYING YR-IDX FROM 1 BY 1 UNTIL YR-IDX > 5
               COMPUTE RPT-COL = 20 + (YR-IDX - 1) * 10
               MOVE TT-MALE(YR-IDX) TO CELL-DISP
               MOVE CELL-DISP TO REPORT-LINE(RPT-COL:4)
               MOVE TT-FEMALE(YR-IDX) TO CELL-DISP
               MOVE CELL-DISP TO REPORT-LINE(RPT-COL + 5:4)
               ADD TT-MALE(YR-IDX) TO ROW-MALE
               ADD TT-FEMALE(YR-IDX) TO ROW-FEMALE
           END-PERFORM.
           PERFORM PUT-ROW-TOTALS.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "GRADUATES" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "PROGRAM" TO REPORT-LINE.
           MOVE "    M     F   ALL" TO REPORT-LINE(70:17).
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING PG-IDX FROM 1 BY 1 UNTIL PG-IDX > PG-COUNT
               IF PG-GRADMALE(PG-IDX) > ZERO OR
                   PG-GRADFEMALE(PG-IDX) > ZERO
                   MOVE SPACES TO REPORT-LINE
                   MOVE PG-PROGRAM(PG-IDX) TO REPORT-LINE(1:18)
                   MOVE PG-GRADMALE(PG-IDX) TO ROW-MALE
                   MOVE PG-GRADFEMALE(PG-IDX) TO ROW-FEMALE
                   PERFORM PUT-ROW-TOTALS
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE GRADUATE-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL GRADUATES: " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "EXCEPTIONS - MISSING OR INVALID DEMOGRAPHIC DATA"
               TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "STUDENT    NAME" TO REPORT-LINE.
           MOVE "SOURCE   MISSING/INVALID" TO REPORT-LINE(43:24).
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING EX-IDX FROM 1 BY 1 UNTIL EX-IDX > EX-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING EX-STUDENTNUM(EX-IDX) " " EX-STUDENTNAME(EX-IDX)
                   " " EX-SOURCE(EX-IDX) " " EX-PROBLEM(EX-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           IF EX-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF EX-TRUNCATED > ZERO
               MOVE EX-TRUNCATED TO COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "*** EXCEPTION TABLE FULL: " COUNT-DISP
                   " MORE STUDENTS WITH DATA PROBLEMS NOT LISTED ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM WRITE-TABLE-FULL-LINES.
           MOVE EXCLUDED-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "STUDENTS LEFT OUT OF THE COUNTS UNTIL CORRECTED: "
               COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE CHEDRPT-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "REPORT WRITTEN TO CHEDRPT.DAT".

       PRINT-ONE-PROGRAM.
           MOVE SPACES TO REPORT-LINE.
           MOVE PG-PROGRAM(PG-IDX) TO REPORT-LINE(1:18).
           MOVE ZERO TO ROW-MALE.
           MOVE ZERO TO ROW-FEMALE.
           PERFORM VARYING YR-IDX FROM 1 BY 1 UNTIL YR-IDX > 5
               COMPUTE RPT-COL = 20 + (YR-IDX - 1) * 10
               MOVE PG-MALE(PG-IDX YR-IDX) TO CELL-DISP
               MOVE CELL-DISP TO REPORT-LINE(RPT-COL:4)
               MOVE PG-FEMALE(PG-IDX YR-IDX) TO CELL-DISP
               MOVE CELL-DISP TO REPORT-LINE(RPT-COL + 5:4)
               ADD PG-MALE(PG-IDX YR-IDX) TO ROW-MALE
               ADD PG-FEMALE(PG-IDX YR-IDX) TO ROW-FEMALE
               ADD PG-MALE(PG-IDX YR-IDX) TO TT-MALE(YR-IDX)
               ADD PG-FEMALE(PG-IDX YR-IDX) TO TT-FEMALE(YR-IDX)
           END-PERFORM.
           PERFORM PUT-ROW-TOTALS.
           PERFORM WRITE-REPORT-LINE.

       WRITE-TABLE-FULL-LINES.
           IF CS-TRUNCATED > ZERO
               MOVE CS-TRUNCATED TO COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "*** STUDENT TABLE FULL: " COUNT-DISP
                   " ENROLLED STUDENTS NOT COUNTED ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF PG-TRUNCATED > ZERO
               MOVE PG-TRUNCATED TO COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "*** PROGRAM TABLE FULL: " COUNT-DISP
                   " STUDENTS IN UNLISTED PROGRAMS NOT COUNTED ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PUT-ROW-TOTALS.
           COMPUTE ROW-TOTAL = ROW-MALE + ROW-FEMALE.
           MOVE ROW-MALE TO TOTAL-DISP.
           MOVE TOTAL-DISP TO REPORT-LINE(70:5).
           MOVE ROW-FEMALE TO TOTAL-DISP.
           MOVE TOTAL-DISP TO REPORT-LINE(76:5).
           MOVE ROW-TOTAL TO TOTAL-DISP.
           MOVE TOTAL-DISP TO REPORT-LINE(82:5).

       WRITE-CHED-TEMPLATE.
           OPEN OUTPUT CHEDSTAT-FILE.
           MOVE SPACES TO STAT-LINE.
           STRING "HDR," DELIMITED BY SIZE
               WORK-SCHOOLYEAR DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WORK-TERM DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CENSUS-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ENROLLED-COUNT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               GRADUATE-COUNT DELIMITED BY SIZE
               INTO STAT-LINE.
           WRITE CHEDSTAT-REC FROM STAT-LINE.
           PERFORM VARYING PG-IDX FROM 1 BY 1 UNTIL PG-IDX > PG-COUNT
               PERFORM VARYING YR-IDX FROM 1 BY 1 UNTIL YR-IDX > 5
                   PERFORM WRITE-ENROLLMENT-ROW
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING PG-IDX FROM 1 BY 1 UNTIL PG-IDX > PG-COUNT
               PERFORM WRITE-GRADUATE-ROW
           END-PERFORM.
           CLOSE CHEDSTAT-FILE.
           DISPLAY "CHED TEMPLATE ROWS WRITTEN TO CHEDSTAT.DAT".

       WRITE-ENROLLMENT-ROW.
           MOVE YR-IDX TO YEAR-DIGIT.
           COMPUTE ROW-TOTAL = PG-MALE(PG-IDX YR-IDX)
               + PG-FEMALE(PG-IDX YR-IDX).
           MOVE SPACES TO STAT-LINE.
           STRING "ENR," DELIMITED BY SIZE
               PG-PROGRAM(PG-IDX) DELIMITED BY "  "
               "," DELIMITED BY SIZE
               YEAR-DIGIT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               PG-MALE(PG-IDX YR-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               PG-FEMALE(PG-IDX YR-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ROW-TOTAL DELIMITED BY SIZE
               INTO STAT-LINE.
           WRITE CHEDSTAT-REC FROM STAT-LINE.

       WRITE-GRADUATE-ROW.
           COMPUTE ROW-TOTAL = PG-GRADMALE(PG-IDX)
               + PG-GRADFEMALE(PG-IDX).
           MOVE SPACES TO STAT-LINE.
           STRING "GRD," DELIMITED BY SIZE
               PG-PROGRAM(PG-IDX) DELIMITED BY "  "
               "," DELIMITED BY SIZE
               PG-GRADMALE(PG-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               PG-GRADFEMALE(PG-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ROW-TOTAL DELIMITED BY SIZE
               INTO STAT-LINE.
           WRITE CHEDSTAT-REC FROM STAT-LINE.

       WRITE-REPORT-LINE.
           WRITE CHEDRPT-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM CHED-STATISTICS.
