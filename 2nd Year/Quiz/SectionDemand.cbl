       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTION-DEMAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDMAST-FILE
           ASSIGN TO "D:\Files\dat\studmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST-STUDENTNUM
           FILE STATUS IS STUDMAST-STATUS.
           SELECT CURRIC-FILE
           ASSIGN TO "D:\Files\dat\curric.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-KEY
           FILE STATUS IS CURRIC-STATUS.
           SELECT GRADE-FILE
           ASSIGN TO "D:\Files\dat\grades.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GR-KEY
           FILE STATUS IS GRADE-STATUS.
           SELECT TRANSCRED-FILE
           ASSIGN TO "D:\Files\dat\transcred.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TC-KEY
           FILE STATUS IS TRANSCRED-STATUS.
           SELECT ROSTER-FILE
           ASSIGN TO "D:\Files\dat\roster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROSTER-STATUS.
           SELECT SUBJMAST-FILE
           ASSIGN TO "D:\Files\dat\subjmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SM-SUBJECTCODE
           FILE STATUS IS SUBJMAST-STATUS.
           SELECT SECCAP-FILE
           ASSIGN TO "D:\Files\dat\seccap.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SC-KEY
           FILE STATUS IS SECCAP-STATUS.
           SELECT WAITLIST-FILE
           ASSIGN TO "D:\Files\dat\waitlist.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WL-KEY
           FILE STATUS IS WAITLIST-STATUS.
           SELECT DEMANDRPT-FILE
           ASSIGN TO "D:\Files\dat\secdemand.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEMANDRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD CURRIC-FILE.
       01 CURRIC-REC.
           05 CR-KEY.
               10 CR-PROGRAM PIC X(20).
               10 CR-SUBJECTCODE PIC X(10).
           05 CR-SEQ PIC 9(03).
           05 CR-PREREQ1 PIC X(10).
           05 CR-PREREQ2 PIC X(10).
       FD GRADE-FILE.
       01 GRADE-REC.
           05 GR-KEY.
               10 GR-STUDENTNUM PIC 9(10).
               10 GR-SCHOOLYEAR PIC 9(04).
               10 GR-TERM PIC 9(01).
               10 GR-SUBJECTCODE PIC X(10).
           05 GR-STUDENTNAME PIC X(99).
           05 GR-SECTION PIC X(06).
           05 GR-UNITS PIC 9(1).
           05 GR-PRE PIC 9(3).
           05 GR-MID PIC 9(3).
           05 GR-FIN PIC 9(3).
           05 GR-SEMGRADE PIC 9(3).
           05 GR-EQUIVPOINTS PIC 9(1)V99.
           05 GR-COMPLETIONSTATUS PIC X(01).
               88 GR-GRADE-COMPLETE VALUE "C".
               88 GR-GRADE-INCOMPLETE VALUE "I".
               88 GR-FAILED-ABSENCES VALUE "F".
           05 GR-INCDATE PIC 9(08).
       FD TRANSCRED-FILE.
       01 TRANSCRED-REC.
           05 TC-KEY.
               10 TC-STUDENTNUM PIC 9(10).
               10 TC-SUBJECTCODE PIC X(10).
           05 TC-SCHOOL PIC X(30).
           05 TC-THEIRCODE PIC X(10).
           05 TC-ORIGGRADE PIC X(05).
           05 TC-UNITS PIC 9(1).
           05 TC-EVALUATOR PIC X(20).
           05 TC-CREDITDATE PIC 9(08).
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
       FD SUBJMAST-FILE.
       01 SUBJMAST-REC.
           05 SM-SUBJECTCODE PIC X(10).
           05 SM-SUBJECTTITLE PIC X(40).
           05 SM-UNITS PIC 9(1).
           05 SM-PREWEIGHT PIC 9(3).
           05 SM-MIDWEIGHT PIC 9(3).
           05 SM-FINWEIGHT PIC 9(3).
           05 SM-ACTIVEFLAG PIC X(01).
               88 SM-SUBJECT-ACTIVE VALUE "A".
               88 SM-SUBJECT-INACTIVE VALUE "D".
       FD SECCAP-FILE.
       01 SECCAP-REC.
           05 SC-KEY.
               10 SC-SUBJECTCODE PIC X(10).
               10 SC-SECTION PIC X(06).
           05 SC-CAPACITY PIC 9(03).
       FD WAITLIST-FILE.
       01 WAITLIST-REC.
           05 WL-KEY.
               10 WL-SUBJECTCODE PIC X(10).
               10 WL-SECTION PIC X(06).
               10 WL-SEQ PIC 9(04).
           05 WL-STUDENTNUM PIC 9(10).
           05 WL-STUDENTNAME PIC X(99).
           05 WL-DATEADDED PIC 9(08).
           05 WL-STATUS PIC X(01).
               88 WL-WAITING VALUE "W".
               88 WL-PROMOTED VALUE "P".
       FD DEMANDRPT-FILE.
       01 DEMANDRPT-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 STUDMAST-STATUS PIC X(02).
       01 CURRIC-STATUS PIC X(02).
       01 GRADE-STATUS PIC X(02).
       01 TRANSCRED-STATUS PIC X(02).
       01 ROSTER-STATUS PIC X(02).
       01 SUBJMAST-STATUS PIC X(02).
       01 SECCAP-STATUS PIC X(02).
       01 WAITLIST-STATUS PIC X(02).
       01 DEMANDRPT-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "SECTION-DEMAND".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 GRADE-OPEN-SW PIC X(03).
           88 GRADE-OPEN VALUE "YES".
       01 TRANSCRED-OPEN-SW PIC X(03).
           88 TRANSCRED-OPEN VALUE "YES".
       01 SUBJMAST-OPEN-SW PIC X(03).
           88 SUBJMAST-OPEN VALUE "YES".
       01 SECCAP-OPEN-SW PIC X(03).
           88 SECCAP-OPEN VALUE "YES".
       01 WAITLIST-OPEN-SW PIC X(03).
           88 WAITLIST-OPEN VALUE "YES".
       01 STUDMAST-EOF-SW PIC X(03).
           88 STUDMAST-EOF VALUE "YES".
       01 CURRIC-EOF-SW PIC X(03).
           88 CURRIC-EOF VALUE "YES".
       01 GRADE-EOF-SW PIC X(03).
           88 GRADE-EOF VALUE "YES".
       01 CREDIT-EOF-SW PIC X(03).
           88 CREDIT-EOF VALUE "YES".
       01 ROSTER-EOF-SW PIC X(03).
           88 ROSTER-EOF VALUE "YES".
       01 SECCAP-EOF-SW PIC X(03).
           88 SECCAP-EOF VALUE "YES".
       01 WAITLIST-EOF-SW PIC X(03).
           88 WAITLIST-EOF VALUE "YES".
       01 WORK-SCHOOLYEAR PIC 9(04).
       01 WORK-TERM PIC 9(01).
       01 MAX-LOAD-UNITS PIC 9(02).
       01 DEFAULT-CAPACITY PIC 9(03).
       01 ROSTER-TABLE-AREA.
           05 RS-ENTRY OCCURS 3000 TIMES.
               10 RS-STUDENTNUM PIC 9(10).
               10 RS-SUBJECTCODE PIC X(10).
       01 RS-COUNT PIC 9(04).
       01 RS-IDX PIC 9(04) COMP.
       01 RS-OVERFLOW-SW PIC X(03).
           88 RS-OVERFLOW VALUE "YES".
       01 CURRIC-TABLE-AREA.
           05 CU-ENTRY OCCURS 80 TIMES.
               10 CU-SUBJECTCODE PIC X(10).
               10 CU-SEQ PIC 9(03).
               10 CU-PREREQ1 PIC X(10).
               10 CU-PREREQ2 PIC X(10).
               10 CU-UNITS PIC 9(01).
       01 CU-COUNT PIC 9(02).
       01 CU-IDX PIC 9(02) COMP.
       01 CU-AT PIC 9(02) COMP.
       01 CU-HOLD PIC X(34).
       01 CU-PROGRAM PIC X(20).
       01 TAKEN-TABLE-AREA.
           05 TK-ENTRY OCCURS 100 TIMES.
               10 TK-SUBJECTCODE PIC X(10).
       01 TK-COUNT PIC 9(03).
       01 TK-IDX PIC 9(03) COMP.
       01 TK-FOUND-SW PIC X(03).
           88 TK-FOUND VALUE "YES".
       01 LOOKUP-SUBJECT PIC X(10).
       01 DEMAND-TABLE-AREA.
           05 DM-ENTRY OCCURS 300 TIMES.
               10 DM-SUBJECTCODE PIC X(10).
               10 DM-ELIGIBLE PIC 9(05).
               10 DM-DUE PIC 9(05).
               10 DM-DUE-YEAR PIC 9(05) OCCURS 5 TIMES.
       01 DM-COUNT PIC 9(03).
       01 DM-IDX PIC 9(03) COMP.
       01 DM-AT PIC 9(03) COMP.
       01 DM-HOLD PIC X(45).
       01 ELIGIBLE-SW PIC X(03).
           88 SUBJECT-ELIGIBLE VALUE "YES".
       01 LOAD-UNITS PIC 9(03).
       01 YR-IDX PIC 9(01) COMP.
       01 RPT-COL PIC 9(02).
       01 ACTIVE-COUNT PIC 9(05).
       01 PROJECTED-COUNT PIC 9(05).
       01 NO-CURRIC-COUNT PIC 9(05).
       01 SUBJ-CAPACITY PIC 9(03).
       01 CUR-SECTIONS PIC 9(03).
       01 REC-SECTIONS PIC 9(03).
       01 WAITING-COUNT PIC 9(04).
       01 SPARE-SEATS PIC S9(05).
       01 TOTAL-DUE PIC 9(06).
       01 TOTAL-REC-SECTIONS PIC 9(05).
       01 TOTAL-CUR-SECTIONS PIC 9(05).
       01 TOTAL-WAITING PIC 9(05).
       01 COUNT-DISP PIC ZZZZ9.
       01 YEAR-DISP PIC ZZZ9.
       01 SMALL-DISP PIC ZZ9.
       01 WAIT-DISP PIC ZZZ9.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "SECTION-DEMAND".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PROJECT OFFERINGS FOR SCHOOL YEAR (YYYY): ".
           ACCEPT WORK-SCHOOLYEAR.
           DISPLAY "TERM (1/2/3): ".
           ACCEPT WORK-TERM.
           DISPLAY "MAXIMUM UNITS PER STUDENT (0 FOR 21): ".
           ACCEPT MAX-LOAD-UNITS.
           IF MAX-LOAD-UNITS = ZERO
               MOVE 21 TO MAX-LOAD-UNITS
           END-IF.
           DISPLAY "SECTION CAPACITY WHEN NONE IS ON FILE (0 FOR "
               "40): ".
           ACCEPT DEFAULT-CAPACITY.
           IF DEFAULT-CAPACITY = ZERO
               MOVE 40 TO DEFAULT-CAPACITY
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
           OPEN INPUT CURRIC-FILE.
           IF CURRIC-STATUS NOT = "00"
               MOVE "CURRICULUM FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE CURRIC-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               CLOSE STUDMAST-FILE
               STOP RUN
           END-IF.
           PERFORM OPEN-OPTIONAL-FILES.

           INITIALIZE DEMAND-TABLE-AREA.
           MOVE ZERO TO DM-COUNT.
           MOVE ZERO TO CU-COUNT.
           MOVE HIGH-VALUES TO CU-PROGRAM.
           MOVE ZERO TO ACTIVE-COUNT.
           MOVE ZERO TO PROJECTED-COUNT.
           MOVE ZERO TO NO-CURRIC-COUNT.
           PERFORM LOAD-CURRENT-ENROLLMENT.
           IF RS-OVERFLOW
               DISPLAY "WARNING: MORE THAN 3000 CURRENT ENROLLMENTS, "
                   "THE REST ARE NOT COUNTED AS IN PROGRESS."
           END-IF.

           MOVE "NO" TO STUDMAST-EOF-SW.
           MOVE ZERO TO ST-STUDENTNUM.
           START STUDMAST-FILE KEY IS NOT LESS THAN ST-STUDENTNUM
               INVALID KEY
                   SET STUDMAST-EOF TO TRUE
           END-START.
           PERFORM UNTIL STUDMAST-EOF
               READ STUDMAST-FILE NEXT RECORD
                   AT END
                       SET STUDMAST-EOF TO TRUE
                   NOT AT END
                       IF ST-STUDENT-ACTIVE
                           ADD 1 TO ACTIVE-COUNT
                           PERFORM PROJECT-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM PRINT-DEMAND-REPORT.
           PERFORM CLOSE-PROJECTION-FILES.
           STOP RUN.

       OPEN-OPTIONAL-FILES.
           MOVE "NO" TO GRADE-OPEN-SW.
           MOVE "NO" TO TRANSCRED-OPEN-SW.
           MOVE "NO" TO SUBJMAST-OPEN-SW.
           MOVE "NO" TO SECCAP-OPEN-SW.
           MOVE "NO" TO WAITLIST-OPEN-SW.
           OPEN INPUT GRADE-FILE.
           IF GRADE-STATUS = "00"
               MOVE "YES" TO GRADE-OPEN-SW
           END-IF.
           OPEN INPUT TRANSCRED-FILE.
           IF TRANSCRED-STATUS = "00"
               MOVE "YES" TO TRANSCRED-OPEN-SW
           END-IF.
           OPEN INPUT SUBJMAST-FILE.
           IF SUBJMAST-STATUS = "00"
               MOVE "YES" TO SUBJMAST-OPEN-SW
           ELSE
               DISPLAY "SUBJECT MASTER NOT AVAILABLE, UNITS COUNTED "
                   "AS ZERO."
           END-IF.
           OPEN INPUT SECCAP-FILE.
           IF SECCAP-STATUS = "00"
               MOVE "YES" TO SECCAP-OPEN-SW
           END-IF.
           OPEN INPUT WAITLIST-FILE.
           IF WAITLIST-STATUS = "00"
               MOVE "YES" TO WAITLIST-OPEN-SW
           END-IF.

       CLOSE-PROJECTION-FILES.
           CLOSE STUDMAST-FILE.
           CLOSE CURRIC-FILE.
           IF GRADE-OPEN
               CLOSE GRADE-FILE
           END-IF.
           IF TRANSCRED-OPEN
               CLOSE TRANSCRED-FILE
           END-IF.
           IF SUBJMAST-OPEN
               CLOSE SUBJMAST-FILE
           END-IF.
           IF SECCAP-OPEN
               CLOSE SECCAP-FILE
           END-IF.
           IF WAITLIST-OPEN
               CLOSE WAITLIST-FILE
           END-IF.

       LOAD-CURRENT-ENROLLMENT.
           MOVE ZERO TO RS-COUNT.
           MOVE "NO" TO RS-OVERFLOW-SW.
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
                       IF NOT RO-DROPPED
                           IF RS-COUNT < 3000
                               ADD 1 TO RS-COUNT
                               MOVE RO-STUDENTNUM
                                   TO RS-STUDENTNUM(RS-COUNT)
                               MOVE RO-SUBJECTCODE
                                   TO RS-SUBJECTCODE(RS-COUNT)
                           ELSE
                               MOVE "YES" TO RS-OVERFLOW-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF ROSTER-STATUS NOT = "35"
               CLOSE ROSTER-FILE
           END-IF.

       PROJECT-ONE-STUDENT.
           IF ST-PROGRAM NOT = CU-PROGRAM
               PERFORM LOAD-PROGRAM-CURRICULUM
           END-IF.
           IF CU-COUNT = ZERO
               ADD 1 TO NO-CURRIC-COUNT
           ELSE
               ADD 1 TO PROJECTED-COUNT
               MOVE ST-YEARLEVEL TO YR-IDX
               IF YR-IDX = ZERO
                   MOVE 1 TO YR-IDX
               END-IF
               IF YR-IDX > 5
                   MOVE 5 TO YR-IDX
               END-IF
               PERFORM GATHER-TAKEN-SUBJECTS
               MOVE ZERO TO LOAD-UNITS
               PERFORM VARYING CU-IDX FROM 1 BY 1 UNTIL
                   CU-IDX > CU-COUNT
                   PERFORM PROJECT-ONE-SUBJECT
               END-PERFORM
           END-IF.

       LOAD-PROGRAM-CURRICULUM.
           MOVE ST-PROGRAM TO CU-PROGRAM.
           MOVE ZERO TO CU-COUNT.
           MOVE "NO" TO CURRIC-EOF-SW.
           MOVE ST-PROGRAM TO CR-PROGRAM.
           MOVE LOW-VALUES TO CR-SUBJECTCODE.
           START CURRIC-FILE KEY IS NOT LESS THAN CR-KEY
               INVALID KEY
                   SET CURRIC-EOF TO TRUE
           END-START.
           PERFORM UNTIL CURRIC-EOF
               READ CURRIC-FILE NEXT RECORD
                   AT END
                       SET CURRIC-EOF TO TRUE
                   NOT AT END
                       IF CR-PROGRAM NOT = CU-PROGRAM
                           SET CURRIC-EOF TO TRUE
                       ELSE
                           PERFORM ADD-CURRIC-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       ADD-CURRIC-ENTRY.
           IF CU-COUNT < 80
               ADD 1 TO CU-COUNT
               MOVE CR-SUBJECTCODE TO CU-SUBJECTCODE(CU-COUNT)
               MOVE CR-SEQ TO CU-SEQ(CU-COUNT)
               MOVE CR-PREREQ1 TO CU-PREREQ1(CU-COUNT)
               MOVE CR-PREREQ2 TO CU-PREREQ2(CU-COUNT)
               MOVE ZERO TO CU-UNITS(CU-COUNT)
               IF SUBJMAST-OPEN
                   MOVE CR-SUBJECTCODE TO SM-SUBJECTCODE
                   READ SUBJMAST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SM-UNITS TO CU-UNITS(CU-COUNT)
                   END-READ
               END-IF
               MOVE CU-COUNT TO CU-AT
               PERFORM UNTIL CU-AT = 1 OR
                   CU-SEQ(CU-AT - 1) NOT > CU-SEQ(CU-AT)
                   MOVE CU-ENTRY(CU-AT - 1) TO CU-HOLD
                   MOVE CU-ENTRY(CU-AT) TO CU-ENTRY(CU-AT - 1)
                   MOVE CU-HOLD TO CU-ENTRY(CU-AT)
                   SUBTRACT 1 FROM CU-AT
               END-PERFORM
           END-IF.

       GATHER-TAKEN-SUBJECTS.
           MOVE ZERO TO TK-COUNT.
           IF GRADE-OPEN
               MOVE "NO" TO GRADE-EOF-SW
               MOVE LOW-VALUES TO GR-KEY
               MOVE ST-STUDENTNUM TO GR-STUDENTNUM
               START GRADE-FILE KEY IS NOT LESS THAN GR-KEY
                   INVALID KEY
                       SET GRADE-EOF TO TRUE
               END-START
               PERFORM UNTIL GRADE-EOF
                   READ GRADE-FILE NEXT RECORD
                       AT END
                           SET GRADE-EOF TO TRUE
                       NOT AT END
                           IF GR-STUDENTNUM NOT = ST-STUDENTNUM
                               SET GRADE-EOF TO TRUE
                           ELSE
                               IF GR-GRADE-COMPLETE AND
                                   GR-SEMGRADE >= 75
                                   MOVE GR-SUBJECTCODE
                                       TO LOOKUP-SUBJECT
                                   PERFORM ADD-TAKEN-SUBJECT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF TRANSCRED-OPEN
               MOVE "NO" TO CREDIT-EOF-SW
               MOVE ST-STUDENTNUM TO TC-STUDENTNUM
               MOVE LOW-VALUES TO TC-SUBJECTCODE
               START TRANSCRED-FILE KEY IS NOT LESS THAN TC-KEY
                   INVALID KEY
                       SET CREDIT-EOF TO TRUE
               END-START
               PERFORM UNTIL CREDIT-EOF
                   READ TRANSCRED-FILE NEXT RECORD
                       AT END
                           SET CREDIT-EOF TO TRUE
                       NOT AT END
                           IF TC-STUDENTNUM NOT = ST-STUDENTNUM
                               SET CREDIT-EOF TO TRUE
                           ELSE
                               MOVE TC-SUBJECTCODE TO LOOKUP-SUBJECT
                               PERFORM ADD-TAKEN-SUBJECT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > RS-COUNT
               IF RS-STUDENTNUM(RS-IDX) = ST-STUDENTNUM
                   MOVE RS-SUBJECTCODE(RS-IDX) TO LOOKUP-SUBJECT
                   PERFORM ADD-TAKEN-SUBJECT
               END-IF
           END-PERFORM.

       ADD-TAKEN-SUBJECT.
           PERFORM FIND-TAKEN-SUBJECT.
           IF NOT TK-FOUND AND TK-COUNT < 100
               ADD 1 TO TK-COUNT
               MOVE LOOKUP-SUBJECT TO TK-SUBJECTCODE(TK-COUNT)
           END-IF.

       FIND-TAKEN-SUBJECT.
           MOVE "NO" TO TK-FOUND-SW.
           PERFORM VARYING TK-IDX FROM 1 BY 1 UNTIL
               TK-IDX > TK-COUNT OR TK-FOUND
               IF TK-SUBJECTCODE(TK-IDX) = LOOKUP-SUBJECT
                   MOVE "YES" TO TK-FOUND-SW
               END-IF
           END-PERFORM.

       PROJECT-ONE-SUBJECT.
           MOVE CU-SUBJECTCODE(CU-IDX) TO LOOKUP-SUBJECT.
           PERFORM FIND-TAKEN-SUBJECT.
           IF NOT TK-FOUND
               MOVE "YES" TO ELIGIBLE-SW
               IF CU-PREREQ1(CU-IDX) NOT = SPACES
                   MOVE CU-PREREQ1(CU-IDX) TO LOOKUP-SUBJECT
                   PERFORM FIND-TAKEN-SUBJECT
                   IF NOT TK-FOUND
                       MOVE "NO" TO ELIGIBLE-SW
                   END-IF
               END-IF
               IF CU-PREREQ2(CU-IDX) NOT = SPACES
                   MOVE CU-PREREQ2(CU-IDX) TO LOOKUP-SUBJECT
                   PERFORM FIND-TAKEN-SUBJECT
                   IF NOT TK-FOUND
                       MOVE "NO" TO ELIGIBLE-SW
                   END-IF
               END-IF
               IF SUBJECT-ELIGIBLE
                   PERFORM FIND-DEMAND-ENTRY
                   IF DM-AT > ZERO
                       ADD 1 TO DM-ELIGIBLE(DM-AT)
                       IF LOAD-UNITS + CU-UNITS(CU-IDX) NOT >
                           MAX-LOAD-UNITS
                           ADD CU-UNITS(CU-IDX) TO LOAD-UNITS
                           ADD 1 TO DM-DUE(DM-AT)
                           ADD 1 TO DM-DUE-YEAR(DM-AT, YR-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-DEMAND-ENTRY.
           MOVE ZERO TO DM-AT.
           PERFORM VARYING DM-IDX FROM 1 BY 1 UNTIL
               DM-IDX > DM-COUNT OR DM-AT > ZERO
               IF DM-SUBJECTCODE(DM-IDX) = CU-SUBJECTCODE(CU-IDX)
                   MOVE DM-IDX TO DM-AT
               END-IF
           END-PERFORM.
           IF DM-AT = ZERO AND DM-COUNT < 300
               ADD 1 TO DM-COUNT
               MOVE CU-SUBJECTCODE(CU-IDX) TO DM-SUBJECTCODE(DM-COUNT)
               MOVE DM-COUNT TO DM-AT
               PERFORM UNTIL DM-AT = 1 OR
                   DM-SUBJECTCODE(DM-AT - 1) NOT >
                       DM-SUBJECTCODE(DM-AT)
                   MOVE DM-ENTRY(DM-AT - 1) TO DM-HOLD
                   MOVE DM-ENTRY(DM-AT) TO DM-ENTRY(DM-AT - 1)
                   MOVE DM-HOLD TO DM-ENTRY(DM-AT)
                   SUBTRACT 1 FROM DM-AT
               END-PERFORM
           END-IF.

       PRINT-DEMAND-REPORT.
           OPEN OUTPUT DEMANDRPT-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE SPACES TO REPORT-LINE.
           STRING "SECTION DEMAND PROJECTION - SY "
               WORK-SCHOOLYEAR " TERM " WORK-TERM
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DUE = ELIGIBLE SUBJECTS TAKEN IN PROSPECTUS ORDER "
               "UP TO " MAX-LOAD-UNITS " UNITS PER STUDENT"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUBJECTS NOW IN PROGRESS ARE ASSUMED PASSED BY THE "
               "END OF THE TERM"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "DUE BY YEAR LEVEL" TO REPORT-LINE(40:17).
           MOVE "SECTIONS" TO REPORT-LINE(64:8).
           PERFORM WRITE-REPORT-LINE.
           MOVE "SUBJECT" TO REPORT-LINE.
           MOVE "TITLE" TO REPORT-LINE(12:5).
           MOVE " ELIG" TO REPORT-LINE(27:5).
           MOVE "  DUE" TO REPORT-LINE(33:5).
           MOVE "  1ST 2ND 3RD 4TH 5TH" TO REPORT-LINE(38:21).
           MOVE "CAP REC CUR WAIT" TO REPORT-LINE(60:16).
           MOVE "REMARK" TO REPORT-LINE(77:6).
           PERFORM WRITE-REPORT-LINE.
           MOVE ZERO TO TOTAL-DUE.
           MOVE ZERO TO TOTAL-REC-SECTIONS.
           MOVE ZERO TO TOTAL-CUR-SECTIONS.
           MOVE ZERO TO TOTAL-WAITING.
           PERFORM VARYING DM-IDX FROM 1 BY 1 UNTIL DM-IDX > DM-COUNT
               PERFORM PRINT-ONE-SUBJECT
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "TOTAL" TO REPORT-LINE.
           MOVE TOTAL-DUE TO COUNT-DISP.
           MOVE COUNT-DISP TO REPORT-LINE(33:5).
           MOVE TOTAL-REC-SECTIONS TO COUNT-DISP.
           MOVE COUNT-DISP TO REPORT-LINE(62:5).
           MOVE TOTAL-CUR-SECTIONS TO COUNT-DISP.
           MOVE COUNT-DISP TO REPORT-LINE(67:5).
           MOVE TOTAL-WAITING TO COUNT-DISP.
           MOVE COUNT-DISP TO REPORT-LINE(72:5).
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACTIVE STUDENTS: " ACTIVE-COUNT
               "  PROJECTED: " PROJECTED-COUNT
               "  NO CURRICULUM ON FILE: " NO-CURRIC-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE DEMANDRPT-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       PRINT-ONE-SUBJECT.
           PERFORM GET-SUBJECT-SECTIONS.
           PERFORM COUNT-SUBJECT-WAITLIST.
           MOVE ZERO TO REC-SECTIONS.
           IF DM-DUE(DM-IDX) > ZERO
               COMPUTE REC-SECTIONS =
                   (DM-DUE(DM-IDX) + SUBJ-CAPACITY - 1)
                   / SUBJ-CAPACITY
           END-IF.
           COMPUTE SPARE-SEATS =
               REC-SECTIONS * SUBJ-CAPACITY - DM-DUE(DM-IDX).
           ADD DM-DUE(DM-IDX) TO TOTAL-DUE.
           ADD REC-SECTIONS TO TOTAL-REC-SECTIONS.
           ADD CUR-SECTIONS TO TOTAL-CUR-SECTIONS.
           ADD WAITING-COUNT TO TOTAL-WAITING.

           MOVE SPACES TO REPORT-LINE.
           MOVE DM-SUBJECTCODE(DM-IDX) TO REPORT-LINE(1:10).
           MOVE DM-SUBJECTCODE(DM-IDX) TO SM-SUBJECTCODE.
           MOVE SPACES TO SM-SUBJECTTITLE.
           IF SUBJMAST-OPEN
               READ SUBJMAST-FILE
                   INVALID KEY
                       MOVE SPACES TO SM-SUBJECTTITLE
               END-READ
           END-IF.
           MOVE SM-SUBJECTTITLE(1:14) TO REPORT-LINE(12:14).
           MOVE DM-ELIGIBLE(DM-IDX) TO COUNT-DISP.
           MOVE COUNT-DISP TO REPORT-LINE(27:5).
           MOVE DM-DUE(DM-IDX) TO COUNT-DISP.
           MOVE COUNT-DISP TO REPORT-LINE(33:5).
           PERFORM VARYING YR-IDX FROM 1 BY 1 UNTIL YR-IDX > 5
               MOVE DM-DUE-YEAR(DM-IDX, YR-IDX) TO YEAR-DISP
               COMPUTE RPT-COL = 39 + (YR-IDX - 1) * 4
               MOVE YEAR-DISP TO REPORT-LINE(RPT-COL:4)
           END-PERFORM.
           MOVE SUBJ-CAPACITY TO SMALL-DISP.
           MOVE SMALL-DISP TO REPORT-LINE(60:3).
           MOVE REC-SECTIONS TO SMALL-DISP.
           MOVE SMALL-DISP TO REPORT-LINE(64:3).
           MOVE CUR-SECTIONS TO SMALL-DISP.
           MOVE SMALL-DISP TO REPORT-LINE(68:3).
           MOVE WAITING-COUNT TO WAIT-DISP.
           MOVE WAIT-DISP TO REPORT-LINE(72:4).
           EVALUATE TRUE
               WHEN WAITING-COUNT > ZERO AND
                   WAITING-COUNT > SPARE-SEATS
                   MOVE "WAITLIST>SPARE" TO REPORT-LINE(77:14)
               WHEN REC-SECTIONS > CUR-SECTIONS
                   MOVE "OPEN MORE" TO REPORT-LINE(77:14)
               WHEN REC-SECTIONS < CUR-SECTIONS
                   MOVE "OPEN FEWER" TO REPORT-LINE(77:14)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.

       GET-SUBJECT-SECTIONS.
           MOVE ZERO TO SUBJ-CAPACITY.
           MOVE ZERO TO CUR-SECTIONS.
           IF SECCAP-OPEN
               MOVE "NO" TO SECCAP-EOF-SW
               MOVE DM-SUBJECTCODE(DM-IDX) TO SC-SUBJECTCODE
               MOVE LOW-VALUES TO SC-SECTION
               START SECCAP-FILE KEY IS NOT LESS THAN SC-KEY
                   INVALID KEY
                       SET SECCAP-EOF TO TRUE
               END-START
               PERFORM UNTIL SECCAP-EOF
                   READ SECCAP-FILE NEXT RECORD
                       AT END
                           SET SECCAP-EOF TO TRUE
                       NOT AT END
                           IF SC-SUBJECTCODE NOT =
                               DM-SUBJECTCODE(DM-IDX)
                               SET SECCAP-EOF TO TRUE
                           ELSE
                               ADD 1 TO CUR-SECTIONS
                               IF SC-CAPACITY > SUBJ-CAPACITY
                                   MOVE SC-CAPACITY TO SUBJ-CAPACITY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF SUBJ-CAPACITY = ZERO
               MOVE DEFAULT-CAPACITY TO SUBJ-CAPACITY
           END-IF.

       COUNT-SUBJECT-WAITLIST.
           MOVE ZERO TO WAITING-COUNT.
           IF WAITLIST-OPEN
               MOVE "NO" TO WAITLIST-EOF-SW
               MOVE DM-SUBJECTCODE(DM-IDX) TO WL-SUBJECTCODE
               MOVE LOW-VALUES TO WL-SECTION
               MOVE ZERO TO WL-SEQ
               START WAITLIST-FILE KEY IS NOT LESS THAN WL-KEY
                   INVALID KEY
                       SET WAITLIST-EOF TO TRUE
               END-START
               PERFORM UNTIL WAITLIST-EOF
                   READ WAITLIST-FILE NEXT RECORD
                       AT END
                           SET WAITLIST-EOF TO TRUE
                       NOT AT END
                           IF WL-SUBJECTCODE NOT =
                               DM-SUBJECTCODE(DM-IDX)
                               SET WAITLIST-EOF TO TRUE
                           ELSE
                               IF WL-WAITING
                                   ADD 1 TO WAITING-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       WRITE-REPORT-LINE.
           WRITE DEMANDRPT-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM SECTION-DEMAND.
