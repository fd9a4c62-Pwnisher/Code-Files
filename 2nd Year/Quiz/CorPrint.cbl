       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT-OF-REGISTRATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT SUBJMAST-FILE
           ASSIGN TO "D:\Files\dat\subjmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SM-SUBJECTCODE
           FILE STATUS IS SUBJMAST-STATUS.
           SELECT SCHEDULE-FILE
           ASSIGN TO "D:\Files\dat\schedule.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SCH-KEY
           FILE STATUS IS SCHEDULE-STATUS.
           SELECT FACASSIGN-FILE
           ASSIGN TO "D:\Files\dat\facassign.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FA-KEY
           FILE STATUS IS FACASSIGN-STATUS.
           SELECT FACMAST-FILE
           ASSIGN TO "D:\Files\dat\facmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FC-FACULTYID
           FILE STATUS IS FACMAST-STATUS.
           SELECT ASSESS-FILE
           ASSIGN TO "D:\Files\dat\assess.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AS-KEY
           FILE STATUS IS ASSESS-STATUS.
           SELECT INSTSCHED-FILE
           ASSIGN TO "D:\Files\dat\instsched.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IL-KEY
           FILE STATUS IS INSTSCHED-STATUS.
           SELECT SCHAWARD-FILE
           ASSIGN TO "D:\Files\dat\schaward.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SA-KEY
           FILE STATUS IS SCHAWARD-STATUS.
           SELECT CORLOG-FILE
           ASSIGN TO "D:\Files\dat\corlog.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CL-KEY
           FILE STATUS IS CORLOG-STATUS.
           SELECT COR-FILE
           ASSIGN TO "D:\Files\dat\cor.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COR-STATUS.
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
       FD SCHEDULE-FILE.
       01 SCHEDULE-REC.
           05 SCH-KEY.
               10 SCH-SUBJECTCODE PIC X(10).
               10 SCH-SECTION PIC X(06).
           05 SCH-DAYS PIC X(07).
           05 SCH-STARTTIME PIC 9(04).
           05 SCH-ENDTIME PIC 9(04).
           05 SCH-ROOM PIC X(08).
       FD FACASSIGN-FILE.
       01 FACASSIGN-REC.
           05 FA-KEY.
               10 FA-SCHOOLYEAR PIC 9(04).
               10 FA-TERM PIC 9(01).
               10 FA-SUBJECTCODE PIC X(10).
               10 FA-SECTION PIC X(06).
           05 FA-FACULTYID PIC X(10).
       FD FACMAST-FILE.
       01 FACMAST-REC.
           05 FC-FACULTYID PIC X(10).
           05 FC-FACULTYNAME PIC X(30).
           05 FC-PIN PIC 9(04).
           05 FC-STATUSFLAG PIC X(01).
               88 FC-FACULTY-ACTIVE VALUE "A".
               88 FC-FACULTY-INACTIVE VALUE "I".
           05 FC-RANK PIC X(10).
           05 FC-EMPSTATUS PIC X(01).
               88 FC-FULL-TIME VALUE "F".
               88 FC-PART-TIME VALUE "P".
           05 FC-DEPARTMENT PIC X(10).
       FD ASSESS-FILE.
       01 ASSESS-REC.
           05 AS-KEY.
               10 AS-STUDENTNUM PIC 9(10).
               10 AS-SCHOOLYEAR PIC 9(04).
               10 AS-TERM PIC 9(01).
           05 AS-STUDENTNAME PIC X(30).
           05 AS-SECTION PIC X(06).
           05 AS-TOTALUNITS PIC 9(03).
           05 AS-PERUNIT PIC 9(6)V99.
           05 AS-FIXEDFEES PIC 9(6)V99.
           05 AS-TOTALASSESSED PIC 9(7)V99.
           05 AS-TOTALPAID PIC 9(7)V99.
           05 AS-ASSESSDATE PIC 9(08).
       FD INSTSCHED-FILE.
       01 INSTSCHED-REC.
           05 IL-KEY.
               10 IL-STUDENTNUM PIC 9(10).
               10 IL-SCHOOLYEAR PIC 9(04).
               10 IL-TERM PIC 9(01).
               10 IL-SEQ PIC 9(01).
           05 IL-DETAIL.
               10 IL-INSTNAME PIC X(12).
               10 IL-DUEDATE PIC 9(08).
               10 IL-AMOUNTDUE PIC 9(7)V99.
               10 IL-PENALTY PIC 9(7)V99.
               10 IL-PENALTYDATE PIC 9(08).
               10 IL-AMOUNTPAID PIC 9(7)V99.
       FD SCHAWARD-FILE.
       01 SCHAWARD-REC.
           05 SA-KEY.
               10 SA-STUDENTNUM PIC 9(10).
               10 SA-SCHOOLYEAR PIC 9(04).
               10 SA-TERM PIC 9(01).
           05 SA-STUDENTNAME PIC X(30).
           05 SA-SCHOLNAME PIC X(20).
           05 SA-AWARDTYPE PIC X(01).
               88 SA-PERCENT-AWARD VALUE "P".
               88 SA-FIXED-AWARD VALUE "F".
           05 SA-AWARDPCT PIC 9(3)V99.
           05 SA-AWARDAMT PIC 9(7)V99.
           05 SA-COVERAGE PIC X(01).
               88 SA-TUITION-ONLY VALUE "T".
               88 SA-ALL-FEES VALUE "A".
           05 SA-APPROVEDBY PIC X(20).
           05 SA-AWARDDATE PIC 9(08).
           05 SA-DISCOUNT PIC 9(7)V99.
           05 SA-APPLYDATE PIC 9(08).
       FD CORLOG-FILE.
       01 CORLOG-REC.
           05 CL-KEY.
               10 CL-STUDENTNUM PIC 9(10).
               10 CL-SCHOOLYEAR PIC 9(04).
               10 CL-TERM PIC 9(01).
           05 CL-PRINTCOUNT PIC 9(03).
           05 CL-FIRSTPRINT PIC 9(08).
           05 CL-LASTPRINT PIC 9(08).
       FD COR-FILE.
       01 COR-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 STUDMAST-STATUS PIC X(02).
       01 ROSTER-STATUS PIC X(02).
       01 SUBJMAST-STATUS PIC X(02).
       01 SCHEDULE-STATUS PIC X(02).
       01 FACASSIGN-STATUS PIC X(02).
       01 FACMAST-STATUS PIC X(02).
       01 ASSESS-STATUS PIC X(02).
       01 INSTSCHED-STATUS PIC X(02).
       01 SCHAWARD-STATUS PIC X(02).
       01 CORLOG-STATUS PIC X(02).
       01 COR-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "CERT-OF-REGISTRATION".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 SUBJMAST-OPEN-SW PIC X(03) VALUE "NO".
           88 SUBJMAST-OPEN VALUE "YES".
       01 SCHEDULE-OPEN-SW PIC X(03) VALUE "NO".
           88 SCHEDULE-OPEN VALUE "YES".
       01 FACASSIGN-OPEN-SW PIC X(03) VALUE "NO".
           88 FACASSIGN-OPEN VALUE "YES".
       01 FACMAST-OPEN-SW PIC X(03) VALUE "NO".
           88 FACMAST-OPEN VALUE "YES".
       01 ASSESS-OPEN-SW PIC X(03) VALUE "NO".
           88 ASSESS-OPEN VALUE "YES".
       01 INSTSCHED-OPEN-SW PIC X(03) VALUE "NO".
           88 INSTSCHED-OPEN VALUE "YES".
       01 SCHAWARD-OPEN-SW PIC X(03) VALUE "NO".
           88 SCHAWARD-OPEN VALUE "YES".
       01 CORCHOICE PIC X(01).
           88 COR-ONE VALUE "O".
           88 COR-SECTION VALUE "S".
           88 COR-EXIT VALUE "X".
       01 COR-STUDENTNUM PIC 9(10).
       01 COR-SCHOOLYEAR PIC 9(04).
       01 COR-TERM PIC 9(01).
       01 COR-SECTIONCODE PIC X(06).
       01 ROSTER-EOF-SW PIC X(03).
           88 ROSTER-EOF VALUE "YES".
       01 REPRINT-SW PIC X(03).
           88 COR-REPRINT VALUE "YES".
       01 REPRINT-NUMBER PIC 9(03).
       01 COR-SUBJECTS PIC 9(02).
       01 COR-UNITS PIC 9(03).
       01 COR-TODAY PIC 9(08).
       01 INST-IDX PIC 9(01).
       01 INST-COUNT PIC 9(01).
       01 TUITION-AMOUNT PIC 9(7)V99.
       01 DISCOUNT-AMOUNT PIC S9(7)V99.
       01 PENALTY-AMOUNT PIC 9(7)V99.
       01 INSTRUCTOR-NAME PIC X(20).
       01 TIME-DISP PIC X(09).
       01 DUEDATE-EDIT PIC 9999/99/99.
       01 AMOUNT-DISP PIC ZZZ,ZZ9.99-.
       01 PERUNIT-DISP PIC ZZZ,ZZ9.99.
       01 UNITS-DISP PIC ZZ9.
       01 COUNT-DISP PIC ZZ9.
       01 COR-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "CERT-OF-REGISTRATION".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       01 SECT-STUDENTS.
           05 SS-STUDENT PIC 9(10) OCCURS 999 TIMES.
       01 SS-COUNT PIC 9(03) VALUE ZERO.
       01 SS-IDX PIC 9(04) COMP.
       01 SS-TRUNCATED PIC 9(07).
       01 TRUNCATED-DISP PIC Z,ZZZ,ZZ9.
       01 SS-FOUND-SW PIC X(03).
           88 SS-FOUND VALUE "YES".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT STUDMAST-FILE.
           IF STUDMAST-STATUS NOT = "00"
               MOVE "STUDENT MASTER" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE STUDMAST-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN INPUT SUBJMAST-FILE.
           IF SUBJMAST-STATUS = "00"
               SET SUBJMAST-OPEN TO TRUE
           END-IF.
           OPEN INPUT SCHEDULE-FILE.
           IF SCHEDULE-STATUS = "00"
               SET SCHEDULE-OPEN TO TRUE
           END-IF.
           OPEN INPUT FACASSIGN-FILE.
           IF FACASSIGN-STATUS = "00"
               SET FACASSIGN-OPEN TO TRUE
           END-IF.
           OPEN INPUT FACMAST-FILE.
           IF FACMAST-STATUS = "00"
               SET FACMAST-OPEN TO TRUE
           END-IF.
           OPEN INPUT ASSESS-FILE.
           IF ASSESS-STATUS = "00"
               SET ASSESS-OPEN TO TRUE
           END-IF.
           OPEN INPUT INSTSCHED-FILE.
           IF INSTSCHED-STATUS = "00"
               SET INSTSCHED-OPEN TO TRUE
           END-IF.
           OPEN INPUT SCHAWARD-FILE.
           IF SCHAWARD-STATUS = "00"
               SET SCHAWARD-OPEN TO TRUE
           END-IF.
           OPEN I-O CORLOG-FILE.
           IF CORLOG-STATUS = "35"
               OPEN OUTPUT CORLOG-FILE
               CLOSE CORLOG-FILE
               OPEN I-O CORLOG-FILE
           END-IF.
           IF CORLOG-STATUS NOT = "00"
               MOVE "COR PRINT LOG" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE CORLOG-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN EXTEND COR-FILE.
           IF COR-STATUS = "35"
               OPEN OUTPUT COR-FILE
           END-IF.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

           PERFORM UNTIL COR-EXIT
               DISPLAY "CERTIFICATE OF REGISTRATION (O-ONE STUDENT, "
                   "S-WHOLE SECTION, X-EXIT): "
               ACCEPT CORCHOICE
               EVALUATE TRUE
                   WHEN COR-ONE
                       DISPLAY "STUDENT NUMBER: "
                       ACCEPT COR-STUDENTNUM
                       DISPLAY "SCHOOL YEAR (YYYY): "
                       ACCEPT COR-SCHOOLYEAR
                       DISPLAY "TERM (1/2/3): "
                       ACCEPT COR-TERM
                       PERFORM PRINT-ONE-COR THRU PRINT-ONE-COR-EXIT
                   WHEN COR-SECTION
                       PERFORM PRINT-SECTION-CORS
                   WHEN COR-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE, TRY AGAIN."
               END-EVALUATE
           END-PERFORM.

           CLOSE STUDMAST-FILE.
           IF SUBJMAST-OPEN
               CLOSE SUBJMAST-FILE
           END-IF.
           IF SCHEDULE-OPEN
               CLOSE SCHEDULE-FILE
           END-IF.
           IF FACASSIGN-OPEN
               CLOSE FACASSIGN-FILE
           END-IF.
           IF FACMAST-OPEN
               CLOSE FACMAST-FILE
           END-IF.
           IF ASSESS-OPEN
               CLOSE ASSESS-FILE
           END-IF.
           IF INSTSCHED-OPEN
               CLOSE INSTSCHED-FILE
           END-IF.
           IF SCHAWARD-OPEN
               CLOSE SCHAWARD-FILE
           END-IF.
           CLOSE CORLOG-FILE.
           CLOSE COR-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           STOP RUN.

       PRINT-SECTION-CORS.
           DISPLAY "SECTION: ".
           ACCEPT COR-SECTIONCODE.
           DISPLAY "SCHOOL YEAR (YYYY): ".
           ACCEPT COR-SCHOOLYEAR.
           DISPLAY "TERM (1/2/3): ".
           ACCEPT COR-TERM.

           MOVE ZERO TO SS-COUNT.
           MOVE ZERO TO SS-TRUNCATED.
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
                       IF RO-SECTION = COR-SECTIONCODE AND
                           NOT RO-DROPPED
                           PERFORM NOTE-SECTION-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
           IF ROSTER-STATUS NOT = "35"
               CLOSE ROSTER-FILE
           END-IF.

           IF SS-COUNT = ZERO
               DISPLAY "NO ENROLLED STUDENTS IN THAT SECTION."
           END-IF.
           PERFORM VARYING SS-IDX FROM 1 BY 1 UNTIL
               SS-IDX > SS-COUNT
               MOVE SS-STUDENT(SS-IDX) TO COR-STUDENTNUM
               PERFORM PRINT-ONE-COR THRU PRINT-ONE-COR-EXIT
           END-PERFORM.
           IF SS-TRUNCATED > ZERO
               MOVE SS-TRUNCATED TO TRUNCATED-DISP
               MOVE SPACES TO COR-LINE
               STRING "*** TABLE FULL: " TRUNCATED-DISP
                   " ROSTER LINES NOT PRINTED, RUN AGAIN BY "
                   "STUDENT NUMBER ***"
                   DELIMITED BY SIZE INTO COR-LINE
               PERFORM WRITE-COR-LINE
               DISPLAY COR-LINE
           END-IF.

       NOTE-SECTION-STUDENT.
           MOVE "NO" TO SS-FOUND-SW.
           PERFORM VARYING SS-IDX FROM 1 BY 1 UNTIL
               SS-IDX > SS-COUNT
               IF SS-STUDENT(SS-IDX) = RO-STUDENTNUM
                   MOVE "YES" TO SS-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT SS-FOUND
               IF SS-COUNT < 999
                   ADD 1 TO SS-COUNT
                   MOVE RO-STUDENTNUM TO SS-STUDENT(SS-COUNT)
               ELSE
                   ADD 1 TO SS-TRUNCATED
               END-IF
           END-IF.

       PRINT-ONE-COR.
           MOVE COR-STUDENTNUM TO ST-STUDENTNUM.
           READ STUDMAST-FILE
               INVALID KEY
                   DISPLAY COR-STUDENTNUM
                       " NOT ON STUDENT MASTER, NO COR PRINTED."
                   GO TO PRINT-ONE-COR-EXIT
           END-READ.
           PERFORM CHECK-ENROLLED-SUBJECTS.
           IF COR-SUBJECTS = ZERO
               DISPLAY COR-STUDENTNUM
                   " HAS NO ENROLLED SUBJECTS, NO COR PRINTED."
               GO TO PRINT-ONE-COR-EXIT
           END-IF.
           PERFORM LOG-COR-PRINT.

           MOVE "=========================================="
               TO COR-LINE.
           MOVE COR-LINE(1:42) TO COR-LINE(43:42).
           PERFORM WRITE-COR-LINE.
           MOVE "                       CERTIFICATE OF REGISTRATION"
               TO COR-LINE.
           PERFORM WRITE-COR-LINE.
           IF COR-REPRINT
               MOVE REPRINT-NUMBER TO COUNT-DISP
               MOVE CL-FIRSTPRINT TO DUEDATE-EDIT
               MOVE SPACES TO COR-LINE
               STRING "                 *** REPRINT NO. "
                   DELIMITED BY SIZE
                   COUNT-DISP DELIMITED BY SIZE
                   " - ORIGINAL ISSUED " DELIMITED BY SIZE
                   DUEDATE-EDIT DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO COR-LINE
               PERFORM WRITE-COR-LINE
           END-IF.
           MOVE SPACES TO COR-LINE.
           PERFORM WRITE-COR-LINE.
           MOVE SPACES TO COR-LINE.
           STRING "STUDENT: " DELIMITED BY SIZE
               COR-STUDENTNUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ST-STUDENTNAME(1:40) DELIMITED BY SIZE
               INTO COR-LINE.
           PERFORM WRITE-COR-LINE.
           MOVE SPACES TO COR-LINE.
           STRING "PROGRAM: " DELIMITED BY SIZE
               ST-PROGRAM DELIMITED BY SIZE
               "  YEAR " DELIMITED BY SIZE
               ST-YEARLEVEL DELIMITED BY SIZE
               "  SY " DELIMITED BY SIZE
               COR-SCHOOLYEAR DELIMITED BY SIZE
               " TERM " DELIMITED BY SIZE
               COR-TERM DELIMITED BY SIZE
               INTO COR-LINE.
           PERFORM WRITE-COR-LINE.
           MOVE SPACES TO COR-LINE.
           PERFORM WRITE-COR-LINE.
           MOVE "SUBJECT    DESCRIPTIVE TITLE    U SECTN  DAYS"
               TO COR-LINE.
           MOVE "TIME      ROOM     INSTRUCTOR" TO COR-LINE(50:29).
           PERFORM WRITE-COR-LINE.

           MOVE ZERO TO COR-UNITS.
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
                       IF RO-STUDENTNUM = COR-STUDENTNUM AND
                           NOT RO-DROPPED
                           PERFORM PRINT-ONE-COR-SUBJECT
                       END-IF
               END-READ
           END-PERFORM.
           IF ROSTER-STATUS NOT = "35"
               CLOSE ROSTER-FILE
           END-IF.
           MOVE COR-UNITS TO UNITS-DISP.
           MOVE SPACES TO COR-LINE.
           STRING "TOTAL UNITS: " DELIMITED BY SIZE
               UNITS-DISP DELIMITED BY SIZE
               INTO COR-LINE.
           PERFORM WRITE-COR-LINE.
           MOVE SPACES TO COR-LINE.
           PERFORM WRITE-COR-LINE.
           PERFORM PRINT-COR-ASSESSMENT.
           MOVE SPACES TO COR-LINE.
           PERFORM WRITE-COR-LINE.
           MOVE "STUDENT SIGNATURE: ____________________   "
               TO COR-LINE.
           MOVE "REGISTRAR: ____________________" TO COR-LINE(45:31).
           PERFORM WRITE-COR-LINE.
           MOVE "=========================================="
               TO COR-LINE.
           MOVE COR-LINE(1:42) TO COR-LINE(43:42).
           PERFORM WRITE-COR-LINE.
           IF COR-REPRINT
               DISPLAY "COR REPRINTED FOR " COR-STUDENTNUM
                   " (REPRINT NO. " REPRINT-NUMBER ")."
           ELSE
               DISPLAY "COR WRITTEN FOR " COR-STUDENTNUM "."
           END-IF.

       PRINT-ONE-COR-EXIT.
           EXIT.

       CHECK-ENROLLED-SUBJECTS.
           MOVE ZERO TO COR-SUBJECTS.
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
                       IF RO-STUDENTNUM = COR-STUDENTNUM AND
                           NOT RO-DROPPED
                           ADD 1 TO COR-SUBJECTS
                       END-IF
               END-READ
           END-PERFORM.
           IF ROSTER-STATUS NOT = "35"
               CLOSE ROSTER-FILE
           END-IF.

       LOG-COR-PRINT.
           ACCEPT COR-TODAY FROM DATE YYYYMMDD.
           MOVE COR-STUDENTNUM TO CL-STUDENTNUM.
           MOVE COR-SCHOOLYEAR TO CL-SCHOOLYEAR.
           MOVE COR-TERM TO CL-TERM.
           READ CORLOG-FILE
               INVALID KEY
                   MOVE "NO" TO REPRINT-SW
                   MOVE COR-STUDENTNUM TO CL-STUDENTNUM
                   MOVE COR-SCHOOLYEAR TO CL-SCHOOLYEAR
                   MOVE COR-TERM TO CL-TERM
                   MOVE 1 TO CL-PRINTCOUNT
                   MOVE COR-TODAY TO CL-FIRSTPRINT
                   MOVE COR-TODAY TO CL-LASTPRINT
                   WRITE CORLOG-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE "YES" TO REPRINT-SW
                   ADD 1 TO CL-PRINTCOUNT
                   MOVE COR-TODAY TO CL-LASTPRINT
                   REWRITE CORLOG-REC
           END-READ.
           SUBTRACT 1 FROM CL-PRINTCOUNT GIVING REPRINT-NUMBER.

       PRINT-ONE-COR-SUBJECT.
           ADD RO-UNITS TO COR-UNITS.
           MOVE "(NOT ON SUBJECT MASTER)" TO SM-SUBJECTTITLE.
           IF SUBJMAST-OPEN
               MOVE RO-SUBJECTCODE TO SM-SUBJECTCODE
               READ SUBJMAST-FILE
                   INVALID KEY
                       MOVE "(NOT ON SUBJECT MASTER)"
                           TO SM-SUBJECTTITLE
               END-READ
           END-IF.
           MOVE "TBA" TO SCH-DAYS.
           MOVE "TBA" TO TIME-DISP.
           MOVE "TBA" TO SCH-ROOM.
           IF SCHEDULE-OPEN
               MOVE RO-SUBJECTCODE TO SCH-SUBJECTCODE
               MOVE RO-SECTION TO SCH-SECTION
               READ SCHEDULE-FILE
                   INVALID KEY
                       MOVE "TBA" TO SCH-DAYS
                       MOVE "TBA" TO TIME-DISP
                       MOVE "TBA" TO SCH-ROOM
                   NOT INVALID KEY
                       MOVE SPACES TO TIME-DISP
                       STRING SCH-STARTTIME DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           SCH-ENDTIME DELIMITED BY SIZE
                           INTO TIME-DISP
               END-READ
           END-IF.
           MOVE "TBA" TO INSTRUCTOR-NAME.
           IF FACASSIGN-OPEN
               MOVE COR-SCHOOLYEAR TO FA-SCHOOLYEAR
               MOVE COR-TERM TO FA-TERM
               MOVE RO-SUBJECTCODE TO FA-SUBJECTCODE
               MOVE RO-SECTION TO FA-SECTION
               READ FACASSIGN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM FIND-INSTRUCTOR-NAME
               END-READ
           END-IF.
           MOVE SPACES TO COR-LINE.
           STRING RO-SUBJECTCODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SM-SUBJECTTITLE(1:20) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RO-UNITS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RO-SECTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SCH-DAYS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TIME-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SCH-ROOM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INSTRUCTOR-NAME DELIMITED BY SIZE
               INTO COR-LINE.
           PERFORM WRITE-COR-LINE.

       FIND-INSTRUCTOR-NAME.
           MOVE FA-FACULTYID TO INSTRUCTOR-NAME.
           IF FACMAST-OPEN
               MOVE FA-FACULTYID TO FC-FACULTYID
               READ FACMAST-FILE
                   INVALID KEY
                       MOVE FA-FACULTYID TO INSTRUCTOR-NAME
                   NOT INVALID KEY
                       MOVE FC-FACULTYNAME TO INSTRUCTOR-NAME
               END-READ
           END-IF.

       PRINT-COR-ASSESSMENT.
           IF NOT ASSESS-OPEN
               PERFORM PRINT-NOT-ASSESSED
           ELSE
               MOVE COR-STUDENTNUM TO AS-STUDENTNUM
               MOVE COR-SCHOOLYEAR TO AS-SCHOOLYEAR
               MOVE COR-TERM TO AS-TERM
               READ ASSESS-FILE
                   INVALID KEY
                       PERFORM PRINT-NOT-ASSESSED
                   NOT INVALID KEY
                       PERFORM PRINT-ASSESSMENT-LINES
               END-READ
           END-IF.

       PRINT-NOT-ASSESSED.
           MOVE "ASSESSMENT OF FEES: NOT YET ASSESSED, SEE "
               TO COR-LINE.
           MOVE "THE CASHIER." TO COR-LINE(43:12).
           PERFORM WRITE-COR-LINE.

       PRINT-ASSESSMENT-LINES.
           MOVE "ASSESSMENT OF FEES" TO COR-LINE.
           PERFORM WRITE-COR-LINE.
           COMPUTE TUITION-AMOUNT = AS-TOTALUNITS * AS-PERUNIT.
           MOVE AS-TOTALUNITS TO UNITS-DISP.
           MOVE AS-PERUNIT TO PERUNIT-DISP.
           MOVE TUITION-AMOUNT TO AMOUNT-DISP.
           MOVE SPACES TO COR-LINE.
           STRING "  TUITION      " DELIMITED BY SIZE
               UNITS-DISP DELIMITED BY SIZE
               " UNITS AT P" DELIMITED BY SIZE
               PERUNIT-DISP DELIMITED BY SIZE
               "  P" DELIMITED BY SIZE
               AMOUNT-DISP DELIMITED BY SIZE
               INTO COR-LINE.
           PERFORM WRITE-COR-LINE.
           MOVE AS-FIXEDFEES TO AMOUNT-DISP.
           MOVE SPACES TO COR-LINE.
           STRING "  FIXED FEES" DELIMITED BY SIZE
               "                              P" DELIMITED BY SIZE
               AMOUNT-DISP DELIMITED BY SIZE
               INTO COR-LINE.
           PERFORM WRITE-COR-LINE.
           MOVE ZERO TO DISCOUNT-AMOUNT.
           IF SCHAWARD-OPEN
               MOVE COR-STUDENTNUM TO SA-STUDENTNUM
               MOVE COR-SCHOOLYEAR TO SA-SCHOOLYEAR
               MOVE COR-TERM TO SA-TERM
               READ SCHAWARD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SA-DISCOUNT TO DISCOUNT-AMOUNT
               END-READ
           END-IF.
           IF DISCOUNT-AMOUNT > ZERO
               MOVE DISCOUNT-AMOUNT TO AMOUNT-DISP
               MOVE SPACES TO COR-LINE
               STRING "  LESS SCHOLARSHIP DISCOUNT" DELIMITED BY SIZE
                   "               P" DELIMITED BY SIZE
                   AMOUNT-DISP DELIMITED BY SIZE
                   INTO COR-LINE
               PERFORM WRITE-COR-LINE
           END-IF.
           MOVE ZERO TO PENALTY-AMOUNT.
           IF INSTSCHED-OPEN
               PERFORM VARYING INST-IDX FROM 1 BY 1 UNTIL INST-IDX > 4
                   PERFORM ADD-INSTALLMENT-PENALTY
               END-PERFORM
           END-IF.
           IF PENALTY-AMOUNT > ZERO
               MOVE PENALTY-AMOUNT TO AMOUNT-DISP
               MOVE SPACES TO COR-LINE
               STRING "  ADD LATE PAYMENT PENALTIES" DELIMITED BY SIZE
                   "              P" DELIMITED BY SIZE
                   AMOUNT-DISP DELIMITED BY SIZE
                   INTO COR-LINE
               PERFORM WRITE-COR-LINE
           END-IF.
           MOVE AS-TOTALASSESSED TO AMOUNT-DISP.
           MOVE SPACES TO COR-LINE.
           STRING "  TOTAL ASSESSED" DELIMITED BY SIZE
               "                          P" DELIMITED BY SIZE
               AMOUNT-DISP DELIMITED BY SIZE
               INTO COR-LINE.
           PERFORM WRITE-COR-LINE.
           MOVE SPACES TO COR-LINE.
           PERFORM WRITE-COR-LINE.
           MOVE ZERO TO INST-COUNT.
           IF INSTSCHED-OPEN
               PERFORM VARYING INST-IDX FROM 1 BY 1 UNTIL INST-IDX > 4
                   PERFORM PRINT-ONE-INSTALLMENT
               END-PERFORM
           END-IF.
           IF INST-COUNT = ZERO
               MOVE "PAYMENT: FULL AMOUNT DUE UPON ENROLLMENT."
                   TO COR-LINE
               PERFORM WRITE-COR-LINE
           END-IF.

       ADD-INSTALLMENT-PENALTY.
           MOVE COR-STUDENTNUM TO IL-STUDENTNUM.
           MOVE COR-SCHOOLYEAR TO IL-SCHOOLYEAR.
           MOVE COR-TERM TO IL-TERM.
           MOVE INST-IDX TO IL-SEQ.
           READ INSTSCHED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD IL-PENALTY TO PENALTY-AMOUNT
           END-READ.

       PRINT-ONE-INSTALLMENT.
           MOVE COR-STUDENTNUM TO IL-STUDENTNUM.
           MOVE COR-SCHOOLYEAR TO IL-SCHOOLYEAR.
           MOVE COR-TERM TO IL-TERM.
           MOVE INST-IDX TO IL-SEQ.
           READ INSTSCHED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF INST-COUNT = ZERO
                       MOVE "INSTALLMENT SCHEDULE   DUE DATE       "
                           TO COR-LINE
                       MOVE "AMOUNT" TO COR-LINE(45:6)
                       PERFORM WRITE-COR-LINE
                   END-IF
                   ADD 1 TO INST-COUNT
                   MOVE IL-DUEDATE TO DUEDATE-EDIT
                   MOVE IL-AMOUNTDUE TO AMOUNT-DISP
                   MOVE SPACES TO COR-LINE
                   STRING "  " DELIMITED BY SIZE
                       IL-INSTNAME DELIMITED BY SIZE
                       "          " DELIMITED BY SIZE
                       DUEDATE-EDIT DELIMITED BY SIZE
                       "   P" DELIMITED BY SIZE
                       AMOUNT-DISP DELIMITED BY SIZE
                       INTO COR-LINE
                   PERFORM WRITE-COR-LINE
           END-READ.

       WRITE-COR-LINE.
           WRITE COR-REC FROM COR-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE COR-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM CERT-OF-REGISTRATION.
