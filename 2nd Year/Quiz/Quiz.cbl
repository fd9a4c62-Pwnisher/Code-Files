           ASSIGN TO "D:\Files\dat\curricovr.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CURRICOVR-STATUS.
           SELECT TRANSCRED-FILE
           ASSIGN TO "D:\Files\dat\transcred.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TC-KEY
           FILE STATUS IS TRANSCRED-STATUS.
           SELECT FACMAST-FILE
           ASSIGN TO "D:\Files\dat\facmast.dat"
           ORGANIZATION IS INDEXED
           ASSIGN TO "D:\Files\dat\rosterrestart.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROSTRESTART-STATUS.
           SELECT BLOCKDEF-FILE
           ASSIGN TO "D:\Files\dat\blockdef.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BK-KEY
           FILE STATUS IS BLOCKDEF-STATUS.
           SELECT BLOCKSTU-FILE
           ASSIGN TO "D:\Files\dat\blockstu.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BS-KEY
           FILE STATUS IS BLOCKSTU-STATUS.
           SELECT BLOCKEXC-FILE
           ASSIGN TO "D:\Files\dat\blockexc.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BLOCKEXC-STATUS.
           SELECT ASSESSQ-FILE
           ASSIGN TO "D:\Files\dat\assessq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ASSESSQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GRADE-FILE.
           05 ST-STATUSFLAG PIC X(01).
               88 ST-STUDENT-ACTIVE VALUE "A".
               88 ST-STUDENT-INACTIVE VALUE "I".
           05 ST-SEX PIC X(01).
               88 ST-MALE VALUE "M".
               88 ST-FEMALE VALUE "F".
           05 ST-BIRTHDATE PIC 9(08).
           05 ST-CITIZENSHIP PIC X(20).
       FD SUBJLOCK-FILE.
       01 SUBJLOCK-REC.
           05 SL-KEY.
           05 RU-TOTAL PIC S9(9)V99.
           05 RU-COMPLETION PIC X(01).
               88 RU-COMPLETED VALUE "C".
           05 RU-STREAMID PIC X(08).
           05 RU-STEPNO PIC 9(02).
           05 RU-BUSDATE PIC 9(08).
       FD ACADCAL-FILE.
       01 ACADCAL-REC.
           05 AC-KEY.
           05 AC-INCDEADLINE PIC 9(08).
           05 AC-REMSTART PIC 9(08).
           05 AC-REMEND PIC 9(08).
           05 AC-CENSUSDATE PIC 9(08).
       FD HOLDS-FILE.
       01 HOLDS-REC.
           05 HD-KEY.
           05 CV-SUBJECTCODE PIC X(10).
           05 CV-MISSINGPREREQ PIC X(10).
           05 CV-ALLOWEDBY PIC X(20).
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
       FD FACMAST-FILE.
       01 FACMAST-REC.
           05 FC-FACULTYID PIC X(10).
           05 FC-STATUSFLAG PIC X(01).
               88 FC-FACULTY-ACTIVE VALUE "A".
               88 FC-FACULTY-INACTIVE VALUE "I".
           05 FC-RANK PIC X(10).
           05 FC-EMPSTATUS PIC X(01).
               88 FC-FULL-TIME VALUE "F".
               88 FC-PART-TIME VALUE "P".
           05 FC-DEPARTMENT PIC X(10).
       FD FACASSIGN-FILE.
       01 FACASSIGN-REC.
           05 FA-KEY.
       FD ROSTRESTART-FILE.
       01 ROSTRESTART-REC.
           05 RT-ROWSDONE PIC 9(06).
       FD BLOCKDEF-FILE.
       01 BLOCKDEF-REC.
           05 BK-KEY.
               10 BK-BLOCKCODE PIC X(10).
               10 BK-SCHOOLYEAR PIC 9(04).
               10 BK-TERM PIC 9(01).
               10 BK-SUBJECTCODE PIC X(10).
           05 BK-SECTION PIC X(06).
       FD BLOCKSTU-FILE.
       01 BLOCKSTU-REC.
           05 BS-KEY.
               10 BS-BLOCKCODE PIC X(10).
               10 BS-SCHOOLYEAR PIC 9(04).
               10 BS-TERM PIC 9(01).
               10 BS-STUDENTNUM PIC 9(10).
           05 BS-DATEADDED PIC 9(08).
       FD BLOCKEXC-FILE.
       01 BLOCKEXC-REC PIC X(100).
       FD ASSESSQ-FILE.
       01 ASSESSQ-REC.
           05 AQ-STUDENTNUM PIC 9(10).
           05 AQ-SCHOOLYEAR PIC 9(04).
           05 AQ-TERM PIC 9(01).
           05 AQ-BLOCKCODE PIC X(10).
           05 AQ-QUEUEDATE PIC 9(08).
       WORKING-STORAGE SECTION.
       01 GRADE-STATUS PIC X(02).
       01 ROSTER-STATUS PIC X(02).
       01 LOGSTAMP-DATE PIC 9(08).
       01 LOGSTAMP-TIME PIC 9(08).
       01 GRADESHEET-STATUS PIC X(02).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "QUIZ-GRADESHEET".
       01 SPOOL-OPERATOR PIC X(10).
       01 SPOOL-LINE PIC X(132).
       01 GRADESCALE-STATUS PIC X(02).
       01 SUBJMAST-STATUS PIC X(02).
       01 SUBJECT-OK-SW PIC X(03).
           88 SUBJMAINT-DEACTIVATE VALUE "D".
           88 SUBJMAINT-EXIT VALUE "X".
       01 STUDMAST-STATUS PIC X(02).
       01 CHECKDIGIT-ACTION PIC X(01).
       01 CHECKDIGIT-NUMBER PIC X(12).
       01 CHECKDIGIT-RESULT PIC X(01).
           88 CHECKDIGIT-OK VALUE "Y".
       01 STUDENTBASE PIC 9(09).
       01 STUDENT-OK-SW PIC X(03).
           88 STUDENT-ON-MASTER VALUE "YES".
       01 STUDMAINT-CHOICE PIC X(01).
       01 TRANS-GWA PIC 9(1)V99.
       01 TRANS-ANY-SW PIC X(03).
           88 TRANS-ANY-FOUND VALUE "YES".
       01 TRANS-CREDIT-UNITS PIC 9(3).
       01 TRANS-CREDIT-SW PIC X(03).
           88 TRANS-CREDIT-FOUND VALUE "YES".
       01 CREDIT-EOF-SW PIC X(03).
           88 CREDIT-EOF VALUE "YES".
       01 WEIGHT-PRE PIC 9(3).
       01 WEIGHT-MID PIC 9(3).
       01 WEIGHT-FIN PIC 9(3).
           88 ROSTMAINT-ENROLL VALUE "E".
           88 ROSTMAINT-DROP VALUE "D".
           88 ROSTMAINT-TRANSFER VALUE "T".
           88 ROSTMAINT-BLOCK VALUE "B".
           88 ROSTMAINT-EXIT VALUE "X".
       01 TARGET-STUDENTNUM PIC 9(10).
       01 TARGET-SUBJECTCODE PIC X(10).
       01 NOTIFY-LINE PIC X(160).
       01 CURRIC-STATUS PIC X(02).
       01 CURRICOVR-STATUS PIC X(02).
       01 TRANSCRED-STATUS PIC X(02).
       01 PREREQ-OK-SW PIC X(03).
           88 PREREQS-SATISFIED VALUE "YES".
       01 PREREQ-CHECK PIC X(10).
           88 DAYS-OVERLAP VALUE "YES".
       01 DAY-I PIC 9(01) COMP.
       01 DAY-J PIC 9(01) COMP.
       01 CLASH-SUBJECT PIC X(10).
       01 CLASH-SECTION PIC X(06).
       01 BLOCKDEF-STATUS PIC X(02).
       01 BLOCKSTU-STATUS PIC X(02).
       01 BLOCKEXC-STATUS PIC X(02).
       01 ASSESSQ-STATUS PIC X(02).
       01 BLOCK-CODE PIC X(10).
       01 BLOCK-BATCH-SW PIC X(03) VALUE "NO".
           88 BLOCK-BATCH-RUN VALUE "YES".
       01 BLOCKDEF-EOF-SW PIC X(03).
           88 BLOCKDEF-EOF VALUE "YES".
       01 BLOCKSTU-EOF-SW PIC X(03).
           88 BLOCKSTU-EOF VALUE "YES".
       01 ALREADY-ENROLLED-SW PIC X(03).
           88 ALREADY-ENROLLED VALUE "YES".
       01 BLOCK-SUBJ-COUNT PIC 9(02).
       01 BLOCK-SUBJ-OVER-SW PIC X(03).
           88 BLOCK-SUBJ-OVER VALUE "YES".
       01 BLOCK-IDX PIC 9(02).
       01 BLOCK-SUBJ-TABLE.
           05 BLOCK-SUBJ OCCURS 20 TIMES.
               10 BLK-SUBJECTCODE PIC X(10).
               10 BLK-SECTION PIC X(06).
       01 BLOCK-FAIL-COUNT PIC 9(02).
       01 BLOCK-DONE-COUNT PIC 9(02).
       01 BLOCK-STUDENT-COUNT PIC 9(04).
       01 BLOCK-FULL-COUNT PIC 9(04).
       01 BLOCK-PARTIAL-COUNT PIC 9(04).
       01 BLOCK-NONE-COUNT PIC 9(04).
       01 BLOCK-ROWS-WRITTEN PIC 9(05).
       01 BLOCK-REASON PIC X(40).
       01 BLOCKEXC-HEADER-LINE.
           05 FILLER PIC X(10) VALUE "STUDENT NO".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "STUDENT NAME".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "SUBJECT".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "SECT".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(36) VALUE "REASON NOT ENROLLED".
       01 BLOCKEXC-DETAIL-LINE.
           05 BXD-STUDENTNUM PIC 9(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 BXD-STUDENTNAME PIC X(30).
           05 FILLER PIC X(02) VALUE SPACES.
           05 BXD-SUBJECTCODE PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 BXD-SECTION PIC X(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 BXD-REASON PIC X(36).
       01 ROSTER-ROWS-DONE PIC 9(06).
       01 ROSTER-ROW-SEQ PIC 9(06).
       01 GUARD-PROGRAMNAME PIC X(20).
               CLOSE CURRIC-FILE
               OPEN I-O CURRIC-FILE
           END-IF.
           OPEN I-O TRANSCRED-FILE.
           IF TRANSCRED-STATUS = "35"
               OPEN OUTPUT TRANSCRED-FILE
               CLOSE TRANSCRED-FILE
               OPEN I-O TRANSCRED-FILE
           END-IF.
           OPEN I-O FACMAST-FILE.
           IF FACMAST-STATUS = "35"
               OPEN OUTPUT FACMAST-FILE
                   CLOSE FACMAST-FILE
                   CLOSE FACASSIGN-FILE
                   CLOSE CURRIC-FILE
                   CLOSE TRANSCRED-FILE
                   CLOSE SECCAP-FILE
                   CLOSE WAITLIST-FILE
                   CLOSE HOLDS-FILE
               DISPLAY CLEAR-SCREEN.
               DISPLAY "[ SEMESTRAL GRADE ] " AT 0335.
               DISPLAY "STUDENT NUMBER: " AT 0733.
               PERFORM ACCEPT-GRADE-STUDENTNUM.
               PERFORM VALIDATE-STUDENT-ROSTER.
               PERFORM UNTIL ROSTER-MATCH-FOUND
                   DISPLAY "STUDENT NUMBER NOT ENROLLED IN THE "
                       "SECTION. RE-ENTER: " AT 1633
                   PERFORM ACCEPT-GRADE-STUDENTNUM
                   PERFORM VALIDATE-STUDENT-ROSTER
               END-PERFORM.
               PERFORM FETCH-STUDENT-NAME.
               PERFORM UNTIL STUDENT-ON-MASTER
                   DISPLAY "STUDENT NOT ON STUDENT MASTER. "
                       "RE-ENTER NUMBER: " AT 1633
                   PERFORM ACCEPT-GRADE-STUDENTNUM
                   PERFORM FETCH-STUDENT-NAME
               END-PERFORM.
               DISPLAY "STUDENT NAME: " AT 0833.
               DISPLAY "[ REMOVAL EXAM ] " AT 0335.
               DISPLAY "STUDENT NUMBER: " AT 0833.
               ACCEPT GR-STUDENTNUM AT 0849.
               MOVE GR-STUDENTNUM TO STUDENTNUM.
               PERFORM VERIFY-STUDENT-DIGIT.
               PERFORM UNTIL CHECKDIGIT-OK
                   DISPLAY "STUDENT NUMBER CHECK DIGIT IS WRONG. "
                       "RE-ENTER: " AT 1633
                   ACCEPT GR-STUDENTNUM AT 0849
                   MOVE GR-STUDENTNUM TO STUDENTNUM
                   PERFORM VERIFY-STUDENT-DIGIT
               END-PERFORM.
               DISPLAY "SCHOOL YEAR (YYYY): " AT 0863.
               ACCEPT GR-SCHOOLYEAR AT 0884.
               DISPLAY "SUBJECT CODE: " AT 0933.
               MOVE "ROSTER-BATCH" TO RU-PROGRAM.
               ACCEPT RU-RUNDATE FROM DATE YYYYMMDD.
               ACCEPT RU-RUNTIME FROM TIME.
               MOVE SPACES TO RU-STREAMID.
               MOVE ZERO TO RU-STEPNO.
               MOVE ZERO TO RU-BUSDATE.
               WRITE RUNCTL-REC.
               CLOSE RUNCTL-FILE.

               ELSE
                   DISPLAY "NO GRADE RECORDS FOR THAT STUDENT."
               END-IF.
               PERFORM TRANSCRIPT-CREDITS.

               DISPLAY "PRESS [ENTER] TO CONTINUE.".
               ACCEPT GETCH.
                   ADD GR-UNITS TO TRANS-CUM-UNITS
               END-IF.

           TRANSCRIPT-CREDITS.
               MOVE ZERO TO TRANS-CREDIT-UNITS.
               MOVE "NO" TO TRANS-CREDIT-SW.
               MOVE "NO" TO CREDIT-EOF-SW.
               MOVE TRANS-STUDENTNUM TO TC-STUDENTNUM.
               MOVE LOW-VALUES TO TC-SUBJECTCODE.
               START TRANSCRED-FILE KEY IS NOT LESS THAN TC-KEY
                   INVALID KEY
                       SET CREDIT-EOF TO TRUE
               END-START.
               PERFORM UNTIL CREDIT-EOF
                   READ TRANSCRED-FILE NEXT RECORD
                       AT END
                           SET CREDIT-EOF TO TRUE
                       NOT AT END
                           IF TC-STUDENTNUM NOT = TRANS-STUDENTNUM
                               SET CREDIT-EOF TO TRUE
                           ELSE
                               IF NOT TRANS-CREDIT-FOUND
                                   DISPLAY "CREDITS FROM OTHER "
                                       "INSTITUTION:"
                                   MOVE "YES" TO TRANS-CREDIT-SW
                               END-IF
                               DISPLAY "  " TC-SUBJECTCODE " UNITS "
                                   TC-UNITS " GRADE " TC-ORIGGRADE
                                   " FROM " TC-SCHOOL(1:20) " "
                                   TC-THEIRCODE
                               ADD TC-UNITS TO TRANS-CREDIT-UNITS
                           END-IF
                   END-READ
               END-PERFORM.
               IF TRANS-CREDIT-FOUND
                   DISPLAY "  UNITS CREDITED: " TRANS-CREDIT-UNITS
                       " (NOT INCLUDED IN GWA)"
               END-IF.

           TRANSCRIPT-TERM-BREAK.
               IF TRANS-TERM-UNITS > 0
                   COMPUTE TRANS-GWA ROUNDED =
               MOVE ZERO TO TRANS-TERM-POINTS.
               MOVE ZERO TO TRANS-TERM-UNITS.

           ACCEPT-GRADE-STUDENTNUM.
               ACCEPT STUDENTNUM AT 0749.
               PERFORM VERIFY-STUDENT-DIGIT.
               PERFORM UNTIL CHECKDIGIT-OK
                   DISPLAY "STUDENT NUMBER CHECK DIGIT IS WRONG. "
                       "RE-ENTER: " AT 1633
                   ACCEPT STUDENTNUM AT 0749
                   PERFORM VERIFY-STUDENT-DIGIT
               END-PERFORM.

           VERIFY-STUDENT-DIGIT.
               MOVE "V" TO CHECKDIGIT-ACTION.
               MOVE STUDENTNUM TO CHECKDIGIT-NUMBER.
               CALL "CHECK-DIGIT" USING CHECKDIGIT-ACTION
                   CHECKDIGIT-NUMBER CHECKDIGIT-RESULT.

           FETCH-STUDENT-NAME.
               MOVE "NO" TO STUDENT-OK-SW.
               MOVE STUDENTNUM TO ST-STUDENTNUM.

           ADD-STUDENT.
               DISPLAY "NEW STUDENT NUMBER: " AT 0933.
               ACCEPT STUDENTBASE AT 0954.
               MOVE "G" TO CHECKDIGIT-ACTION.
               MOVE STUDENTBASE TO CHECKDIGIT-NUMBER.
               CALL "CHECK-DIGIT" USING CHECKDIGIT-ACTION
                   CHECKDIGIT-NUMBER CHECKDIGIT-RESULT.
               MOVE CHECKDIGIT-NUMBER(1:10) TO ST-STUDENTNUM.
               DISPLAY "WITH CHECK DIGIT: " AT 0966.
               DISPLAY ST-STUDENTNUM AT 0984.
               READ STUDMAST-FILE
                   INVALID KEY
                       CONTINUE
                   ACCEPT ST-PROGRAM AT 1150
                   DISPLAY "YEAR LEVEL: " AT 1233
                   ACCEPT ST-YEARLEVEL AT 1246
                   DISPLAY "SEX (M/F): " AT 1333
                   ACCEPT ST-SEX AT 1345
                   DISPLAY "BIRTH DATE (YYYYMMDD): " AT 1433
                   ACCEPT ST-BIRTHDATE AT 1457
                   DISPLAY "CITIZENSHIP: " AT 1533
                   ACCEPT ST-CITIZENSHIP AT 1547
                   SET ST-STUDENT-ACTIVE TO TRUE
                   WRITE STUDMAST-REC
                       INVALID KEY
                       ACCEPT ST-PROGRAM AT 1147
                       DISPLAY "NEW YEAR LEVEL: " AT 1233
                       ACCEPT ST-YEARLEVEL AT 1250
                       DISPLAY "NEW SEX (M/F): " AT 1333
                       ACCEPT ST-SEX AT 1349
                       DISPLAY "NEW BIRTH DATE (YYYYMMDD): " AT 1433
                       ACCEPT ST-BIRTHDATE AT 1461
                       DISPLAY "NEW CITIZENSHIP: " AT 1533
                       ACCEPT ST-CITIZENSHIP AT 1551
                       REWRITE STUDMAST-REC
                       DISPLAY "STUDENT UPDATED." AT 1633
               END-READ.
               MOVE SPACE TO ROSTMAINT-CHOICE.
               PERFORM UNTIL ROSTMAINT-EXIT
                   DISPLAY "E-ENROLL, D-DROP, T-TRANSFER SECTION, "
                       "B-BLOCK ENROLL, X-EXIT: " AT 0710
                   ACCEPT ROSTMAINT-CHOICE AT 0774
                   EVALUATE TRUE
                       WHEN ROSTMAINT-ENROLL
                           PERFORM ENROLL-STUDENT THRU
                           PERFORM DROP-STUDENT
                       WHEN ROSTMAINT-TRANSFER
                           PERFORM TRANSFER-STUDENT
                       WHEN ROSTMAINT-BLOCK
                           PERFORM BLOCK-ENROLL THRU
                               BLOCK-ENROLL-DONE
                       WHEN ROSTMAINT-EXIT
                           CONTINUE
                       WHEN OTHER
                           PERFORM CHECK-ONE-PREREQ
                       END-IF
               END-READ.
               IF NOT PREREQS-SATISFIED AND NOT BLOCK-BATCH-RUN
                   DISPLAY "PREREQUISITE " MISSING-PREREQ
                       " NOT PASSED." AT 1433
                   DISPLAY "OVERRIDE AND ENROLL ANYWAY? (Y/N): "
                           END-IF
                   END-READ
               END-PERFORM.
               IF NOT PREREQ-PASSED
                   MOVE STUDENTNUM TO TC-STUDENTNUM
                   MOVE PREREQ-CHECK TO TC-SUBJECTCODE
                   READ TRANSCRED-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "YES" TO PREREQ-PASSED-SW
                   END-READ
               END-IF.
               IF NOT PREREQ-PASSED
                   MOVE "NO" TO PREREQ-OK-SW
                   MOVE PREREQ-CHECK TO MISSING-PREREQ
               WRITE CURRICOVR-REC.
               CLOSE CURRICOVR-FILE.

           BLOCK-ENROLL.
               DISPLAY "BLOCK CODE: " AT 0833.
               ACCEPT BLOCK-CODE AT 0846.
               DISPLAY "SCHOOL YEAR (YYYY): " AT 0933.
               ACCEPT ENROLL-SCHOOLYEAR AT 0954.
               DISPLAY "TERM (1/2/3): " AT 0960.
               ACCEPT ENROLL-TERM AT 0975.
               PERFORM CHECK-ENROLLMENT-PERIOD.
               IF NOT ENROLLMENT-OPEN
                   DISPLAY "ENROLLMENT PERIOD FOR "
                       ENROLL-SCHOOLYEAR "/" ENROLL-TERM
                       " IS CLOSED (SEE THE ACADEMIC "
                       "CALENDAR)." AT 1633
                   GO TO BLOCK-ENROLL-DONE
               END-IF.
               PERFORM LOAD-BLOCK-SUBJECTS.
               IF BLOCK-SUBJ-COUNT = ZERO
                   DISPLAY "NO SUBJECTS DEFINED FOR BLOCK "
                       BLOCK-CODE " IN " ENROLL-SCHOOLYEAR "/"
                       ENROLL-TERM "." AT 1633
                   GO TO BLOCK-ENROLL-DONE
               END-IF.
               IF BLOCK-SUBJ-OVER
                   DISPLAY "BLOCK " BLOCK-CODE " HAS MORE THAN 20 "
                       "SUBJECTS, BLOCK ENROLLMENT NOT RUN." AT 1633
                   DISPLAY "SPLIT THE BLOCK IN BLOCK MAINTENANCE."
                       AT 1733
                   GO TO BLOCK-ENROLL-DONE
               END-IF.
               OPEN INPUT BLOCKSTU-FILE.
               IF BLOCKSTU-STATUS NOT = "00"
                   DISPLAY "NO STUDENTS ASSIGNED TO ANY BLOCK."
                       AT 1633
                   GO TO BLOCK-ENROLL-DONE
               END-IF.

               MOVE ZERO TO BLOCK-STUDENT-COUNT.
               MOVE ZERO TO BLOCK-FULL-COUNT.
               MOVE ZERO TO BLOCK-PARTIAL-COUNT.
               MOVE ZERO TO BLOCK-NONE-COUNT.
               MOVE ZERO TO BLOCK-ROWS-WRITTEN.
               MOVE "QUIZ-BLOCKENROLL" TO SPOOL-PROGRAMNAME.
               OPEN OUTPUT BLOCKEXC-FILE.
               MOVE OPERATORNAME TO SPOOL-OPERATOR.
               MOVE "O" TO SPOOL-ACTION.
               PERFORM CALL-REPORT-WRITER.
               MOVE SPACES TO BLOCKEXC-REC.
               STRING "BLOCK ENROLLMENT EXCEPTIONS - BLOCK "
                   DELIMITED BY SIZE
                   BLOCK-CODE DELIMITED BY SPACE
                   "  SY " DELIMITED BY SIZE
                   ENROLL-SCHOOLYEAR DELIMITED BY SIZE
                   " TERM " DELIMITED BY SIZE
                   ENROLL-TERM DELIMITED BY SIZE
                   INTO BLOCKEXC-REC.
               PERFORM WRITE-BLOCKEXC-LINE.
               MOVE BLOCKEXC-HEADER-LINE TO BLOCKEXC-REC.
               PERFORM WRITE-BLOCKEXC-LINE.
               OPEN EXTEND ASSESSQ-FILE.
               IF ASSESSQ-STATUS = "35"
                   OPEN OUTPUT ASSESSQ-FILE
               END-IF.

               MOVE "YES" TO BLOCK-BATCH-SW.
               MOVE "NO" TO BLOCKSTU-EOF-SW.
               MOVE BLOCK-CODE TO BS-BLOCKCODE.
               MOVE ENROLL-SCHOOLYEAR TO BS-SCHOOLYEAR.
               MOVE ENROLL-TERM TO BS-TERM.
               MOVE ZERO TO BS-STUDENTNUM.
               START BLOCKSTU-FILE KEY IS NOT LESS THAN BS-KEY
                   INVALID KEY
                       SET BLOCKSTU-EOF TO TRUE
               END-START.
               PERFORM UNTIL BLOCKSTU-EOF
                   READ BLOCKSTU-FILE NEXT RECORD
                       AT END
                           SET BLOCKSTU-EOF TO TRUE
                       NOT AT END
                           IF BS-BLOCKCODE NOT = BLOCK-CODE OR
                               BS-SCHOOLYEAR NOT = ENROLL-SCHOOLYEAR
                               OR BS-TERM NOT = ENROLL-TERM
                               SET BLOCKSTU-EOF TO TRUE
                           ELSE
                               PERFORM BLOCK-ENROLL-STUDENT
                           END-IF
                   END-READ
               END-PERFORM.
               MOVE "NO" TO BLOCK-BATCH-SW.
               CLOSE BLOCKSTU-FILE.
               CLOSE ASSESSQ-FILE.

               MOVE SPACES TO BLOCKEXC-REC.
               PERFORM WRITE-BLOCKEXC-LINE.
               MOVE SPACES TO BLOCKEXC-REC.
               STRING "STUDENTS IN BLOCK: " DELIMITED BY SIZE
                   BLOCK-STUDENT-COUNT DELIMITED BY SIZE
                   "  FULLY ENROLLED: " DELIMITED BY SIZE
                   BLOCK-FULL-COUNT DELIMITED BY SIZE
                   "  PARTIAL: " DELIMITED BY SIZE
                   BLOCK-PARTIAL-COUNT DELIMITED BY SIZE
                   "  NOT ENROLLED: " DELIMITED BY SIZE
                   BLOCK-NONE-COUNT DELIMITED BY SIZE
                   INTO BLOCKEXC-REC.
               PERFORM WRITE-BLOCKEXC-LINE.
               MOVE SPACES TO BLOCKEXC-REC.
               STRING "ONLY FULLY ENROLLED STUDENTS ARE QUEUED FOR "
                   DELIMITED BY SIZE
                   "TUITION ASSESSMENT." DELIMITED BY SIZE
                   INTO BLOCKEXC-REC.
               PERFORM WRITE-BLOCKEXC-LINE.
               CLOSE BLOCKEXC-FILE.
               MOVE "C" TO SPOOL-ACTION.
               PERFORM CALL-REPORT-WRITER.
               MOVE "QUIZ-GRADESHEET" TO SPOOL-PROGRAMNAME.

               DISPLAY "STUDENTS IN BLOCK: " AT 1233
                   BLOCK-STUDENT-COUNT AT 1252.
               DISPLAY "ROSTER ROWS ADDED: " AT 1263
                   BLOCK-ROWS-WRITTEN AT 1282.
               DISPLAY "FULLY ENROLLED   : " AT 1333
                   BLOCK-FULL-COUNT AT 1352.
               DISPLAY "QUEUED FOR ASSESSMENT." AT 1363.
               DISPLAY "PARTIALLY ENROLLED: " AT 1433
                   BLOCK-PARTIAL-COUNT AT 1453.
               DISPLAY "NOT ENROLLED: " AT 1463
                   BLOCK-NONE-COUNT AT 1477.
               DISPLAY "EXCEPTIONS WRITTEN TO THE BLOCK EXCEPTION "
                   "REPORT." AT 1533.
               DISPLAY "PRESS [ENTER] TO CONTINUE." AT 1833.
               ACCEPT GETCH AT 1859.

           BLOCK-ENROLL-DONE.
               EXIT.

           LOAD-BLOCK-SUBJECTS.
               MOVE ZERO TO BLOCK-SUBJ-COUNT.
               MOVE "NO" TO BLOCK-SUBJ-OVER-SW.
               OPEN INPUT BLOCKDEF-FILE.
               IF BLOCKDEF-STATUS = "00"
                   MOVE "NO" TO BLOCKDEF-EOF-SW
                   MOVE BLOCK-CODE TO BK-BLOCKCODE
                   MOVE ENROLL-SCHOOLYEAR TO BK-SCHOOLYEAR
                   MOVE ENROLL-TERM TO BK-TERM
                   MOVE LOW-VALUES TO BK-SUBJECTCODE
                   START BLOCKDEF-FILE KEY IS NOT LESS THAN BK-KEY
                       INVALID KEY
                           SET BLOCKDEF-EOF TO TRUE
                   END-START
                   PERFORM UNTIL BLOCKDEF-EOF
                       READ BLOCKDEF-FILE NEXT RECORD
                           AT END
                               SET BLOCKDEF-EOF TO TRUE
                           NOT AT END
                               IF BK-BLOCKCODE NOT = BLOCK-CODE OR
                                   BK-SCHOOLYEAR NOT =
                                       ENROLL-SCHOOLYEAR OR
                                   BK-TERM NOT = ENROLL-TERM
                                   SET BLOCKDEF-EOF TO TRUE
                               ELSE
                                   PERFORM NOTE-BLOCK-SUBJECT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BLOCKDEF-FILE
               END-IF.

           NOTE-BLOCK-SUBJECT.
               IF BLOCK-SUBJ-COUNT = 20
                   SET BLOCK-SUBJ-OVER TO TRUE
                   SET BLOCKDEF-EOF TO TRUE
               ELSE
                   ADD 1 TO BLOCK-SUBJ-COUNT
                   MOVE BK-SUBJECTCODE TO
                       BLK-SUBJECTCODE(BLOCK-SUBJ-COUNT)
                   MOVE BK-SECTION TO BLK-SECTION(BLOCK-SUBJ-COUNT)
               END-IF.

           BLOCK-ENROLL-STUDENT.
               ADD 1 TO BLOCK-STUDENT-COUNT.
               MOVE BS-STUDENTNUM TO STUDENTNUM.
               PERFORM FETCH-STUDENT-NAME.
               IF NOT STUDENT-ON-MASTER
                   MOVE SPACES TO STUDENTNAME
                   MOVE SPACES TO SUBJECTCODE
                   MOVE SPACES TO SECTIONCODE
                   MOVE "NOT AN ACTIVE STUDENT ON THE MASTER"
                       TO BLOCK-REASON
                   PERFORM WRITE-BLOCK-EXCEPTION
                   ADD 1 TO BLOCK-NONE-COUNT
               ELSE
                   MOVE ZERO TO BLOCK-FAIL-COUNT
                   MOVE ZERO TO BLOCK-DONE-COUNT
                   PERFORM BLOCK-ENROLL-SUBJECT THRU
                       BLOCK-ENROLL-SUBJECT-DONE
                       VARYING BLOCK-IDX FROM 1 BY 1
                       UNTIL BLOCK-IDX > BLOCK-SUBJ-COUNT
                   EVALUATE TRUE
                       WHEN BLOCK-FAIL-COUNT = ZERO
                           ADD 1 TO BLOCK-FULL-COUNT
                           PERFORM QUEUE-BLOCK-ASSESSMENT
                       WHEN BLOCK-DONE-COUNT > ZERO
                           ADD 1 TO BLOCK-PARTIAL-COUNT
                       WHEN OTHER
                           ADD 1 TO BLOCK-NONE-COUNT
                   END-EVALUATE
               END-IF.

           BLOCK-ENROLL-SUBJECT.
               MOVE BLK-SUBJECTCODE(BLOCK-IDX) TO SUBJECTCODE.
               MOVE BLK-SECTION(BLOCK-IDX) TO SECTIONCODE.
               MOVE SPACES TO BLOCK-REASON.
               PERFORM CHECK-ALREADY-ENROLLED.
               IF ALREADY-ENROLLED
                   ADD 1 TO BLOCK-DONE-COUNT
                   GO TO BLOCK-ENROLL-SUBJECT-DONE
               END-IF.
               PERFORM VALIDATE-SUBJECT-CODE.
               IF NOT SUBJECT-OK
                   MOVE "SUBJECT NOT ON SUBJECT MASTER"
                       TO BLOCK-REASON
                   GO TO BLOCK-SUBJECT-FAILED
               END-IF.
               PERFORM CHECK-PREREQUISITES.
               IF NOT PREREQS-SATISFIED
                   STRING "PREREQUISITE " DELIMITED BY SIZE
                       MISSING-PREREQ DELIMITED BY SPACE
                       " NOT PASSED" DELIMITED BY SIZE
                       INTO BLOCK-REASON
                   GO TO BLOCK-SUBJECT-FAILED
               END-IF.
               PERFORM CHECK-SCHEDULE-CONFLICT.
               IF SCHEDULE-CONFLICT
                   STRING "SCHEDULE CONFLICT WITH " DELIMITED BY SIZE
                       CLASH-SUBJECT DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CLASH-SECTION DELIMITED BY SPACE
                       INTO BLOCK-REASON
                   GO TO BLOCK-SUBJECT-FAILED
               END-IF.
               PERFORM CHECK-SECTION-CAPACITY.
               IF SECTION-FULL
                   STRING "SECTION FULL (" DELIMITED BY SIZE
                       SECTION-ENROLLED DELIMITED BY SIZE
                       " OF " DELIMITED BY SIZE
                       SECTION-CAPACITY DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO BLOCK-REASON
                   GO TO BLOCK-SUBJECT-FAILED
               END-IF.
               MOVE STUDENTNUM TO RO-STUDENTNUM.
               MOVE STUDENTNAME TO RO-STUDENTNAME.
               MOVE SUBJECTCODE TO RO-SUBJECTCODE.
               MOVE SECTIONCODE TO RO-SECTION.
               MOVE SM-UNITS TO RO-UNITS.
               MOVE ZERO TO RO-PRE.
               MOVE ZERO TO RO-MID.
               MOVE ZERO TO RO-FIN.
               MOVE "E" TO RO-STATUSFLAG.
               MOVE ZERO TO RO-DROPDATE.
               MOVE SPACES TO RO-DROPREASON.
               OPEN EXTEND ROSTER-FILE.
               IF ROSTER-STATUS = "35"
                   OPEN OUTPUT ROSTER-FILE
               END-IF.
               WRITE ROSTER-REC.
               CLOSE ROSTER-FILE.
               ADD 1 TO BLOCK-ROWS-WRITTEN.
               ADD 1 TO BLOCK-DONE-COUNT.
               GO TO BLOCK-ENROLL-SUBJECT-DONE.

           BLOCK-SUBJECT-FAILED.
               ADD 1 TO BLOCK-FAIL-COUNT.
               PERFORM WRITE-BLOCK-EXCEPTION.

           BLOCK-ENROLL-SUBJECT-DONE.
               EXIT.

           CHECK-ALREADY-ENROLLED.
               MOVE "NO" TO ALREADY-ENROLLED-SW.
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
                           IF RO-STUDENTNUM = STUDENTNUM AND
                               RO-SUBJECTCODE = SUBJECTCODE AND
                               NOT RO-DROPPED
                               MOVE "YES" TO ALREADY-ENROLLED-SW
                               SET ROSTER-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ROSTER-FILE.

           WRITE-BLOCK-EXCEPTION.
               MOVE STUDENTNUM TO BXD-STUDENTNUM.
               MOVE STUDENTNAME TO BXD-STUDENTNAME.
               MOVE SUBJECTCODE TO BXD-SUBJECTCODE.
               MOVE SECTIONCODE TO BXD-SECTION.
               MOVE BLOCK-REASON TO BXD-REASON.
               MOVE BLOCKEXC-DETAIL-LINE TO BLOCKEXC-REC.
               PERFORM WRITE-BLOCKEXC-LINE.

           WRITE-BLOCKEXC-LINE.
               WRITE BLOCKEXC-REC.
               MOVE BLOCKEXC-REC TO SPOOL-LINE.
               MOVE "L" TO SPOOL-ACTION.
               PERFORM CALL-REPORT-WRITER.

           QUEUE-BLOCK-ASSESSMENT.
               MOVE STUDENTNUM TO AQ-STUDENTNUM.
               MOVE ENROLL-SCHOOLYEAR TO AQ-SCHOOLYEAR.
               MOVE ENROLL-TERM TO AQ-TERM.
               MOVE BLOCK-CODE TO AQ-BLOCKCODE.
               ACCEPT AQ-QUEUEDATE FROM DATE YYYYMMDD.
               WRITE ASSESSQ-REC.

           DROP-STUDENT.
               DISPLAY "STUDENT NUMBER: " AT 0933.
               ACCEPT TARGET-STUDENTNUM AT 0950.
                   PERFORM CHECK-DAY-OVERLAP
                   IF DAYS-OVERLAP
                       MOVE "YES" TO SCHED-CONFLICT-SW
                       MOVE SCH-SUBJECTCODE TO CLASH-SUBJECT
                       MOVE SCH-SECTION TO CLASH-SECTION
                       IF NOT BLOCK-BATCH-RUN
                           DISPLAY "TIME CLASH WITH " SCH-SUBJECTCODE
                               " " SCH-SECTION " " SCH-DAYS " "
                               SCH-STARTTIME "-" SCH-ENDTIME
                       END-IF
                   END-IF
               END-IF.

               ACCEPT SECTION-FILTER AT 0559.
               MOVE ZERO TO SECTION-SUBTOTAL.
               OPEN OUTPUT GRADESHEET-FILE.
               MOVE OPERATORNAME TO SPOOL-OPERATOR.
               MOVE "O" TO SPOOL-ACTION.
               PERFORM CALL-REPORT-WRITER.
               MOVE GRADESHEET-HEADER-LINE TO GRADESHEET-REC.
               PERFORM WRITE-GRADESHEET-LINE.

               MOVE "NO" TO GRADE-EOF-SW.
               MOVE LOW-VALUES TO GR-KEY.
                                   WEIGHT-FIN DELIMITED BY SIZE
                                   INTO GSD-WEIGHTS
                               ADD 1 TO SECTION-SUBTOTAL
                               MOVE GRADESHEET-DETAIL-LINE
                                   TO GRADESHEET-REC
                               PERFORM WRITE-GRADESHEET-LINE
                           END-IF
                   END-READ
               END-PERFORM.

               MOVE SPACES TO GRADESHEET-REC.
               PERFORM WRITE-GRADESHEET-LINE.
               MOVE SPACES TO GRADESHEET-REC.
               STRING "SECTION: " DELIMITED BY SIZE
                   SECTION-FILTER DELIMITED BY SIZE
                   "  STUDENT RECORDS: " DELIMITED BY SIZE
                   SECTION-SUBTOTAL DELIMITED BY SIZE
                   INTO GRADESHEET-REC.
               PERFORM WRITE-GRADESHEET-LINE.
               MOVE "PREPARED BY: ______________________________"
                   TO GRADESHEET-REC.
               PERFORM WRITE-GRADESHEET-LINE.
               MOVE "NOTED BY:    ______________________________"
                   TO GRADESHEET-REC.
               PERFORM WRITE-GRADESHEET-LINE.
               CLOSE GRADESHEET-FILE.
               MOVE "C" TO SPOOL-ACTION.
               PERFORM CALL-REPORT-WRITER.

               DISPLAY "GRADE SHEET EXPORTED. PRESS [ENTER] TO "
                   "CONTINUE." AT 1233.
               ACCEPT GETCH AT 1274.

           WRITE-GRADESHEET-LINE.
               WRITE GRADESHEET-REC.
               MOVE GRADESHEET-REC TO SPOOL-LINE.
               MOVE "L" TO SPOOL-ACTION.
               PERFORM CALL-REPORT-WRITER.

           CALL-REPORT-WRITER.
               CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
                   SPOOL-OPERATOR SPOOL-LINE.

           GENERAL-WEIGHTED-AVERAGE.
               DISPLAY CLEAR-SCREEN.
               DISPLAY "[ GENERAL WEIGHTED AVERAGE ] " AT 0335.
