           ACCESS MODE IS RANDOM
           RECORD KEY IS SL-KEY
           FILE STATUS IS SUBJLOCK-STATUS.
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
           SELECT LOADPOL-FILE
           ASSIGN TO "D:\Files\dat\loadpolicy.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOADPOL-STATUS.
           SELECT FACLOAD-FILE
           ASSIGN TO "D:\Files\dat\facload.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FACLOAD-STATUS.
           SELECT OVLDPAY-FILE
           ASSIGN TO "D:\Files\dat\ovldpay.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OVLDPAY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FACMAST-FILE.
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
           05 SL-LOCKDATE PIC 9(08).
           05 SL-LATEFLAG PIC X(01).
               88 SL-LOCKED-LATE VALUE "L".
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
       FD LOADPOL-FILE.
       01 LOADPOL-REC.
           05 LP-RANK PIC X(10).
           05 LP-EMPSTATUS PIC X(01).
           05 LP-REGULARLOAD PIC 9(02).
           05 LP-MAXLOAD PIC 9(02).
           05 LP-OVERLOADRATE PIC 9(5)V99.
       FD FACLOAD-FILE.
       01 FACLOAD-REC PIC X(90).
       FD OVLDPAY-FILE.
       01 OVLDPAY-REC.
           05 OP-FACULTYID PIC X(10).
           05 OP-FACULTYNAME PIC X(30).
           05 OP-SCHOOLYEAR PIC 9(04).
           05 OP-TERM PIC 9(01).
           05 OP-RANK PIC X(10).
           05 OP-EMPSTATUS PIC X(01).
           05 OP-LOADUNITS PIC 9(03).
           05 OP-REGULARLOAD PIC 9(02).
           05 OP-OVERLOADUNITS PIC 9(03).
           05 OP-OVERLOADRATE PIC 9(5)V99.
           05 OP-AMOUNT PIC 9(7)V99.
       WORKING-STORAGE SECTION.
       01 FACMAST-STATUS PIC X(02).
       01 FACASSIGN-STATUS PIC X(02).
       01 ROSTER-STATUS PIC X(02).
       01 GRADE-STATUS PIC X(02).
       01 SUBJLOCK-STATUS PIC X(02).
       01 SUBJMAST-STATUS PIC X(02).
       01 SCHEDULE-STATUS PIC X(02).
       01 LOADPOL-STATUS PIC X(02).
       01 FACLOAD-STATUS PIC X(02).
       01 OVLDPAY-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "FACULTY-MAINTENANCE".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
           88 FAC-LIST VALUE "L".
           88 FAC-STATUS-RPT VALUE "R".
           88 FAC-DEACTIVATE VALUE "D".
           88 FAC-RANK VALUE "K".
           88 FAC-POLICY VALUE "P".
           88 FAC-LOAD-RPT VALUE "T".
           88 FAC-OVERLOAD-PAY VALUE "O".
           88 FAC-EXIT VALUE "X".
       01 WORKFACULTYID PIC X(10).
       01 WORK-SCHOOLYEAR PIC 9(04).
       01 ENROLLED-COUNT PIC 9(03).
       01 ENCODED-COUNT PIC 9(03).
       01 SECTION-STATE PIC X(20).
       01 LOADPOL-EOF-SW PIC X(03).
           88 LOADPOL-EOF VALUE "YES".
       01 POLICY-TABLE-AREA.
           05 LPT-ENTRY OCCURS 20 TIMES.
               10 LPT-RANK PIC X(10).
               10 LPT-EMPSTATUS PIC X(01).
               10 LPT-REGULARLOAD PIC 9(02).
               10 LPT-MAXLOAD PIC 9(02).
               10 LPT-OVERLOADRATE PIC 9(5)V99.
       01 LPT-COUNT PIC 9(02).
       01 LPT-IDX PIC 9(02) COMP.
       01 LPT-AT PIC 9(02) COMP.
       01 POLICY-FOUND-SW PIC X(03).
           88 POLICY-FOUND VALUE "YES".
       01 POL-REGULARLOAD PIC 9(02).
       01 POL-MAXLOAD PIC 9(02).
       01 POL-OVERLOADRATE PIC 9(5)V99.
       01 SUBJMAST-OPEN-SW PIC X(03).
           88 SUBJMAST-OPEN VALUE "YES".
       01 SCHEDULE-OPEN-SW PIC X(03).
           88 SCHEDULE-OPEN VALUE "YES".
       01 NEW-ASSIGNMENT PIC X(31).
       01 NEW-ASSIGNMENT-KEY PIC X(21).
       01 LOAD-ACCEPTED-SW PIC X(03).
           88 LOAD-ACCEPTED VALUE "YES".
       01 LOAD-REPLY PIC X(01).
           88 LOAD-REPLY-YES VALUE "Y" "y".
       01 SUBJECT-UNITS PIC 9(01).
       01 CONTACT-MINUTES PIC 9(05).
       01 LOAD-UNITS PIC 9(03).
       01 LOAD-MINUTES PIC 9(05).
       01 LOAD-HOURS PIC 9(03)V9.
       01 DAY-SPACES PIC 9(01).
       01 MEETING-DAYS PIC 9(01).
       01 CLOCK-HH PIC 9(02).
       01 CLOCK-MM PIC 9(02).
       01 START-MINUTES PIC 9(04).
       01 END-MINUTES PIC 9(04).
       01 FACLOAD-TABLE-AREA.
           05 FL-ENTRY OCCURS 200 TIMES.
               10 FL-FACULTYID PIC X(10).
               10 FL-SECTIONS PIC 9(02).
               10 FL-UNITS PIC 9(03).
               10 FL-MINUTES PIC 9(05).
       01 FL-COUNT PIC 9(03).
       01 FL-IDX PIC 9(03) COMP.
       01 FL-AT PIC 9(03) COMP.
       01 FL-HOLD PIC X(20).
       01 LOAD-STATE PIC X(12).
       01 FACULTY-COUNT PIC 9(03).
       01 OVERLOAD-COUNT PIC 9(03).
       01 OVERMAX-COUNT PIC 9(03).
       01 UNDERLOAD-COUNT PIC 9(03).
       01 NOPOLICY-COUNT PIC 9(03).
       01 EXTRACT-COUNT PIC 9(03).
       01 EXTRACT-TOTAL PIC 9(9)V99.
       01 UNITS-DISP PIC ZZ9.
       01 REGULAR-DISP PIC ZZ9.
       01 MAXIMUM-DISP PIC ZZ9.
       01 HOURS-DISP PIC ZZ9.9.
       01 COUNT-DISP PIC ZZ9.
       01 RATE-DISP PIC ZZ,ZZ9.99.
       01 TOTAL-DISP PIC ZZZ,ZZZ,ZZ9.99.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "FACULTY-MAINTENANCE".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O FACMAST-FILE.
           PERFORM UNTIL FAC-EXIT
               DISPLAY "FACULTY (A-ADD, S-ASSIGN SECTION, "
                   "L-LIST ASSIGNMENTS, R-SUBMISSION STATUS, "
                   "D-DEACTIVATE, K-RANK/STATUS/DEPARTMENT, "
                   "P-LOAD POLICY, T-TEACHING LOAD REPORT, "
                   "O-OVERLOAD PAY EXTRACT, X-EXIT): "
               ACCEPT FACCHOICE
               EVALUATE TRUE
                   WHEN FAC-ADD
                       PERFORM SUBMISSION-STATUS-REPORT
                   WHEN FAC-DEACTIVATE
                       PERFORM DEACTIVATE-FACULTY
                   WHEN FAC-RANK
                       PERFORM SET-FACULTY-RANK
                   WHEN FAC-POLICY
                       PERFORM SET-LOAD-POLICY
                   WHEN FAC-LOAD-RPT
                       PERFORM TEACHING-LOAD-REPORT
                   WHEN FAC-OVERLOAD-PAY
                       PERFORM OVERLOAD-PAY-EXTRACT
                   WHEN FAC-EXIT
                       CONTINUE
                   WHEN OTHER
               ACCEPT FC-FACULTYNAME
               DISPLAY "PIN (4 DIGITS): "
               ACCEPT FC-PIN
               DISPLAY "RANK (E.G. INSTRUCTR, ASST PROF): "
               ACCEPT FC-RANK
               DISPLAY "STATUS (F-FULL TIME, P-PART TIME): "
               ACCEPT FC-EMPSTATUS
               DISPLAY "DEPARTMENT: "
               ACCEPT FC-DEPARTMENT
               SET FC-FACULTY-ACTIVE TO TRUE
               WRITE FACMAST-REC
                   INVALID KEY
                   DISPLAY "FACULTY ID NOT ON FILE, ASSIGNMENT "
                       "NOT SAVED."
               NOT INVALID KEY
                   PERFORM CHECK-ASSIGNMENT-LOAD
                   IF LOAD-ACCEPTED
                       WRITE FACASSIGN-REC
                           INVALID KEY
                               REWRITE FACASSIGN-REC
                       END-WRITE
                       DISPLAY "SECTION ASSIGNED TO " FC-FACULTYNAME
                           "."
                   ELSE
                       DISPLAY "ASSIGNMENT NOT SAVED."
                   END-IF
           END-READ.

       CHECK-ASSIGNMENT-LOAD.
           MOVE "YES" TO LOAD-ACCEPTED-SW.
           MOVE FACASSIGN-REC TO NEW-ASSIGNMENT.
           MOVE FA-KEY TO NEW-ASSIGNMENT-KEY.
           MOVE FA-SCHOOLYEAR TO WORK-SCHOOLYEAR.
           MOVE FA-TERM TO WORK-TERM.
           MOVE FA-FACULTYID TO WORKFACULTYID.
           PERFORM LOAD-POLICY-TABLE.
           PERFORM FIND-FACULTY-POLICY.
           PERFORM OPEN-LOAD-FILES.
           MOVE ZERO TO LOAD-UNITS.
           MOVE ZERO TO LOAD-MINUTES.
           PERFORM START-FACASSIGN-SCAN.
           PERFORM UNTIL FACASSIGN-EOF
               READ FACASSIGN-FILE NEXT RECORD
                   AT END
                       SET FACASSIGN-EOF TO TRUE
                   NOT AT END
                       IF FA-SCHOOLYEAR = WORK-SCHOOLYEAR AND
                           FA-TERM = WORK-TERM AND
                           FA-FACULTYID = WORKFACULTYID AND
                           FA-KEY NOT = NEW-ASSIGNMENT-KEY
                           PERFORM MEASURE-ASSIGNMENT
                           ADD SUBJECT-UNITS TO LOAD-UNITS
                           ADD CONTACT-MINUTES TO LOAD-MINUTES
                       END-IF
               END-READ
           END-PERFORM.
           MOVE NEW-ASSIGNMENT TO FACASSIGN-REC.
           PERFORM MEASURE-ASSIGNMENT.
           ADD SUBJECT-UNITS TO LOAD-UNITS.
           ADD CONTACT-MINUTES TO LOAD-MINUTES.
           PERFORM CLOSE-LOAD-FILES.
           COMPUTE LOAD-HOURS ROUNDED = LOAD-MINUTES / 60.
           MOVE LOAD-HOURS TO HOURS-DISP.
           IF NOT POLICY-FOUND
               DISPLAY "NO LOAD POLICY FOR RANK " FC-RANK
                   " STATUS " FC-EMPSTATUS ", LOAD NOT CHECKED."
           ELSE
               DISPLAY "LOAD WITH THIS SECTION: " LOAD-UNITS
                   " UNITS, " HOURS-DISP " CONTACT HOURS (REGULAR "
                   POL-REGULARLOAD ", MAXIMUM " POL-MAXLOAD ")"
               IF LOAD-UNITS > POL-MAXLOAD
                   DISPLAY "*** WARNING: THIS ASSIGNMENT PUTS "
                       FC-FACULTYNAME " OVER THE MAXIMUM LOAD."
                   DISPLAY "SAVE ANYWAY (Y/N): "
                   ACCEPT LOAD-REPLY
                   IF NOT LOAD-REPLY-YES
                       MOVE "NO" TO LOAD-ACCEPTED-SW
                   END-IF
               ELSE
                   IF LOAD-UNITS > POL-REGULARLOAD
                       DISPLAY "NOTE: THIS IS AN OVERLOAD "
                           "ASSIGNMENT."
                   END-IF
               END-IF
           END-IF.

       LIST-ASSIGNMENTS.
           DISPLAY "SCHOOL YEAR (YYYY): ".
           ACCEPT WORK-SCHOOLYEAR.
               NOT INVALID KEY
                   ADD 1 TO ENCODED-COUNT
           END-READ.

       SET-FACULTY-RANK.
           DISPLAY "FACULTY ID: ".
           ACCEPT WORKFACULTYID.
           MOVE WORKFACULTYID TO FC-FACULTYID.
           READ FACMAST-FILE
               INVALID KEY
                   DISPLAY "FACULTY ID NOT FOUND."
               NOT INVALID KEY
                   DISPLAY "CURRENT RANK " FC-RANK " STATUS "
                       FC-EMPSTATUS " DEPARTMENT " FC-DEPARTMENT
                   DISPLAY "RANK (E.G. INSTRUCTR, ASST PROF): "
                   ACCEPT FC-RANK
                   DISPLAY "STATUS (F-FULL TIME, P-PART TIME): "
                   ACCEPT FC-EMPSTATUS
                   DISPLAY "DEPARTMENT: "
                   ACCEPT FC-DEPARTMENT
                   IF FC-FULL-TIME OR FC-PART-TIME
                       REWRITE FACMAST-REC
                       DISPLAY "FACULTY " WORKFACULTYID
                           " RANK, STATUS AND DEPARTMENT UPDATED."
                   ELSE
                       DISPLAY "STATUS MUST BE F OR P, NOT UPDATED."
                   END-IF
           END-READ.

       SET-LOAD-POLICY.
           DISPLAY "RANK: ".
           ACCEPT LP-RANK.
           DISPLAY "STATUS (F-FULL TIME, P-PART TIME): ".
           ACCEPT LP-EMPSTATUS.
           DISPLAY "REGULAR LOAD (UNITS PER TERM): ".
           ACCEPT LP-REGULARLOAD.
           DISPLAY "MAXIMUM LOAD (UNITS PER TERM): ".
           ACCEPT LP-MAXLOAD.
           DISPLAY "OVERLOAD PAY RATE PER UNIT: ".
           ACCEPT LP-OVERLOADRATE.
           IF LP-MAXLOAD < LP-REGULARLOAD
               DISPLAY "MAXIMUM LOAD CANNOT BE BELOW THE REGULAR "
                   "LOAD, POLICY NOT SAVED."
           ELSE
               OPEN EXTEND LOADPOL-FILE
               IF LOADPOL-STATUS = "35"
                   OPEN OUTPUT LOADPOL-FILE
               END-IF
               WRITE LOADPOL-REC
               CLOSE LOADPOL-FILE
               DISPLAY "LOAD POLICY SAVED (LAST ENTRY FOR A RANK "
                   "AND STATUS WINS)."
           END-IF.

       LOAD-POLICY-TABLE.
           MOVE ZERO TO LPT-COUNT.
           MOVE "NO" TO LOADPOL-EOF-SW.
           OPEN INPUT LOADPOL-FILE.
           IF LOADPOL-STATUS NOT = "00"
               SET LOADPOL-EOF TO TRUE
           END-IF.
           PERFORM UNTIL LOADPOL-EOF
               READ LOADPOL-FILE
                   AT END
                       SET LOADPOL-EOF TO TRUE
                   NOT AT END
                       PERFORM STORE-POLICY-ENTRY
               END-READ
           END-PERFORM.
           CLOSE LOADPOL-FILE.

       STORE-POLICY-ENTRY.
           MOVE ZERO TO LPT-AT.
           PERFORM VARYING LPT-IDX FROM 1 BY 1 UNTIL
               LPT-IDX > LPT-COUNT
               IF LPT-RANK(LPT-IDX) = LP-RANK AND
                   LPT-EMPSTATUS(LPT-IDX) = LP-EMPSTATUS
                   MOVE LPT-IDX TO LPT-AT
               END-IF
           END-PERFORM.
           IF LPT-AT = ZERO AND LPT-COUNT < 20
               ADD 1 TO LPT-COUNT
               MOVE LPT-COUNT TO LPT-AT
           END-IF.
           IF LPT-AT > ZERO
               MOVE LP-RANK TO LPT-RANK(LPT-AT)
               MOVE LP-EMPSTATUS TO LPT-EMPSTATUS(LPT-AT)
               MOVE LP-REGULARLOAD TO LPT-REGULARLOAD(LPT-AT)
               MOVE LP-MAXLOAD TO LPT-MAXLOAD(LPT-AT)
               MOVE LP-OVERLOADRATE TO LPT-OVERLOADRATE(LPT-AT)
           END-IF.

       FIND-FACULTY-POLICY.
           MOVE "NO" TO POLICY-FOUND-SW.
           MOVE ZERO TO POL-REGULARLOAD.
           MOVE ZERO TO POL-MAXLOAD.
           MOVE ZERO TO POL-OVERLOADRATE.
           PERFORM VARYING LPT-IDX FROM 1 BY 1 UNTIL
               LPT-IDX > LPT-COUNT OR POLICY-FOUND
               IF LPT-RANK(LPT-IDX) = FC-RANK AND
                   LPT-EMPSTATUS(LPT-IDX) = FC-EMPSTATUS
                   MOVE "YES" TO POLICY-FOUND-SW
                   MOVE LPT-REGULARLOAD(LPT-IDX) TO POL-REGULARLOAD
                   MOVE LPT-MAXLOAD(LPT-IDX) TO POL-MAXLOAD
                   MOVE LPT-OVERLOADRATE(LPT-IDX)
                       TO POL-OVERLOADRATE
               END-IF
           END-PERFORM.

       OPEN-LOAD-FILES.
           MOVE "NO" TO SUBJMAST-OPEN-SW.
           MOVE "NO" TO SCHEDULE-OPEN-SW.
           OPEN INPUT SUBJMAST-FILE.
           IF SUBJMAST-STATUS = "00"
               MOVE "YES" TO SUBJMAST-OPEN-SW
           ELSE
               DISPLAY "SUBJECT MASTER NOT AVAILABLE, UNITS COUNTED "
                   "AS ZERO."
           END-IF.
           OPEN INPUT SCHEDULE-FILE.
           IF SCHEDULE-STATUS = "00"
               MOVE "YES" TO SCHEDULE-OPEN-SW
           END-IF.

       CLOSE-LOAD-FILES.
           IF SUBJMAST-OPEN
               CLOSE SUBJMAST-FILE
           END-IF.
           IF SCHEDULE-OPEN
               CLOSE SCHEDULE-FILE
           END-IF.

       MEASURE-ASSIGNMENT.
           MOVE ZERO TO SUBJECT-UNITS.
           MOVE ZERO TO CONTACT-MINUTES.
           IF SUBJMAST-OPEN
               MOVE FA-SUBJECTCODE TO SM-SUBJECTCODE
               READ SUBJMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-UNITS TO SUBJECT-UNITS
               END-READ
           END-IF.
           IF SCHEDULE-OPEN
               MOVE FA-SUBJECTCODE TO SCH-SUBJECTCODE
               MOVE FA-SECTION TO SCH-SECTION
               READ SCHEDULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM COMPUTE-CONTACT-MINUTES
               END-READ
           END-IF.

       COMPUTE-CONTACT-MINUTES.
           MOVE ZERO TO DAY-SPACES.
           INSPECT SCH-DAYS TALLYING DAY-SPACES FOR ALL SPACES.
           COMPUTE MEETING-DAYS = 7 - DAY-SPACES.
           DIVIDE SCH-STARTTIME BY 100 GIVING CLOCK-HH
               REMAINDER CLOCK-MM.
           COMPUTE START-MINUTES = CLOCK-HH * 60 + CLOCK-MM.
           DIVIDE SCH-ENDTIME BY 100 GIVING CLOCK-HH
               REMAINDER CLOCK-MM.
           COMPUTE END-MINUTES = CLOCK-HH * 60 + CLOCK-MM.
           IF END-MINUTES > START-MINUTES
               COMPUTE CONTACT-MINUTES =
                   MEETING-DAYS * (END-MINUTES - START-MINUTES)
           END-IF.

       START-FACASSIGN-SCAN.
           MOVE "NO" TO FACASSIGN-EOF-SW.
           MOVE LOW-VALUES TO FA-KEY.
           START FACASSIGN-FILE KEY IS NOT LESS THAN FA-KEY
               INVALID KEY
                   SET FACASSIGN-EOF TO TRUE
           END-START.

       GATHER-FACULTY-LOADS.
           MOVE ZERO TO FL-COUNT.
           PERFORM LOAD-POLICY-TABLE.
           PERFORM OPEN-LOAD-FILES.
           PERFORM START-FACASSIGN-SCAN.
           PERFORM UNTIL FACASSIGN-EOF
               READ FACASSIGN-FILE NEXT RECORD
                   AT END
                       SET FACASSIGN-EOF TO TRUE
                   NOT AT END
                       IF FA-SCHOOLYEAR = WORK-SCHOOLYEAR AND
                           FA-TERM = WORK-TERM
                           PERFORM ADD-FACULTY-LOAD-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CLOSE-LOAD-FILES.

       ADD-FACULTY-LOAD-ENTRY.
           MOVE ZERO TO FL-AT.
           PERFORM VARYING FL-IDX FROM 1 BY 1 UNTIL
               FL-IDX > FL-COUNT OR FL-AT > ZERO
               IF FL-FACULTYID(FL-IDX) = FA-FACULTYID
                   MOVE FL-IDX TO FL-AT
               END-IF
           END-PERFORM.
           IF FL-AT = ZERO AND FL-COUNT < 200
               ADD 1 TO FL-COUNT
               MOVE FA-FACULTYID TO FL-FACULTYID(FL-COUNT)
               MOVE ZERO TO FL-SECTIONS(FL-COUNT)
               MOVE ZERO TO FL-UNITS(FL-COUNT)
               MOVE ZERO TO FL-MINUTES(FL-COUNT)
               MOVE FL-COUNT TO FL-AT
               PERFORM UNTIL FL-AT = 1 OR
                   FL-FACULTYID(FL-AT - 1) NOT > FL-FACULTYID(FL-AT)
                   MOVE FL-ENTRY(FL-AT - 1) TO FL-HOLD
                   MOVE FL-ENTRY(FL-AT) TO FL-ENTRY(FL-AT - 1)
                   MOVE FL-HOLD TO FL-ENTRY(FL-AT)
                   SUBTRACT 1 FROM FL-AT
               END-PERFORM
           END-IF.
           IF FL-AT > ZERO
               PERFORM MEASURE-ASSIGNMENT
               ADD 1 TO FL-SECTIONS(FL-AT)
               ADD SUBJECT-UNITS TO FL-UNITS(FL-AT)
               ADD CONTACT-MINUTES TO FL-MINUTES(FL-AT)
           END-IF.

       READ-LOAD-FACULTY.
           MOVE FL-FACULTYID(FL-IDX) TO FC-FACULTYID.
           READ FACMAST-FILE
               INVALID KEY
                   MOVE "(NOT ON FACULTY MASTER)" TO FC-FACULTYNAME
                   MOVE SPACES TO FC-RANK
                   MOVE SPACES TO FC-EMPSTATUS
           END-READ.
           PERFORM FIND-FACULTY-POLICY.

       TEACHING-LOAD-REPORT.
           DISPLAY "SCHOOL YEAR (YYYY): ".
           ACCEPT WORK-SCHOOLYEAR.
           DISPLAY "TERM (1/2/3): ".
           ACCEPT WORK-TERM.
           PERFORM GATHER-FACULTY-LOADS.
           MOVE ZERO TO FACULTY-COUNT.
           MOVE ZERO TO OVERLOAD-COUNT.
           MOVE ZERO TO OVERMAX-COUNT.
           MOVE ZERO TO UNDERLOAD-COUNT.
           MOVE ZERO TO NOPOLICY-COUNT.
           OPEN OUTPUT FACLOAD-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE SPACES TO REPORT-LINE.
           STRING "FACULTY TEACHING LOAD " WORK-SCHOOLYEAR "/"
               WORK-TERM DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "FACULTY ID NAME" TO REPORT-LINE.
           MOVE "RANK" TO REPORT-LINE(37:4).
           MOVE "S" TO REPORT-LINE(48:1).
           MOVE "UNITS" TO REPORT-LINE(49:5).
           MOVE "REG" TO REPORT-LINE(56:3).
           MOVE "MAX" TO REPORT-LINE(61:3).
           MOVE "HOURS" TO REPORT-LINE(66:5).
           MOVE "LOAD" TO REPORT-LINE(73:4).
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING FL-IDX FROM 1 BY 1 UNTIL FL-IDX > FL-COUNT
               PERFORM REPORT-ONE-FACULTY
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE FACULTY-COUNT TO COUNT-DISP.
           STRING "FACULTY: " COUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE.
           MOVE OVERLOAD-COUNT TO COUNT-DISP.
           MOVE "OVERLOAD:" TO REPORT-LINE(15:9).
           MOVE COUNT-DISP TO REPORT-LINE(25:3).
           MOVE OVERMAX-COUNT TO COUNT-DISP.
           MOVE "OVER MAXIMUM:" TO REPORT-LINE(30:13).
           MOVE COUNT-DISP TO REPORT-LINE(44:3).
           MOVE UNDERLOAD-COUNT TO COUNT-DISP.
           MOVE "UNDERLOAD:" TO REPORT-LINE(49:10).
           MOVE COUNT-DISP TO REPORT-LINE(60:3).
           MOVE NOPOLICY-COUNT TO COUNT-DISP.
           MOVE "NO POLICY:" TO REPORT-LINE(65:10).
           MOVE COUNT-DISP TO REPORT-LINE(76:3).
           PERFORM WRITE-REPORT-LINE.
           CLOSE FACLOAD-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "REPORT WRITTEN TO FACLOAD.DAT".

       REPORT-ONE-FACULTY.
           PERFORM READ-LOAD-FACULTY.
           ADD 1 TO FACULTY-COUNT.
           EVALUATE TRUE
               WHEN NOT POLICY-FOUND
                   MOVE "NO POLICY" TO LOAD-STATE
                   ADD 1 TO NOPOLICY-COUNT
               WHEN FL-UNITS(FL-IDX) > POL-MAXLOAD
                   MOVE "OVER MAXIMUM" TO LOAD-STATE
                   ADD 1 TO OVERMAX-COUNT
               WHEN FL-UNITS(FL-IDX) > POL-REGULARLOAD
                   MOVE "OVERLOAD" TO LOAD-STATE
                   ADD 1 TO OVERLOAD-COUNT
               WHEN FL-UNITS(FL-IDX) < POL-REGULARLOAD
                   MOVE "UNDERLOAD" TO LOAD-STATE
                   ADD 1 TO UNDERLOAD-COUNT
               WHEN OTHER
                   MOVE "REGULAR" TO LOAD-STATE
           END-EVALUATE.
           COMPUTE LOAD-HOURS ROUNDED = FL-MINUTES(FL-IDX) / 60.
           MOVE LOAD-HOURS TO HOURS-DISP.
           MOVE FL-UNITS(FL-IDX) TO UNITS-DISP.
           MOVE POL-REGULARLOAD TO REGULAR-DISP.
           MOVE POL-MAXLOAD TO MAXIMUM-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING FL-FACULTYID(FL-IDX) " " FC-FACULTYNAME(1:24) " "
               FC-RANK " " FC-EMPSTATUS "  " UNITS-DISP "  "
               REGULAR-DISP "  " MAXIMUM-DISP "  " HOURS-DISP "  "
               LOAD-STATE DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       OVERLOAD-PAY-EXTRACT.
           DISPLAY "SCHOOL YEAR (YYYY): ".
           ACCEPT WORK-SCHOOLYEAR.
           DISPLAY "TERM (1/2/3): ".
           ACCEPT WORK-TERM.
           PERFORM GATHER-FACULTY-LOADS.
           MOVE ZERO TO EXTRACT-COUNT.
           MOVE ZERO TO EXTRACT-TOTAL.
           MOVE ZERO TO NOPOLICY-COUNT.
           OPEN OUTPUT OVLDPAY-FILE.
           IF OVLDPAY-STATUS NOT = "00"
               MOVE "OVERLOAD PAY EXTRACT" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE OVLDPAY-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
           ELSE
               PERFORM VARYING FL-IDX FROM 1 BY 1 UNTIL
                   FL-IDX > FL-COUNT
                   PERFORM EXTRACT-ONE-FACULTY
               END-PERFORM
               CLOSE OVLDPAY-FILE
               MOVE EXTRACT-TOTAL TO TOTAL-DISP
               DISPLAY EXTRACT-COUNT " OVERLOAD PAY RECORDS WRITTEN "
                   "TO OVLDPAY.DAT, TOTAL P" TOTAL-DISP
               IF NOPOLICY-COUNT > ZERO
                   DISPLAY NOPOLICY-COUNT " FACULTY SKIPPED, NO LOAD "
                       "POLICY FOR THEIR RANK AND STATUS."
               END-IF
           END-IF.

       EXTRACT-ONE-FACULTY.
           PERFORM READ-LOAD-FACULTY.
           IF NOT POLICY-FOUND
               ADD 1 TO NOPOLICY-COUNT
           ELSE
               IF FL-UNITS(FL-IDX) > POL-REGULARLOAD
                   MOVE FL-FACULTYID(FL-IDX) TO OP-FACULTYID
                   MOVE FC-FACULTYNAME TO OP-FACULTYNAME
                   MOVE WORK-SCHOOLYEAR TO OP-SCHOOLYEAR
                   MOVE WORK-TERM TO OP-TERM
                   MOVE FC-RANK TO OP-RANK
                   MOVE FC-EMPSTATUS TO OP-EMPSTATUS
                   MOVE FL-UNITS(FL-IDX) TO OP-LOADUNITS
                   MOVE POL-REGULARLOAD TO OP-REGULARLOAD
                   COMPUTE OP-OVERLOADUNITS =
                       FL-UNITS(FL-IDX) - POL-REGULARLOAD
                   MOVE POL-OVERLOADRATE TO OP-OVERLOADRATE
                   COMPUTE OP-AMOUNT =
                       OP-OVERLOADUNITS * POL-OVERLOADRATE
                   WRITE OVLDPAY-REC
                   ADD 1 TO EXTRACT-COUNT
                   ADD OP-AMOUNT TO EXTRACT-TOTAL
               END-IF
           END-IF.

       WRITE-REPORT-LINE.
           WRITE FACLOAD-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM FACULTY-MAINTENANCE.
