       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACULTY-EVALUATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVALQ-FILE
           ASSIGN TO "D:\Files\dat\evalquest.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EVALQ-STATUS.
           SELECT FACEVAL-FILE
           ASSIGN TO "D:\Files\dat\faceval.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FE-KEY
           FILE STATUS IS FACEVAL-STATUS.
           SELECT FACASSIGN-FILE
           ASSIGN TO "D:\Files\dat\facassign.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FA-KEY
           FILE STATUS IS FACASSIGN-STATUS.
           SELECT FACMAST-FILE
           ASSIGN TO "D:\Files\dat\facmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FC-FACULTYID
           FILE STATUS IS FACMAST-STATUS.
           SELECT ROSTER-FILE
           ASSIGN TO "D:\Files\dat\roster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROSTER-STATUS.
           SELECT EVALSUM-FILE
           ASSIGN TO "D:\Files\dat\evalsumm.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EVALSUM-STATUS.
           SELECT SHEET-FILE
           ASSIGN TO "D:\Files\dat\evalsheet.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHEET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EVALQ-FILE.
       01 EVALQ-REC.
           05 EQ-ITEMNO PIC 9(02).
           05 EQ-ITEMTEXT PIC X(50).
           05 EQ-ACTIVEFLAG PIC X(01).
               88 EQ-ITEM-ACTIVE VALUE "A".
               88 EQ-ITEM-DROPPED VALUE "D".
       FD FACEVAL-FILE.
       01 FACEVAL-REC.
           05 FE-KEY.
               10 FE-SCHOOLYEAR PIC 9(04).
               10 FE-TERM PIC 9(01).
               10 FE-SUBJECTCODE PIC X(10).
               10 FE-SECTION PIC X(06).
               10 FE-FACULTYID PIC X(10).
               10 FE-STUDENTNUM PIC 9(10).
           05 FE-RATINGS.
               10 FE-RATING PIC 9(01) OCCURS 20 TIMES.
           05 FE-ENTRYDATE PIC 9(08).
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
       FD EVALSUM-FILE.
       01 EVALSUM-REC PIC X(90).
       FD SHEET-FILE.
       01 SHEET-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 EVALQ-STATUS PIC X(02).
       01 FACEVAL-STATUS PIC X(02).
       01 FACASSIGN-STATUS PIC X(02).
       01 FACMAST-STATUS PIC X(02).
       01 ROSTER-STATUS PIC X(02).
       01 EVALSUM-STATUS PIC X(02).
       01 SHEET-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "FACULTY-EVALUATION".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 EVALCHOICE PIC X(01).
           88 EVAL-QUESTION VALUE "Q".
           88 EVAL-ENCODE VALUE "E".
           88 EVAL-SUMMARY VALUE "S".
           88 EVAL-SHEETS VALUE "I".
           88 EVAL-EXIT VALUE "X".
       01 EVALQ-EOF-SW PIC X(03).
           88 EVALQ-EOF VALUE "YES".
       01 FACEVAL-EOF-SW PIC X(03).
           88 FACEVAL-EOF VALUE "YES".
       01 FACASSIGN-EOF-SW PIC X(03).
           88 FACASSIGN-EOF VALUE "YES".
       01 ROSTER-EOF-SW PIC X(03).
           88 ROSTER-EOF VALUE "YES".
       01 ENROLLED-SW PIC X(03).
           88 STUDENT-ENROLLED VALUE "YES".
       01 RATING-SW PIC X(03).
           88 RATING-VALID VALUE "YES".
       01 WORK-SCHOOLYEAR PIC 9(04).
       01 WORK-TERM PIC 9(01).
       01 WORK-SUBJECTCODE PIC X(10).
       01 WORK-SECTION PIC X(06).
       01 WORK-FACULTYID PIC X(10).
       01 SHEET-FACULTYID PIC X(10).
       01 WORK-STUDENTNUM PIC 9(10).
       01 WORK-RATING PIC 9(01).
       01 REPLACE-ANSWER PIC X(01).
       01 ENCODED-COUNT PIC 9(04).
       01 REJECTED-COUNT PIC 9(04).
       01 QUESTION-TABLE-AREA.
           05 QT-ENTRY OCCURS 20 TIMES.
               10 QT-PRESENT PIC X(01).
               10 QT-ITEMTEXT PIC X(50).
               10 QT-ACTIVEFLAG PIC X(01).
       01 QT-IDX PIC 9(02) COMP.
       01 QUESTION-COUNT PIC 9(02).
       01 ROSTER-COUNT-AREA.
           05 RC-ENTRY OCCURS 300 TIMES.
               10 RC-SUBJECTCODE PIC X(10).
               10 RC-SECTION PIC X(06).
               10 RC-ENROLLED PIC 9(03).
       01 RC-COUNT PIC 9(03).
       01 RC-IDX PIC 9(03) COMP.
       01 RC-AT PIC 9(03) COMP.
       01 SECTION-TABLE-AREA.
           05 SE-ENTRY OCCURS 200 TIMES.
               10 SE-SUBJECTCODE PIC X(10).
               10 SE-SECTION PIC X(06).
               10 SE-FACULTYID PIC X(10).
               10 SE-ENROLLED PIC 9(03).
               10 SE-RESPONSES PIC 9(03).
               10 SE-SUM PIC 9(06).
               10 SE-COUNT PIC 9(05).
       01 SE-COUNT-USED PIC 9(03).
       01 SE-IDX PIC 9(03) COMP.
       01 SE-AT PIC 9(03) COMP.
       01 FACULTY-TABLE-AREA.
           05 FT-ENTRY OCCURS 100 TIMES.
               10 FT-FACULTYID PIC X(10).
               10 FT-FACULTYNAME PIC X(30).
               10 FT-DEPARTMENT PIC X(10).
               10 FT-SECTIONS PIC 9(02).
               10 FT-ENROLLED PIC 9(04).
               10 FT-RESPONSES PIC 9(04).
               10 FT-SUM PIC 9(07).
               10 FT-COUNT PIC 9(06).
               10 FT-ITEM OCCURS 20 TIMES.
                   15 FT-ITEMSUM PIC 9(06).
                   15 FT-ITEMCOUNT PIC 9(05).
       01 FT-COUNT-USED PIC 9(03).
       01 FT-IDX PIC 9(03) COMP.
       01 FT-AT PIC 9(03) COMP.
       01 FT-HOLD PIC X(293).
       01 DEPT-TABLE-AREA.
           05 DT-ENTRY OCCURS 30 TIMES.
               10 DT-DEPARTMENT PIC X(10).
               10 DT-FACULTY PIC 9(03).
               10 DT-ENROLLED PIC 9(05).
               10 DT-RESPONSES PIC 9(05).
               10 DT-SUM PIC 9(07).
               10 DT-COUNT PIC 9(06).
       01 DT-COUNT-USED PIC 9(02).
       01 DT-IDX PIC 9(02) COMP.
       01 DT-AT PIC 9(02) COMP.
       01 DT-HOLD PIC X(36).
       01 ITEM-TOTALS-AREA.
           05 IT-ENTRY OCCURS 20 TIMES.
               10 IT-SUM PIC 9(07).
               10 IT-COUNT PIC 9(06).
       01 FORM-SUM PIC 9(03).
       01 FORM-COUNT PIC 9(02).
       01 TOTAL-RESPONSES PIC 9(05).
       01 TOTAL-ENROLLED PIC 9(05).
       01 MEAN-RATING PIC 9(1)V99.
       01 RESPONSE-RATE PIC 9(3)V9.
       01 DEPT-MEAN PIC 9(1)V99.
       01 SHEET-COUNT PIC 9(03).
       01 ITEM-DISP PIC Z9.
       01 MEAN-DISP PIC 9.99.
       01 DEPTMEAN-DISP PIC 9.99.
       01 RATE-DISP PIC ZZ9.9.
       01 COUNT-DISP PIC ZZZZ9.
       01 ENROLL-DISP PIC ZZZZ9.
       01 SECTIONS-DISP PIC Z9.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "FACULTY-EVALUATION".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O FACEVAL-FILE.
           IF FACEVAL-STATUS = "35"
               OPEN OUTPUT FACEVAL-FILE
               CLOSE FACEVAL-FILE
               OPEN I-O FACEVAL-FILE
           END-IF.
           IF FACEVAL-STATUS NOT = "00"
               MOVE "FACULTY EVALUATION FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE FACEVAL-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN INPUT FACASSIGN-FILE.
           IF FACASSIGN-STATUS NOT = "00"
               MOVE "FACULTY ASSIGNMENT FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE FACASSIGN-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN INPUT FACMAST-FILE.

           PERFORM UNTIL EVAL-EXIT
               DISPLAY "FACULTY EVALUATION (Q-QUESTIONNAIRE ITEM, "
                   "E-ENCODE FORMS, S-SUMMARY REPORT, "
                   "I-INSTRUCTOR SHEETS, X-EXIT): "
               ACCEPT EVALCHOICE
               EVALUATE TRUE
                   WHEN EVAL-QUESTION
                       PERFORM SET-QUESTION-ITEM
                   WHEN EVAL-ENCODE
                       PERFORM ENCODE-SECTION-FORMS
                           THRU ENCODE-SECTION-FORMS-EXIT
                   WHEN EVAL-SUMMARY
                       PERFORM EVALUATION-SUMMARY
                   WHEN EVAL-SHEETS
                       PERFORM INSTRUCTOR-SHEETS
                   WHEN EVAL-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE, TRY AGAIN."
               END-EVALUATE
           END-PERFORM.

           CLOSE FACEVAL-FILE.
           CLOSE FACASSIGN-FILE.
           CLOSE FACMAST-FILE.
           STOP RUN.

       SET-QUESTION-ITEM.
           DISPLAY "ITEM NUMBER (1-20): ".
           ACCEPT EQ-ITEMNO.
           DISPLAY "QUESTION TEXT: ".
           ACCEPT EQ-ITEMTEXT.
           DISPLAY "A-ACTIVE, D-DROPPED FROM THE FORM: ".
           ACCEPT EQ-ACTIVEFLAG.
           IF EQ-ITEMNO = ZERO OR EQ-ITEMNO > 20
               DISPLAY "ITEM NUMBER MUST BE 1 TO 20, NOT SAVED."
           ELSE
               IF NOT EQ-ITEM-ACTIVE AND NOT EQ-ITEM-DROPPED
                   DISPLAY "FLAG MUST BE A OR D, NOT SAVED."
               ELSE
                   OPEN EXTEND EVALQ-FILE
                   IF EVALQ-STATUS = "35"
                       OPEN OUTPUT EVALQ-FILE
                   END-IF
                   WRITE EVALQ-REC
                   CLOSE EVALQ-FILE
                   DISPLAY "QUESTIONNAIRE ITEM SAVED (LAST ENTRY "
                       "FOR AN ITEM WINS)."
               END-IF
           END-IF.

       LOAD-QUESTIONNAIRE.
           INITIALIZE QUESTION-TABLE-AREA.
           MOVE ZERO TO QUESTION-COUNT.
           MOVE "NO" TO EVALQ-EOF-SW.
           OPEN INPUT EVALQ-FILE.
           IF EVALQ-STATUS NOT = "00"
               SET EVALQ-EOF TO TRUE
           END-IF.
           PERFORM UNTIL EVALQ-EOF
               READ EVALQ-FILE
                   AT END
                       SET EVALQ-EOF TO TRUE
                   NOT AT END
                       IF EQ-ITEMNO > ZERO AND EQ-ITEMNO NOT > 20
                           MOVE EQ-ITEMNO TO QT-IDX
                           MOVE "Y" TO QT-PRESENT(QT-IDX)
                           MOVE EQ-ITEMTEXT TO QT-ITEMTEXT(QT-IDX)
                           MOVE EQ-ACTIVEFLAG
                               TO QT-ACTIVEFLAG(QT-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           IF EVALQ-STATUS NOT = "35"
               CLOSE EVALQ-FILE
           END-IF.
           PERFORM VARYING QT-IDX FROM 1 BY 1 UNTIL QT-IDX > 20
               IF QT-PRESENT(QT-IDX) = "Y" AND
                   QT-ACTIVEFLAG(QT-IDX) = "A"
                   ADD 1 TO QUESTION-COUNT
               END-IF
           END-PERFORM.

       ENCODE-SECTION-FORMS.
           PERFORM LOAD-QUESTIONNAIRE.
           IF QUESTION-COUNT = ZERO
               DISPLAY "NO ACTIVE QUESTIONNAIRE ITEMS, SET THEM UP "
                   "FIRST."
               GO TO ENCODE-SECTION-FORMS-EXIT
           END-IF.
           DISPLAY "SCHOOL YEAR (YYYY): ".
           ACCEPT WORK-SCHOOLYEAR.
           DISPLAY "TERM (1/2/3): ".
           ACCEPT WORK-TERM.
           DISPLAY "SUBJECT CODE: ".
           ACCEPT WORK-SUBJECTCODE.
           DISPLAY "SECTION: ".
           ACCEPT WORK-SECTION.
           MOVE WORK-SCHOOLYEAR TO FA-SCHOOLYEAR.
           MOVE WORK-TERM TO FA-TERM.
           MOVE WORK-SUBJECTCODE TO FA-SUBJECTCODE.
           MOVE WORK-SECTION TO FA-SECTION.
           READ FACASSIGN-FILE
               INVALID KEY
                   DISPLAY "NO FACULTY ASSIGNED TO THAT SECTION FOR "
                       "THAT TERM, FORMS NOT ENCODED."
                   GO TO ENCODE-SECTION-FORMS-EXIT
           END-READ.
           MOVE FA-FACULTYID TO WORK-FACULTYID.
           MOVE WORK-FACULTYID TO FC-FACULTYID.
           READ FACMAST-FILE
               INVALID KEY
                   MOVE "(NOT ON FACULTY MASTER)" TO FC-FACULTYNAME
           END-READ.
           DISPLAY "INSTRUCTOR: " WORK-FACULTYID " " FC-FACULTYNAME.
           MOVE ZERO TO ENCODED-COUNT.
           MOVE ZERO TO REJECTED-COUNT.
           MOVE 1 TO WORK-STUDENTNUM.
           PERFORM UNTIL WORK-STUDENTNUM = ZERO
               DISPLAY "STUDENT NUMBER ON FORM (0 TO FINISH): "
               ACCEPT WORK-STUDENTNUM
               IF WORK-STUDENTNUM NOT = ZERO
                   PERFORM ENCODE-ONE-FORM THRU ENCODE-ONE-FORM-EXIT
               END-IF
           END-PERFORM.
           DISPLAY ENCODED-COUNT " FORMS ENCODED, " REJECTED-COUNT
               " REJECTED.".
       ENCODE-SECTION-FORMS-EXIT.
           EXIT.

       ENCODE-ONE-FORM.
           PERFORM CHECK-SECTION-ENROLLMENT.
           IF NOT STUDENT-ENROLLED
               DISPLAY WORK-STUDENTNUM " IS NOT ENROLLED IN "
                   WORK-SUBJECTCODE " " WORK-SECTION
                   ", FORM REJECTED."
               ADD 1 TO REJECTED-COUNT
               GO TO ENCODE-ONE-FORM-EXIT
           END-IF.
           MOVE WORK-SCHOOLYEAR TO FE-SCHOOLYEAR.
           MOVE WORK-TERM TO FE-TERM.
           MOVE WORK-SUBJECTCODE TO FE-SUBJECTCODE.
           MOVE WORK-SECTION TO FE-SECTION.
           MOVE WORK-FACULTYID TO FE-FACULTYID.
           MOVE WORK-STUDENTNUM TO FE-STUDENTNUM.
           READ FACEVAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "A FORM FROM THIS STUDENT IS ALREADY "
                       "ENCODED. REPLACE IT? (Y/N): "
                   ACCEPT REPLACE-ANSWER
                   IF REPLACE-ANSWER NOT = "Y" AND
                       REPLACE-ANSWER NOT = "y"
                       ADD 1 TO REJECTED-COUNT
                       GO TO ENCODE-ONE-FORM-EXIT
                   END-IF
           END-READ.
           MOVE ZERO TO FE-RATINGS.
           PERFORM VARYING QT-IDX FROM 1 BY 1 UNTIL QT-IDX > 20
               IF QT-PRESENT(QT-IDX) = "Y" AND
                   QT-ACTIVEFLAG(QT-IDX) = "A"
                   PERFORM ACCEPT-ONE-RATING
               END-IF
           END-PERFORM.
           ACCEPT FE-ENTRYDATE FROM DATE YYYYMMDD.
           WRITE FACEVAL-REC
               INVALID KEY
                   REWRITE FACEVAL-REC
           END-WRITE.
           ADD 1 TO ENCODED-COUNT.
       ENCODE-ONE-FORM-EXIT.
           EXIT.

       ACCEPT-ONE-RATING.
           MOVE QT-IDX TO ITEM-DISP.
           DISPLAY ITEM-DISP ". " QT-ITEMTEXT(QT-IDX).
           DISPLAY "   RATING (1-5, 0-NO ANSWER): ".
           ACCEPT WORK-RATING.
           MOVE "NO" TO RATING-SW.
           IF WORK-RATING NOT > 5
               MOVE "YES" TO RATING-SW
           END-IF.
           PERFORM UNTIL RATING-VALID
               DISPLAY "   RATING MUST BE 0 TO 5, RE-ENTER: "
               ACCEPT WORK-RATING
               IF WORK-RATING NOT > 5
                   MOVE "YES" TO RATING-SW
               END-IF
           END-PERFORM.
           MOVE WORK-RATING TO FE-RATING(QT-IDX).

       CHECK-SECTION-ENROLLMENT.
           MOVE "NO" TO ENROLLED-SW.
           MOVE "NO" TO ROSTER-EOF-SW.
           OPEN INPUT ROSTER-FILE.
           IF ROSTER-STATUS NOT = "00"
               SET ROSTER-EOF TO TRUE
           END-IF.
           PERFORM UNTIL ROSTER-EOF OR STUDENT-ENROLLED
               READ ROSTER-FILE
                   AT END
                       SET ROSTER-EOF TO TRUE
                   NOT AT END
                       IF RO-STUDENTNUM = WORK-STUDENTNUM AND
                           RO-SUBJECTCODE = WORK-SUBJECTCODE AND
                           RO-SECTION = WORK-SECTION AND
                           NOT RO-DROPPED
                           MOVE "YES" TO ENROLLED-SW
                       END-IF
               END-READ
           END-PERFORM.
           IF ROSTER-STATUS NOT = "35"
               CLOSE ROSTER-FILE
           END-IF.

       GATHER-EVALUATIONS.
           PERFORM LOAD-QUESTIONNAIRE.
           INITIALIZE ITEM-TOTALS-AREA.
           MOVE ZERO TO SE-COUNT-USED.
           MOVE ZERO TO FT-COUNT-USED.
           MOVE ZERO TO DT-COUNT-USED.
           PERFORM GATHER-ROSTER-COUNTS.
           MOVE "NO" TO FACASSIGN-EOF-SW.
           MOVE WORK-SCHOOLYEAR TO FA-SCHOOLYEAR.
           MOVE WORK-TERM TO FA-TERM.
           MOVE LOW-VALUES TO FA-SUBJECTCODE.
           MOVE LOW-VALUES TO FA-SECTION.
           START FACASSIGN-FILE KEY IS NOT LESS THAN FA-KEY
               INVALID KEY
                   SET FACASSIGN-EOF TO TRUE
           END-START.
           PERFORM UNTIL FACASSIGN-EOF
               READ FACASSIGN-FILE NEXT RECORD
                   AT END
                       SET FACASSIGN-EOF TO TRUE
                   NOT AT END
                       IF FA-SCHOOLYEAR NOT = WORK-SCHOOLYEAR OR
                           FA-TERM NOT = WORK-TERM
                           SET FACASSIGN-EOF TO TRUE
                       ELSE
                           PERFORM ADD-ASSIGNED-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "NO" TO FACEVAL-EOF-SW.
           MOVE LOW-VALUES TO FE-KEY.
           MOVE WORK-SCHOOLYEAR TO FE-SCHOOLYEAR.
           MOVE WORK-TERM TO FE-TERM.
           START FACEVAL-FILE KEY IS NOT LESS THAN FE-KEY
               INVALID KEY
                   SET FACEVAL-EOF TO TRUE
           END-START.
           PERFORM UNTIL FACEVAL-EOF
               READ FACEVAL-FILE NEXT RECORD
                   AT END
                       SET FACEVAL-EOF TO TRUE
                   NOT AT END
                       IF FE-SCHOOLYEAR NOT = WORK-SCHOOLYEAR OR
                           FE-TERM NOT = WORK-TERM
                           SET FACEVAL-EOF TO TRUE
                       ELSE
                           PERFORM TALLY-ONE-FORM
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING FT-IDX FROM 1 BY 1 UNTIL
               FT-IDX > FT-COUNT-USED
               PERFORM READ-EVAL-FACULTY
           END-PERFORM.

       GATHER-ROSTER-COUNTS.
           MOVE ZERO TO RC-COUNT.
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
                           PERFORM ADD-ROSTER-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF ROSTER-STATUS NOT = "35"
               CLOSE ROSTER-FILE
           END-IF.

       ADD-ROSTER-COUNT.
           MOVE ZERO TO RC-AT.
           PERFORM VARYING RC-IDX FROM 1 BY 1 UNTIL
               RC-IDX > RC-COUNT OR RC-AT > ZERO
               IF RC-SUBJECTCODE(RC-IDX) = RO-SUBJECTCODE AND
                   RC-SECTION(RC-IDX) = RO-SECTION
                   MOVE RC-IDX TO RC-AT
               END-IF
           END-PERFORM.
           IF RC-AT = ZERO AND RC-COUNT < 300
               ADD 1 TO RC-COUNT
               MOVE RO-SUBJECTCODE TO RC-SUBJECTCODE(RC-COUNT)
               MOVE RO-SECTION TO RC-SECTION(RC-COUNT)
               MOVE ZERO TO RC-ENROLLED(RC-COUNT)
               MOVE RC-COUNT TO RC-AT
           END-IF.
           IF RC-AT > ZERO
               ADD 1 TO RC-ENROLLED(RC-AT)
           END-IF.

       ADD-ASSIGNED-SECTION.
           IF SE-COUNT-USED < 200
               ADD 1 TO SE-COUNT-USED
               MOVE FA-SUBJECTCODE TO SE-SUBJECTCODE(SE-COUNT-USED)
               MOVE FA-SECTION TO SE-SECTION(SE-COUNT-USED)
               MOVE FA-FACULTYID TO SE-FACULTYID(SE-COUNT-USED)
               MOVE ZERO TO SE-ENROLLED(SE-COUNT-USED)
               MOVE ZERO TO SE-RESPONSES(SE-COUNT-USED)
               MOVE ZERO TO SE-SUM(SE-COUNT-USED)
               MOVE ZERO TO SE-COUNT(SE-COUNT-USED)
               PERFORM VARYING RC-IDX FROM 1 BY 1 UNTIL
                   RC-IDX > RC-COUNT
                   IF RC-SUBJECTCODE(RC-IDX) = FA-SUBJECTCODE AND
                       RC-SECTION(RC-IDX) = FA-SECTION
                       MOVE RC-ENROLLED(RC-IDX)
                           TO SE-ENROLLED(SE-COUNT-USED)
                   END-IF
               END-PERFORM
               MOVE FA-FACULTYID TO WORK-FACULTYID
               PERFORM FIND-FACULTY-ENTRY
               IF FT-AT > ZERO
                   ADD 1 TO FT-SECTIONS(FT-AT)
                   ADD SE-ENROLLED(SE-COUNT-USED) TO FT-ENROLLED(FT-AT)
               END-IF
           END-IF.

       FIND-FACULTY-ENTRY.
           MOVE ZERO TO FT-AT.
           PERFORM VARYING FT-IDX FROM 1 BY 1 UNTIL
               FT-IDX > FT-COUNT-USED OR FT-AT > ZERO
               IF FT-FACULTYID(FT-IDX) = WORK-FACULTYID
                   MOVE FT-IDX TO FT-AT
               END-IF
           END-PERFORM.
           IF FT-AT = ZERO AND FT-COUNT-USED < 100
               ADD 1 TO FT-COUNT-USED
               INITIALIZE FT-ENTRY(FT-COUNT-USED)
               MOVE WORK-FACULTYID TO FT-FACULTYID(FT-COUNT-USED)
               MOVE FT-COUNT-USED TO FT-AT
               PERFORM UNTIL FT-AT = 1 OR
                   FT-FACULTYID(FT-AT - 1) NOT > FT-FACULTYID(FT-AT)
                   MOVE FT-ENTRY(FT-AT - 1) TO FT-HOLD
                   MOVE FT-ENTRY(FT-AT) TO FT-ENTRY(FT-AT - 1)
                   MOVE FT-HOLD TO FT-ENTRY(FT-AT)
                   SUBTRACT 1 FROM FT-AT
               END-PERFORM
           END-IF.

       TALLY-ONE-FORM.
           MOVE ZERO TO FORM-SUM.
           MOVE ZERO TO FORM-COUNT.
           MOVE FE-FACULTYID TO WORK-FACULTYID.
           PERFORM FIND-FACULTY-ENTRY.
           PERFORM VARYING QT-IDX FROM 1 BY 1 UNTIL QT-IDX > 20
               IF FE-RATING(QT-IDX) > ZERO
                   ADD FE-RATING(QT-IDX) TO FORM-SUM
                   ADD 1 TO FORM-COUNT
                   ADD FE-RATING(QT-IDX) TO IT-SUM(QT-IDX)
                   ADD 1 TO IT-COUNT(QT-IDX)
                   IF FT-AT > ZERO
                       ADD FE-RATING(QT-IDX) TO FT-ITEMSUM(FT-AT QT-IDX)
                       ADD 1 TO FT-ITEMCOUNT(FT-AT QT-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF FT-AT > ZERO
               ADD 1 TO FT-RESPONSES(FT-AT)
               ADD FORM-SUM TO FT-SUM(FT-AT)
               ADD FORM-COUNT TO FT-COUNT(FT-AT)
           END-IF.
           MOVE ZERO TO SE-AT.
           PERFORM VARYING SE-IDX FROM 1 BY 1 UNTIL
               SE-IDX > SE-COUNT-USED OR SE-AT > ZERO
               IF SE-SUBJECTCODE(SE-IDX) = FE-SUBJECTCODE AND
                   SE-SECTION(SE-IDX) = FE-SECTION AND
                   SE-FACULTYID(SE-IDX) = FE-FACULTYID
                   MOVE SE-IDX TO SE-AT
               END-IF
           END-PERFORM.
           IF SE-AT > ZERO
               ADD 1 TO SE-RESPONSES(SE-AT)
               ADD FORM-SUM TO SE-SUM(SE-AT)
               ADD FORM-COUNT TO SE-COUNT(SE-AT)
           END-IF.

       READ-EVAL-FACULTY.
           MOVE FT-FACULTYID(FT-IDX) TO FC-FACULTYID.
           READ FACMAST-FILE
               INVALID KEY
                   MOVE "(NOT ON FACULTY MASTER)" TO FC-FACULTYNAME
                   MOVE SPACES TO FC-DEPARTMENT
           END-READ.
           MOVE FC-FACULTYNAME TO FT-FACULTYNAME(FT-IDX).
           IF FC-DEPARTMENT = SPACES
               MOVE "(NONE)" TO FT-DEPARTMENT(FT-IDX)
           ELSE
               MOVE FC-DEPARTMENT TO FT-DEPARTMENT(FT-IDX)
           END-IF.
           MOVE ZERO TO DT-AT.
           PERFORM VARYING DT-IDX FROM 1 BY 1 UNTIL
               DT-IDX > DT-COUNT-USED OR DT-AT > ZERO
               IF DT-DEPARTMENT(DT-IDX) = FT-DEPARTMENT(FT-IDX)
                   MOVE DT-IDX TO DT-AT
               END-IF
           END-PERFORM.
           IF DT-AT = ZERO AND DT-COUNT-USED < 30
               ADD 1 TO DT-COUNT-USED
               INITIALIZE DT-ENTRY(DT-COUNT-USED)
               MOVE FT-DEPARTMENT(FT-IDX)
                   TO DT-DEPARTMENT(DT-COUNT-USED)
               MOVE DT-COUNT-USED TO DT-AT
               PERFORM UNTIL DT-AT = 1 OR
                   DT-DEPARTMENT(DT-AT - 1) NOT > DT-DEPARTMENT(DT-AT)
                   MOVE DT-ENTRY(DT-AT - 1) TO DT-HOLD
                   MOVE DT-ENTRY(DT-AT) TO DT-ENTRY(DT-AT - 1)
                   MOVE DT-HOLD TO DT-ENTRY(DT-AT)
                   SUBTRACT 1 FROM DT-AT
               END-PERFORM
           END-IF.
           IF DT-AT > ZERO
               ADD 1 TO DT-FACULTY(DT-AT)
               ADD FT-ENROLLED(FT-IDX) TO DT-ENROLLED(DT-AT)
               ADD FT-RESPONSES(FT-IDX) TO DT-RESPONSES(DT-AT)
               ADD FT-SUM(FT-IDX) TO DT-SUM(DT-AT)
               ADD FT-COUNT(FT-IDX) TO DT-COUNT(DT-AT)
           END-IF.

       EVALUATION-SUMMARY.
           DISPLAY "SCHOOL YEAR (YYYY): ".
           ACCEPT WORK-SCHOOLYEAR.
           DISPLAY "TERM (1/2/3): ".
           ACCEPT WORK-TERM.
           PERFORM GATHER-EVALUATIONS.
           OPEN OUTPUT EVALSUM-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE SPACES TO REPORT-LINE.
           STRING "FACULTY EVALUATION SUMMARY - SY " WORK-SCHOOLYEAR
               " TERM " WORK-TERM
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "MEAN RATING PER ITEM (1-5)" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "ITEM  QUESTION" TO REPORT-LINE.
           MOVE "MEAN" TO REPORT-LINE(59:4).
           MOVE "ANSWERS" TO REPORT-LINE(63:7).
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING QT-IDX FROM 1 BY 1 UNTIL QT-IDX > 20
               IF QT-ACTIVEFLAG(QT-IDX) = "A" OR
                   IT-COUNT(QT-IDX) > ZERO
                   PERFORM REPORT-ONE-ITEM
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "PER FACULTY" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "FACULTY ID NAME" TO REPORT-LINE.
           MOVE "DEPARTMENT SECT FORMS  ENROL  RATE  MEAN"
               TO REPORT-LINE(38:40).
           PERFORM WRITE-REPORT-LINE.
           MOVE ZERO TO TOTAL-RESPONSES.
           MOVE ZERO TO TOTAL-ENROLLED.
           PERFORM VARYING FT-IDX FROM 1 BY 1 UNTIL
               FT-IDX > FT-COUNT-USED
               PERFORM REPORT-ONE-FACULTY
           END-PERFORM.
           IF FT-COUNT-USED = ZERO
               MOVE "  NO FACULTY ASSIGNMENTS OR FORMS FOR THAT TERM."
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "PER DEPARTMENT" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "DEPARTMENT FACULTY FORMS  ENROL  RATE  MEAN"
               TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING DT-IDX FROM 1 BY 1 UNTIL
               DT-IDX > DT-COUNT-USED
               PERFORM REPORT-ONE-DEPARTMENT
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ZERO TO RESPONSE-RATE.
           IF TOTAL-ENROLLED > ZERO
               COMPUTE RESPONSE-RATE ROUNDED =
                   TOTAL-RESPONSES * 100 / TOTAL-ENROLLED
           END-IF.
           MOVE TOTAL-RESPONSES TO COUNT-DISP.
           MOVE TOTAL-ENROLLED TO ENROLL-DISP.
           MOVE RESPONSE-RATE TO RATE-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL FORMS " COUNT-DISP " OF " ENROLL-DISP
               " ENROLLED, RESPONSE RATE " RATE-DISP "%"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE EVALSUM-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "REPORT WRITTEN TO EVALSUMM.DAT".

       REPORT-ONE-ITEM.
           MOVE ZERO TO MEAN-RATING.
           IF IT-COUNT(QT-IDX) > ZERO
               COMPUTE MEAN-RATING ROUNDED =
                   IT-SUM(QT-IDX) / IT-COUNT(QT-IDX)
           END-IF.
           MOVE QT-IDX TO ITEM-DISP.
           MOVE MEAN-RATING TO MEAN-DISP.
           MOVE IT-COUNT(QT-IDX) TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING " " ITEM-DISP "   " QT-ITEMTEXT(QT-IDX) "  "
               MEAN-DISP "  " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       REPORT-ONE-FACULTY.
           ADD FT-RESPONSES(FT-IDX) TO TOTAL-RESPONSES.
           ADD FT-ENROLLED(FT-IDX) TO TOTAL-ENROLLED.
           MOVE ZERO TO MEAN-RATING.
           IF FT-COUNT(FT-IDX) > ZERO
               COMPUTE MEAN-RATING ROUNDED =
                   FT-SUM(FT-IDX) / FT-COUNT(FT-IDX)
           END-IF.
           MOVE ZERO TO RESPONSE-RATE.
           IF FT-ENROLLED(FT-IDX) > ZERO
               COMPUTE RESPONSE-RATE ROUNDED =
                   FT-RESPONSES(FT-IDX) * 100 / FT-ENROLLED(FT-IDX)
           END-IF.
           MOVE FT-SECTIONS(FT-IDX) TO SECTIONS-DISP.
           MOVE FT-RESPONSES(FT-IDX) TO COUNT-DISP.
           MOVE FT-ENROLLED(FT-IDX) TO ENROLL-DISP.
           MOVE RESPONSE-RATE TO RATE-DISP.
           MOVE MEAN-RATING TO MEAN-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING FT-FACULTYID(FT-IDX) " "
               FT-FACULTYNAME(FT-IDX)(1:25) " "
               FT-DEPARTMENT(FT-IDX) "   " SECTIONS-DISP " "
               COUNT-DISP "  " ENROLL-DISP " " RATE-DISP "  "
               MEAN-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       REPORT-ONE-DEPARTMENT.
           MOVE ZERO TO MEAN-RATING.
           IF DT-COUNT(DT-IDX) > ZERO
               COMPUTE MEAN-RATING ROUNDED =
                   DT-SUM(DT-IDX) / DT-COUNT(DT-IDX)
           END-IF.
           MOVE ZERO TO RESPONSE-RATE.
           IF DT-ENROLLED(DT-IDX) > ZERO
               COMPUTE RESPONSE-RATE ROUNDED =
                   DT-RESPONSES(DT-IDX) * 100 / DT-ENROLLED(DT-IDX)
           END-IF.
           MOVE DT-FACULTY(DT-IDX) TO SECTIONS-DISP.
           MOVE DT-RESPONSES(DT-IDX) TO COUNT-DISP.
           MOVE DT-ENROLLED(DT-IDX) TO ENROLL-DISP.
           MOVE RESPONSE-RATE TO RATE-DISP.
           MOVE MEAN-RATING TO MEAN-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING DT-DEPARTMENT(DT-IDX) "      " SECTIONS-DISP " "
               COUNT-DISP "  " ENROLL-DISP " " RATE-DISP "  "
               MEAN-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       INSTRUCTOR-SHEETS.
           DISPLAY "SCHOOL YEAR (YYYY): ".
           ACCEPT WORK-SCHOOLYEAR.
           DISPLAY "TERM (1/2/3): ".
           ACCEPT WORK-TERM.
           DISPLAY "FACULTY ID (BLANK FOR ALL): ".
           MOVE SPACES TO SHEET-FACULTYID.
           ACCEPT SHEET-FACULTYID.
           PERFORM GATHER-EVALUATIONS.
           OPEN EXTEND SHEET-FILE.
           IF SHEET-STATUS = "35"
               OPEN OUTPUT SHEET-FILE
           END-IF.
           MOVE ZERO TO SHEET-COUNT.
           PERFORM VARYING FT-IDX FROM 1 BY 1 UNTIL
               FT-IDX > FT-COUNT-USED
               IF FT-RESPONSES(FT-IDX) > ZERO AND
                   (SHEET-FACULTYID = SPACES OR
                   SHEET-FACULTYID = FT-FACULTYID(FT-IDX))
                   PERFORM PRINT-INSTRUCTOR-SHEET
               END-IF
           END-PERFORM.
           CLOSE SHEET-FILE.
           DISPLAY SHEET-COUNT " INSTRUCTOR SHEETS WRITTEN TO "
               "EVALSHEET.DAT".

       PRINT-INSTRUCTOR-SHEET.
           ADD 1 TO SHEET-COUNT.
           MOVE "=========================================="
               TO SHEET-REC.
           WRITE SHEET-REC.
           MOVE "        FACULTY EVALUATION RESULTS" TO SHEET-REC.
           WRITE SHEET-REC.
           MOVE SPACES TO REPORT-LINE.
           STRING "FACULTY   : " FT-FACULTYID(FT-IDX) " "
               FT-FACULTYNAME(FT-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE SHEET-REC FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DEPARTMENT: " FT-DEPARTMENT(FT-IDX) "  SY "
               WORK-SCHOOLYEAR " TERM " WORK-TERM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE SHEET-REC FROM REPORT-LINE.
           MOVE SPACES TO SHEET-REC.
           WRITE SHEET-REC.
           MOVE "SUBJECT    SECTN  FORMS  ENROL  RATE  MEAN"
               TO SHEET-REC.
           WRITE SHEET-REC.
           PERFORM VARYING SE-IDX FROM 1 BY 1 UNTIL
               SE-IDX > SE-COUNT-USED
               IF SE-FACULTYID(SE-IDX) = FT-FACULTYID(FT-IDX)
                   PERFORM PRINT-SHEET-SECTION
               END-IF
           END-PERFORM.
           MOVE SPACES TO SHEET-REC.
           WRITE SHEET-REC.
           MOVE "ITEM  QUESTION" TO REPORT-LINE.
           MOVE "MEAN" TO REPORT-LINE(59:4).
           WRITE SHEET-REC FROM REPORT-LINE.
           PERFORM VARYING QT-IDX FROM 1 BY 1 UNTIL QT-IDX > 20
               IF FT-ITEMCOUNT(FT-IDX QT-IDX) > ZERO
                   PERFORM PRINT-SHEET-ITEM
               END-IF
           END-PERFORM.
           MOVE SPACES TO SHEET-REC.
           WRITE SHEET-REC.
           MOVE ZERO TO MEAN-RATING.
           IF FT-COUNT(FT-IDX) > ZERO
               COMPUTE MEAN-RATING ROUNDED =
                   FT-SUM(FT-IDX) / FT-COUNT(FT-IDX)
           END-IF.
           MOVE ZERO TO DEPT-MEAN.
           PERFORM VARYING DT-IDX FROM 1 BY 1 UNTIL
               DT-IDX > DT-COUNT-USED
               IF DT-DEPARTMENT(DT-IDX) = FT-DEPARTMENT(FT-IDX) AND
                   DT-COUNT(DT-IDX) > ZERO
                   COMPUTE DEPT-MEAN ROUNDED =
                       DT-SUM(DT-IDX) / DT-COUNT(DT-IDX)
               END-IF
           END-PERFORM.
           MOVE MEAN-RATING TO MEAN-DISP.
           MOVE DEPT-MEAN TO DEPTMEAN-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "OVERALL MEAN: " MEAN-DISP
               "    DEPARTMENT MEAN: " DEPTMEAN-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE SHEET-REC FROM REPORT-LINE.
           MOVE "=========================================="
               TO SHEET-REC.
           WRITE SHEET-REC.

       PRINT-SHEET-SECTION.
           MOVE ZERO TO MEAN-RATING.
           IF SE-COUNT(SE-IDX) > ZERO
               COMPUTE MEAN-RATING ROUNDED =
                   SE-SUM(SE-IDX) / SE-COUNT(SE-IDX)
           END-IF.
           MOVE ZERO TO RESPONSE-RATE.
           IF SE-ENROLLED(SE-IDX) > ZERO
               COMPUTE RESPONSE-RATE ROUNDED =
                   SE-RESPONSES(SE-IDX) * 100 / SE-ENROLLED(SE-IDX)
           END-IF.
           MOVE SE-RESPONSES(SE-IDX) TO COUNT-DISP.
           MOVE SE-ENROLLED(SE-IDX) TO ENROLL-DISP.
           MOVE RESPONSE-RATE TO RATE-DISP.
           MOVE MEAN-RATING TO MEAN-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING SE-SUBJECTCODE(SE-IDX) " " SE-SECTION(SE-IDX)
               " " COUNT-DISP "  " ENROLL-DISP " " RATE-DISP "  "
               MEAN-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE SHEET-REC FROM REPORT-LINE.

       PRINT-SHEET-ITEM.
           COMPUTE MEAN-RATING ROUNDED =
               FT-ITEMSUM(FT-IDX QT-IDX) / FT-ITEMCOUNT(FT-IDX QT-IDX).
           MOVE QT-IDX TO ITEM-DISP.
           MOVE MEAN-RATING TO MEAN-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING " " ITEM-DISP "   " QT-ITEMTEXT(QT-IDX) "  "
               MEAN-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE SHEET-REC FROM REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE EVALSUM-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM FACULTY-EVALUATION.
