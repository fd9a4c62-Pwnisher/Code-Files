       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFER-CREDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJEQUIV-FILE
           ASSIGN TO "D:\Files\dat\subjequiv.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SQ-KEY
           FILE STATUS IS SUBJEQUIV-STATUS.
           SELECT TRANSCRED-FILE
           ASSIGN TO "D:\Files\dat\transcred.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TC-KEY
           FILE STATUS IS TRANSCRED-STATUS.
           SELECT STUDMAST-FILE
           ASSIGN TO "D:\Files\dat\studmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ST-STUDENTNUM
           FILE STATUS IS STUDMAST-STATUS.
           SELECT SUBJMAST-FILE
           ASSIGN TO "D:\Files\dat\subjmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SM-SUBJECTCODE
           FILE STATUS IS SUBJMAST-STATUS.
           SELECT GRADE-FILE
           ASSIGN TO "D:\Files\dat\grades.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GR-KEY
           FILE STATUS IS GRADE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SUBJEQUIV-FILE.
       01 SUBJEQUIV-REC.
           05 SQ-KEY.
               10 SQ-SCHOOL PIC X(30).
               10 SQ-THEIRCODE PIC X(10).
           05 SQ-THEIRTITLE PIC X(40).
           05 SQ-SUBJECTCODE PIC X(10).
           05 SQ-UNITS PIC 9(1).
           05 SQ-ACTIVEFLAG PIC X(01).
               88 SQ-EQUIV-ACTIVE VALUE "A".
               88 SQ-EQUIV-INACTIVE VALUE "D".
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
       WORKING-STORAGE SECTION.
       01 SUBJEQUIV-STATUS PIC X(02).
       01 TRANSCRED-STATUS PIC X(02).
       01 STUDMAST-STATUS PIC X(02).
       01 SUBJMAST-STATUS PIC X(02).
       01 GRADE-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "TRANSFER-CREDIT".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 CREDITCHOICE PIC X(01).
           88 CREDIT-EQUIV VALUE "E".
           88 CREDIT-EQUIV-LIST VALUE "Q".
           88 CREDIT-SUBJECT VALUE "C".
           88 CREDIT-LIST VALUE "L".
           88 CREDIT-DELETE VALUE "D".
           88 CREDIT-EXIT VALUE "X".
       01 WORK-STUDENTNUM PIC 9(10).
       01 WORK-SCHOOL PIC X(30).
       01 WORK-THEIRCODE PIC X(10).
       01 WORK-SUBJECT PIC X(10).
       01 WORK-UNITS PIC 9(1).
       01 WORK-ORIGGRADE PIC X(05).
       01 WORK-EVALUATOR PIC X(20).
       01 REPLACE-ANSWER PIC X(01).
       01 EQUIV-EOF-SW PIC X(03).
           88 EQUIV-EOF VALUE "YES".
       01 CREDIT-EOF-SW PIC X(03).
           88 CREDIT-EOF VALUE "YES".
       01 GRADE-EOF-SW PIC X(03).
           88 GRADE-EOF VALUE "YES".
       01 PASSED-HERE-SW PIC X(03).
           88 PASSED-HERE VALUE "YES".
       01 LIST-COUNT PIC 9(03).
       01 LIST-UNITS PIC 9(03).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O SUBJEQUIV-FILE.
           IF SUBJEQUIV-STATUS = "35"
               OPEN OUTPUT SUBJEQUIV-FILE
               CLOSE SUBJEQUIV-FILE
               OPEN I-O SUBJEQUIV-FILE
           END-IF.
           IF SUBJEQUIV-STATUS NOT = "00"
               MOVE "SUBJECT EQUIVALENCY FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE SUBJEQUIV-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN I-O TRANSCRED-FILE.
           IF TRANSCRED-STATUS = "35"
               OPEN OUTPUT TRANSCRED-FILE
               CLOSE TRANSCRED-FILE
               OPEN I-O TRANSCRED-FILE
           END-IF.
           IF TRANSCRED-STATUS NOT = "00"
               MOVE "TRANSFER CREDIT FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE TRANSCRED-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN INPUT STUDMAST-FILE.
           OPEN INPUT SUBJMAST-FILE.
           OPEN INPUT GRADE-FILE.

           PERFORM UNTIL CREDIT-EXIT
               DISPLAY "TRANSFER CREDIT (E-ADD/CHANGE EQUIVALENCY, "
                   "Q-LIST EQUIVALENCIES, C-CREDIT SUBJECT, "
                   "L-LIST CREDITS, D-DELETE CREDIT, X-EXIT): "
               ACCEPT CREDITCHOICE
               EVALUATE TRUE
                   WHEN CREDIT-EQUIV
                       PERFORM ADD-EQUIVALENCY
                   WHEN CREDIT-EQUIV-LIST
                       PERFORM LIST-EQUIVALENCIES
                   WHEN CREDIT-SUBJECT
                       PERFORM CREDIT-ONE-SUBJECT
                           THRU CREDIT-ONE-SUBJECT-EXIT
                   WHEN CREDIT-LIST
                       PERFORM LIST-STUDENT-CREDITS
                   WHEN CREDIT-DELETE
                       PERFORM DELETE-CREDIT
                   WHEN CREDIT-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE, TRY AGAIN."
               END-EVALUATE
           END-PERFORM.

           CLOSE SUBJEQUIV-FILE.
           CLOSE TRANSCRED-FILE.
           CLOSE STUDMAST-FILE.
           CLOSE SUBJMAST-FILE.
           CLOSE GRADE-FILE.
           STOP RUN.

       ADD-EQUIVALENCY.
           DISPLAY "OTHER SCHOOL: ".
           ACCEPT SQ-SCHOOL.
           DISPLAY "THEIR SUBJECT CODE: ".
           ACCEPT SQ-THEIRCODE.
           DISPLAY "THEIR SUBJECT TITLE: ".
           ACCEPT SQ-THEIRTITLE.
           DISPLAY "EQUIVALENT SUBJECT CODE HERE: ".
           ACCEPT SQ-SUBJECTCODE.
           MOVE SQ-SUBJECTCODE TO SM-SUBJECTCODE.
           READ SUBJMAST-FILE
               INVALID KEY
                   MOVE ZERO TO SM-UNITS
                   DISPLAY "WARNING: SUBJECT NOT ON SUBJECT "
                       "MASTER."
               NOT INVALID KEY
                   DISPLAY "SUBJECT: " SM-SUBJECTTITLE
                       " UNITS " SM-UNITS
           END-READ.
           DISPLAY "UNITS TO CREDIT (0 = SAME AS SUBJECT): ".
           ACCEPT SQ-UNITS.
           IF SQ-UNITS = ZERO
               MOVE SM-UNITS TO SQ-UNITS
           END-IF.
           IF SM-UNITS > ZERO AND SQ-UNITS < SM-UNITS
               DISPLAY "WARNING: FEWER UNITS THAN THE SUBJECT "
                   "CARRIES HERE."
           END-IF.
           DISPLAY "ACTIVE FLAG (A-ACTIVE, D-DISCONTINUED): ".
           ACCEPT SQ-ACTIVEFLAG.
           IF NOT SQ-EQUIV-ACTIVE AND NOT SQ-EQUIV-INACTIVE
               MOVE "A" TO SQ-ACTIVEFLAG
           END-IF.
           WRITE SUBJEQUIV-REC
               INVALID KEY
                   REWRITE SUBJEQUIV-REC
           END-WRITE.
           DISPLAY "EQUIVALENCY SAVED.".

       LIST-EQUIVALENCIES.
           DISPLAY "OTHER SCHOOL: ".
           ACCEPT WORK-SCHOOL.
           MOVE ZERO TO LIST-COUNT.
           MOVE "NO" TO EQUIV-EOF-SW.
           MOVE WORK-SCHOOL TO SQ-SCHOOL.
           MOVE LOW-VALUES TO SQ-THEIRCODE.
           START SUBJEQUIV-FILE KEY IS NOT LESS THAN SQ-KEY
               INVALID KEY
                   SET EQUIV-EOF TO TRUE
           END-START.
           DISPLAY "EQUIVALENCIES FOR " WORK-SCHOOL.
           PERFORM UNTIL EQUIV-EOF
               READ SUBJEQUIV-FILE NEXT RECORD
                   AT END
                       SET EQUIV-EOF TO TRUE
                   NOT AT END
                       IF SQ-SCHOOL NOT = WORK-SCHOOL
                           SET EQUIV-EOF TO TRUE
                       ELSE
                           ADD 1 TO LIST-COUNT
                           DISPLAY "  " SQ-THEIRCODE " "
                               SQ-THEIRTITLE(1:25) " = "
                               SQ-SUBJECTCODE " UNITS " SQ-UNITS
                               " " SQ-ACTIVEFLAG
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "EQUIVALENCIES LISTED: " LIST-COUNT.

       CREDIT-ONE-SUBJECT.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT WORK-STUDENTNUM.
           MOVE WORK-STUDENTNUM TO ST-STUDENTNUM.
           READ STUDMAST-FILE
               INVALID KEY
                   DISPLAY "STUDENT NOT ON STUDENT MASTER."
           END-READ.
           IF STUDMAST-STATUS NOT = "00"
               GO TO CREDIT-ONE-SUBJECT-EXIT
           END-IF.
           DISPLAY "STUDENT: " ST-STUDENTNAME(1:30) " "
               ST-PROGRAM.

           DISPLAY "OTHER SCHOOL: ".
           ACCEPT WORK-SCHOOL.
           DISPLAY "THEIR SUBJECT CODE: ".
           ACCEPT WORK-THEIRCODE.
           MOVE WORK-SCHOOL TO SQ-SCHOOL.
           MOVE WORK-THEIRCODE TO SQ-THEIRCODE.
           READ SUBJEQUIV-FILE
               INVALID KEY
                   DISPLAY "NO EQUIVALENCY ON FILE FOR THAT "
                       "SUBJECT, ADD IT FIRST."
           END-READ.
           IF SUBJEQUIV-STATUS NOT = "00"
               GO TO CREDIT-ONE-SUBJECT-EXIT
           END-IF.
           IF SQ-EQUIV-INACTIVE
               DISPLAY "EQUIVALENCY IS DISCONTINUED, NOT CREDITED."
               GO TO CREDIT-ONE-SUBJECT-EXIT
           END-IF.
           MOVE SQ-SUBJECTCODE TO WORK-SUBJECT.
           MOVE SQ-UNITS TO WORK-UNITS.
           MOVE WORK-SUBJECT TO SM-SUBJECTCODE.
           READ SUBJMAST-FILE
               INVALID KEY
                   MOVE "(NOT ON SUBJECT MASTER)" TO SM-SUBJECTTITLE
           END-READ.
           DISPLAY SQ-THEIRCODE " " SQ-THEIRTITLE(1:30)
               " CREDITED AS " WORK-SUBJECT " "
               SM-SUBJECTTITLE(1:30).

           PERFORM CHECK-PASSED-HERE.
           IF PASSED-HERE
               DISPLAY "STUDENT ALREADY PASSED " WORK-SUBJECT
                   " HERE, NOT CREDITED."
               GO TO CREDIT-ONE-SUBJECT-EXIT
           END-IF.

           MOVE WORK-STUDENTNUM TO TC-STUDENTNUM.
           MOVE WORK-SUBJECT TO TC-SUBJECTCODE.
           READ TRANSCRED-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF TRANSCRED-STATUS = "00"
               DISPLAY "ALREADY CREDITED FROM " TC-SCHOOL
                   " (" TC-THEIRCODE ") ON " TC-CREDITDATE
               DISPLAY "REPLACE? (Y/N): "
               ACCEPT REPLACE-ANSWER
               IF REPLACE-ANSWER NOT = "Y" AND
                   REPLACE-ANSWER NOT = "y"
                   DISPLAY "CREDIT NOT CHANGED."
                   GO TO CREDIT-ONE-SUBJECT-EXIT
               END-IF
           END-IF.

           DISPLAY "ORIGINAL GRADE AS ON THEIR TRANSCRIPT: ".
           ACCEPT WORK-ORIGGRADE.
           IF WORK-ORIGGRADE = SPACES
               DISPLAY "ORIGINAL GRADE IS REQUIRED, NOT CREDITED."
               GO TO CREDIT-ONE-SUBJECT-EXIT
           END-IF.
           DISPLAY "EVALUATED BY: ".
           ACCEPT WORK-EVALUATOR.
           IF WORK-EVALUATOR = SPACES
               DISPLAY "EVALUATOR IS REQUIRED, NOT CREDITED."
               GO TO CREDIT-ONE-SUBJECT-EXIT
           END-IF.

           MOVE WORK-STUDENTNUM TO TC-STUDENTNUM.
           MOVE WORK-SUBJECT TO TC-SUBJECTCODE.
           MOVE WORK-SCHOOL TO TC-SCHOOL.
           MOVE WORK-THEIRCODE TO TC-THEIRCODE.
           MOVE WORK-ORIGGRADE TO TC-ORIGGRADE.
           MOVE WORK-UNITS TO TC-UNITS.
           MOVE WORK-EVALUATOR TO TC-EVALUATOR.
           ACCEPT TC-CREDITDATE FROM DATE YYYYMMDD.
           WRITE TRANSCRED-REC
               INVALID KEY
                   REWRITE TRANSCRED-REC
           END-WRITE.
           DISPLAY WORK-SUBJECT " CREDITED, " WORK-UNITS " UNITS.".

       CREDIT-ONE-SUBJECT-EXIT.
           EXIT.

       CHECK-PASSED-HERE.
           MOVE "NO" TO PASSED-HERE-SW.
           MOVE "NO" TO GRADE-EOF-SW.
           MOVE LOW-VALUES TO GR-KEY.
           MOVE WORK-STUDENTNUM TO GR-STUDENTNUM.
           START GRADE-FILE KEY IS NOT LESS THAN GR-KEY
               INVALID KEY
                   SET GRADE-EOF TO TRUE
           END-START.
           PERFORM UNTIL GRADE-EOF
               READ GRADE-FILE NEXT RECORD
                   AT END
                       SET GRADE-EOF TO TRUE
                   NOT AT END
                       IF GR-STUDENTNUM NOT = WORK-STUDENTNUM
                           SET GRADE-EOF TO TRUE
                       ELSE
                           IF GR-SUBJECTCODE = WORK-SUBJECT
                               AND GR-GRADE-COMPLETE
                               AND GR-SEMGRADE >= 75
                               MOVE "YES" TO PASSED-HERE-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LIST-STUDENT-CREDITS.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT WORK-STUDENTNUM.
           MOVE ZERO TO LIST-COUNT.
           MOVE ZERO TO LIST-UNITS.
           MOVE "NO" TO CREDIT-EOF-SW.
           MOVE WORK-STUDENTNUM TO TC-STUDENTNUM.
           MOVE LOW-VALUES TO TC-SUBJECTCODE.
           START TRANSCRED-FILE KEY IS NOT LESS THAN TC-KEY
               INVALID KEY
                   SET CREDIT-EOF TO TRUE
           END-START.
           DISPLAY "CREDITS FROM OTHER INSTITUTION FOR "
               WORK-STUDENTNUM.
           PERFORM UNTIL CREDIT-EOF
               READ TRANSCRED-FILE NEXT RECORD
                   AT END
                       SET CREDIT-EOF TO TRUE
                   NOT AT END
                       IF TC-STUDENTNUM NOT = WORK-STUDENTNUM
                           SET CREDIT-EOF TO TRUE
                       ELSE
                           ADD 1 TO LIST-COUNT
                           ADD TC-UNITS TO LIST-UNITS
                           DISPLAY "  " TC-SUBJECTCODE " UNITS "
                               TC-UNITS " GRADE " TC-ORIGGRADE
                               " " TC-SCHOOL(1:20) " "
                               TC-THEIRCODE " BY " TC-EVALUATOR
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "SUBJECTS CREDITED: " LIST-COUNT
               "  UNITS: " LIST-UNITS.

       DELETE-CREDIT.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT TC-STUDENTNUM.
           DISPLAY "SUBJECT CODE: ".
           ACCEPT TC-SUBJECTCODE.
           READ TRANSCRED-FILE
               INVALID KEY
                   DISPLAY "CREDIT NOT FOUND."
               NOT INVALID KEY
                   DELETE TRANSCRED-FILE
                   DISPLAY "CREDIT DELETED."
           END-READ.
       END PROGRAM TRANSFER-CREDIT.
