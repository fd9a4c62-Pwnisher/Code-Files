       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOCK-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT SUBJMAST-FILE
           ASSIGN TO "D:\Files\dat\subjmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SM-SUBJECTCODE
           FILE STATUS IS SUBJMAST-STATUS.
           SELECT STUDMAST-FILE
           ASSIGN TO "D:\Files\dat\studmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ST-STUDENTNUM
           FILE STATUS IS STUDMAST-STATUS.
           SELECT SCHEDULE-FILE
           ASSIGN TO "D:\Files\dat\schedule.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SCH-KEY
           FILE STATUS IS SCHEDULE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD SCHEDULE-FILE.
       01 SCHEDULE-REC.
           05 SCH-KEY.
               10 SCH-SUBJECTCODE PIC X(10).
               10 SCH-SECTION PIC X(06).
           05 SCH-DAYS PIC X(07).
           05 SCH-STARTTIME PIC 9(04).
           05 SCH-ENDTIME PIC 9(04).
           05 SCH-ROOM PIC X(08).
       WORKING-STORAGE SECTION.
       01 BLOCKDEF-STATUS PIC X(02).
       01 BLOCKSTU-STATUS PIC X(02).
       01 SUBJMAST-STATUS PIC X(02).
       01 STUDMAST-STATUS PIC X(02).
       01 SCHEDULE-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "BLOCK-MAINT".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 BLOCKCHOICE PIC X(01).
           88 BLOCK-ADD-SUBJECT VALUE "A".
           88 BLOCK-ADD-STUDENT VALUE "S".
           88 BLOCK-LIST VALUE "L".
           88 BLOCK-DELETE-SUBJECT VALUE "D".
           88 BLOCK-REMOVE-STUDENT VALUE "R".
           88 BLOCK-EXIT VALUE "X".
       01 WORK-BLOCKCODE PIC X(10).
       01 WORK-SCHOOLYEAR PIC 9(04).
       01 WORK-TERM PIC 9(01).
       01 WORK-SUBJECTCODE PIC X(10).
       01 BLOCK-ROOM-SW PIC X(03).
           88 BLOCK-HAS-ROOM VALUE "YES".
       01 BLOCKDEF-EOF-SW PIC X(03).
           88 BLOCKDEF-EOF VALUE "YES".
       01 BLOCKSTU-EOF-SW PIC X(03).
           88 BLOCKSTU-EOF VALUE "YES".
       01 BLOCK-SUBJECT-COUNT PIC 9(03).
       01 BLOCK-STUDENT-COUNT PIC 9(04).
       01 TOTAL-UNITS PIC 9(04).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O BLOCKDEF-FILE.
           IF BLOCKDEF-STATUS = "35"
               OPEN OUTPUT BLOCKDEF-FILE
               CLOSE BLOCKDEF-FILE
               OPEN I-O BLOCKDEF-FILE
           END-IF.
           IF BLOCKDEF-STATUS NOT = "00"
               MOVE "BLOCK DEFINITION FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE BLOCKDEF-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN I-O BLOCKSTU-FILE.
           IF BLOCKSTU-STATUS = "35"
               OPEN OUTPUT BLOCKSTU-FILE
               CLOSE BLOCKSTU-FILE
               OPEN I-O BLOCKSTU-FILE
           END-IF.
           IF BLOCKSTU-STATUS NOT = "00"
               MOVE "BLOCK STUDENT FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE BLOCKSTU-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN INPUT SUBJMAST-FILE.
           OPEN INPUT STUDMAST-FILE.
           OPEN INPUT SCHEDULE-FILE.

           PERFORM UNTIL BLOCK-EXIT
               DISPLAY "BLOCKS (A-ADD/CHANGE SUBJECT, S-ADD STUDENT, "
                   "L-LIST BLOCK, D-DELETE SUBJECT, "
                   "R-REMOVE STUDENT, X-EXIT): "
               ACCEPT BLOCKCHOICE
               EVALUATE TRUE
                   WHEN BLOCK-ADD-SUBJECT
                       PERFORM ADD-BLOCK-SUBJECT
                   WHEN BLOCK-ADD-STUDENT
                       PERFORM ADD-BLOCK-STUDENT
                   WHEN BLOCK-LIST
                       PERFORM LIST-BLOCK
                   WHEN BLOCK-DELETE-SUBJECT
                       PERFORM DELETE-BLOCK-SUBJECT
                   WHEN BLOCK-REMOVE-STUDENT
                       PERFORM REMOVE-BLOCK-STUDENT
                   WHEN BLOCK-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE, TRY AGAIN."
               END-EVALUATE
           END-PERFORM.

           CLOSE BLOCKDEF-FILE.
           CLOSE BLOCKSTU-FILE.
           CLOSE SUBJMAST-FILE.
           CLOSE STUDMAST-FILE.
           CLOSE SCHEDULE-FILE.
           STOP RUN.

       ACCEPT-BLOCK-TERM.
           DISPLAY "BLOCK CODE: ".
           ACCEPT WORK-BLOCKCODE.
           DISPLAY "SCHOOL YEAR (YYYY): ".
           ACCEPT WORK-SCHOOLYEAR.
           DISPLAY "TERM (1/2/3): ".
           ACCEPT WORK-TERM.

       ADD-BLOCK-SUBJECT.
           PERFORM ACCEPT-BLOCK-TERM.
           MOVE WORK-BLOCKCODE TO BK-BLOCKCODE.
           MOVE WORK-SCHOOLYEAR TO BK-SCHOOLYEAR.
           MOVE WORK-TERM TO BK-TERM.
           DISPLAY "SUBJECT CODE: ".
           ACCEPT BK-SUBJECTCODE.
           MOVE BK-SUBJECTCODE TO SM-SUBJECTCODE.
           READ SUBJMAST-FILE
               INVALID KEY
                   DISPLAY "SUBJECT NOT ON SUBJECT MASTER, NOT "
                       "SAVED."
               NOT INVALID KEY
                   DISPLAY "SUBJECT: " SM-SUBJECTTITLE
                   PERFORM CHECK-BLOCK-ROOM
                   IF BLOCK-HAS-ROOM
                       PERFORM SAVE-BLOCK-SUBJECT
                   ELSE
                       DISPLAY "BLOCK ALREADY HAS 20 SUBJECTS, THE "
                           "MOST BLOCK ENROLLMENT TAKES. NOT SAVED."
                   END-IF
           END-READ.

       CHECK-BLOCK-ROOM.
           MOVE "YES" TO BLOCK-ROOM-SW.
           MOVE BK-SUBJECTCODE TO WORK-SUBJECTCODE.
           READ BLOCKDEF-FILE
               INVALID KEY
                   PERFORM COUNT-BLOCK-SUBJECTS
                   IF BLOCK-SUBJECT-COUNT NOT < 20
                       MOVE "NO" TO BLOCK-ROOM-SW
                   END-IF
           END-READ.
           MOVE WORK-BLOCKCODE TO BK-BLOCKCODE.
           MOVE WORK-SCHOOLYEAR TO BK-SCHOOLYEAR.
           MOVE WORK-TERM TO BK-TERM.
           MOVE WORK-SUBJECTCODE TO BK-SUBJECTCODE.

       COUNT-BLOCK-SUBJECTS.
           MOVE ZERO TO BLOCK-SUBJECT-COUNT.
           MOVE "NO" TO BLOCKDEF-EOF-SW.
           MOVE LOW-VALUES TO BK-SUBJECTCODE.
           START BLOCKDEF-FILE KEY IS NOT LESS THAN BK-KEY
               INVALID KEY
                   SET BLOCKDEF-EOF TO TRUE
           END-START.
           PERFORM UNTIL BLOCKDEF-EOF
               READ BLOCKDEF-FILE NEXT RECORD
                   AT END
                       SET BLOCKDEF-EOF TO TRUE
                   NOT AT END
                       IF BK-BLOCKCODE NOT = WORK-BLOCKCODE OR
                           BK-SCHOOLYEAR NOT = WORK-SCHOOLYEAR OR
                           BK-TERM NOT = WORK-TERM
                           SET BLOCKDEF-EOF TO TRUE
                       ELSE
                           ADD 1 TO BLOCK-SUBJECT-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       SAVE-BLOCK-SUBJECT.
           DISPLAY "SECTION: ".
           ACCEPT BK-SECTION.
           MOVE BK-SUBJECTCODE TO SCH-SUBJECTCODE.
           MOVE BK-SECTION TO SCH-SECTION.
           READ SCHEDULE-FILE
               INVALID KEY
                   DISPLAY "WARNING: NO CLASS SCHEDULE FOR THIS "
                       "SECTION YET."
           END-READ.
           WRITE BLOCKDEF-REC
               INVALID KEY
                   REWRITE BLOCKDEF-REC
           END-WRITE.
           DISPLAY "BLOCK SUBJECT SAVED.".

       ADD-BLOCK-STUDENT.
           PERFORM ACCEPT-BLOCK-TERM.
           MOVE WORK-BLOCKCODE TO BS-BLOCKCODE.
           MOVE WORK-SCHOOLYEAR TO BS-SCHOOLYEAR.
           MOVE WORK-TERM TO BS-TERM.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT BS-STUDENTNUM.
           MOVE BS-STUDENTNUM TO ST-STUDENTNUM.
           READ STUDMAST-FILE
               INVALID KEY
                   DISPLAY "STUDENT NOT ON STUDENT MASTER, NOT "
                       "ADDED."
               NOT INVALID KEY
                   ACCEPT BS-DATEADDED FROM DATE YYYYMMDD
                   WRITE BLOCKSTU-REC
                       INVALID KEY
                           DISPLAY "STUDENT IS ALREADY IN THIS "
                               "BLOCK."
                       NOT INVALID KEY
                           DISPLAY "ADDED: " ST-STUDENTNAME(1:40)
                   END-WRITE
           END-READ.

       DELETE-BLOCK-SUBJECT.
           PERFORM ACCEPT-BLOCK-TERM.
           MOVE WORK-BLOCKCODE TO BK-BLOCKCODE.
           MOVE WORK-SCHOOLYEAR TO BK-SCHOOLYEAR.
           MOVE WORK-TERM TO BK-TERM.
           DISPLAY "SUBJECT CODE: ".
           ACCEPT BK-SUBJECTCODE.
           READ BLOCKDEF-FILE
               INVALID KEY
                   DISPLAY "ENTRY NOT FOUND."
               NOT INVALID KEY
                   DELETE BLOCKDEF-FILE
                   DISPLAY "ENTRY DELETED."
           END-READ.

       REMOVE-BLOCK-STUDENT.
           PERFORM ACCEPT-BLOCK-TERM.
           MOVE WORK-BLOCKCODE TO BS-BLOCKCODE.
           MOVE WORK-SCHOOLYEAR TO BS-SCHOOLYEAR.
           MOVE WORK-TERM TO BS-TERM.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT BS-STUDENTNUM.
           READ BLOCKSTU-FILE
               INVALID KEY
                   DISPLAY "STUDENT NOT IN THIS BLOCK."
               NOT INVALID KEY
                   DELETE BLOCKSTU-FILE
                   DISPLAY "STUDENT REMOVED FROM THE BLOCK."
           END-READ.

       LIST-BLOCK.
           PERFORM ACCEPT-BLOCK-TERM.
           MOVE ZERO TO TOTAL-UNITS.
           MOVE ZERO TO BLOCK-SUBJECT-COUNT.
           MOVE ZERO TO BLOCK-STUDENT-COUNT.
           DISPLAY "BLOCK " WORK-BLOCKCODE " SY " WORK-SCHOOLYEAR
               " TERM " WORK-TERM.
           MOVE "NO" TO BLOCKDEF-EOF-SW.
           MOVE WORK-BLOCKCODE TO BK-BLOCKCODE.
           MOVE WORK-SCHOOLYEAR TO BK-SCHOOLYEAR.
           MOVE WORK-TERM TO BK-TERM.
           MOVE LOW-VALUES TO BK-SUBJECTCODE.
           START BLOCKDEF-FILE KEY IS NOT LESS THAN BK-KEY
               INVALID KEY
                   SET BLOCKDEF-EOF TO TRUE
           END-START.
           PERFORM UNTIL BLOCKDEF-EOF
               READ BLOCKDEF-FILE NEXT RECORD
                   AT END
                       SET BLOCKDEF-EOF TO TRUE
                   NOT AT END
                       IF BK-BLOCKCODE NOT = WORK-BLOCKCODE OR
                           BK-SCHOOLYEAR NOT = WORK-SCHOOLYEAR OR
                           BK-TERM NOT = WORK-TERM
                           SET BLOCKDEF-EOF TO TRUE
                       ELSE
                           PERFORM LIST-ONE-BLOCK-SUBJECT
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "SUBJECTS: " BLOCK-SUBJECT-COUNT
               "  TOTAL UNITS: " TOTAL-UNITS.

           MOVE "NO" TO BLOCKSTU-EOF-SW.
           MOVE WORK-BLOCKCODE TO BS-BLOCKCODE.
           MOVE WORK-SCHOOLYEAR TO BS-SCHOOLYEAR.
           MOVE WORK-TERM TO BS-TERM.
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
                       IF BS-BLOCKCODE NOT = WORK-BLOCKCODE OR
                           BS-SCHOOLYEAR NOT = WORK-SCHOOLYEAR OR
                           BS-TERM NOT = WORK-TERM
                           SET BLOCKSTU-EOF TO TRUE
                       ELSE
                           PERFORM LIST-ONE-BLOCK-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "STUDENTS IN BLOCK: " BLOCK-STUDENT-COUNT.

       LIST-ONE-BLOCK-SUBJECT.
           ADD 1 TO BLOCK-SUBJECT-COUNT.
           MOVE BK-SUBJECTCODE TO SM-SUBJECTCODE.
           READ SUBJMAST-FILE
               INVALID KEY
                   MOVE "(NOT ON SUBJECT MASTER)" TO SM-SUBJECTTITLE
                   MOVE ZERO TO SM-UNITS
           END-READ.
           ADD SM-UNITS TO TOTAL-UNITS.
           DISPLAY "  " BK-SUBJECTCODE " " BK-SECTION " "
               SM-SUBJECTTITLE(1:30) " UNITS " SM-UNITS.

       LIST-ONE-BLOCK-STUDENT.
           ADD 1 TO BLOCK-STUDENT-COUNT.
           MOVE BS-STUDENTNUM TO ST-STUDENTNUM.
           READ STUDMAST-FILE
               INVALID KEY
                   MOVE "(NOT ON STUDENT MASTER)" TO ST-STUDENTNAME
           END-READ.
           DISPLAY "  " BS-STUDENTNUM " " ST-STUDENTNAME(1:40).
       END PROGRAM BLOCK-MAINT.
