           ASSIGN TO "D:\Files\dat\gradcand.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRADCAND-STATUS.
           SELECT TRANSCRED-FILE
           ASSIGN TO "D:\Files\dat\transcred.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TC-KEY
           FILE STATUS IS TRANSCRED-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CURRIC-FILE.
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
       FD GRADCAND-FILE.
       01 GRADCAND-REC.
           05 GC-STUDENTNUM PIC 9(10).
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
       WORKING-STORAGE SECTION.
       01 CURRIC-STATUS PIC X(02).
       01 GRADE-STATUS PIC X(02).
       01 STUDMAST-STATUS PIC X(02).
       01 SUBJMAST-STATUS PIC X(02).
       01 GRADCAND-STATUS PIC X(02).
       01 TRANSCRED-STATUS PIC X(02).
       01 TRANSCRED-OPEN-SW PIC X(03).
           88 TRANSCRED-OPEN VALUE "YES".
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "GRADUATION-AUDIT".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
           88 SUBJ-FAILED VALUE "E".
           88 SUBJ-INCOMPLETE VALUE "I".
           88 SUBJ-MISSING VALUE "M".
           88 SUBJ-CREDITED VALUE "T".
       01 COMPLETED-COUNT PIC 9(03).
       01 CREDITED-COUNT PIC 9(03).
       01 MISSING-COUNT PIC 9(03).
       01 RESOLVE-COUNT PIC 9(03).
       01 UNITS-EARNED PIC 9(04).
           OPEN INPUT GRADE-FILE.
           OPEN INPUT STUDMAST-FILE.
           OPEN INPUT SUBJMAST-FILE.
           MOVE "NO" TO TRANSCRED-OPEN-SW.
           OPEN INPUT TRANSCRED-FILE.
           IF TRANSCRED-STATUS = "00"
               MOVE "YES" TO TRANSCRED-OPEN-SW
           END-IF.

           PERFORM UNTIL AUDIT-EXIT
               DISPLAY "GRADUATION AUDIT (O-ONE CANDIDATE, "
           CLOSE GRADE-FILE.
           CLOSE STUDMAST-FILE.
           CLOSE SUBJMAST-FILE.
           IF TRANSCRED-OPEN
               CLOSE TRANSCRED-FILE
           END-IF.
           STOP RUN.

       AUDIT-CANDIDATE-BATCH.

           PERFORM LOAD-GRADE-HISTORY.
           MOVE ZERO TO COMPLETED-COUNT.
           MOVE ZERO TO CREDITED-COUNT.
           MOVE ZERO TO MISSING-COUNT.
           MOVE ZERO TO RESOLVE-COUNT.
           MOVE ZERO TO UNITS-EARNED.
           END-IF.

           DISPLAY "COMPLETED : " COMPLETED-COUNT " SUBJECTS".
           DISPLAY "CREDITED  : " CREDITED-COUNT
               " (FROM OTHER INSTITUTION)".
           DISPLAY "MISSING   : " MISSING-COUNT " SUBJECTS".
           DISPLAY "TO RESOLVE: " RESOLVE-COUNT
               " (INC OR FAILED)".
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF NOT SUBJ-PASSED AND TRANSCRED-OPEN
               MOVE AUDIT-STUDENTNUM TO TC-STUDENTNUM
               MOVE CR-SUBJECTCODE TO TC-SUBJECTCODE
               READ TRANSCRED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "T" TO SUBJECT-STATE
               END-READ
           END-IF.

           EVALUATE TRUE
               WHEN SUBJ-PASSED
                   ADD 1 TO COMPLETED-COUNT
                   ADD SM-UNITS TO UNITS-EARNED
               WHEN SUBJ-CREDITED
                   ADD 1 TO COMPLETED-COUNT
                   ADD 1 TO CREDITED-COUNT
                   ADD SM-UNITS TO UNITS-EARNED
                   DISPLAY "  CREDITED : " CR-SUBJECTCODE " "
                       SM-SUBJECTTITLE(1:30) " FROM "
                       TC-SCHOOL(1:20)
               WHEN SUBJ-MISSING
                   ADD 1 TO MISSING-COUNT
                   DISPLAY "  MISSING  : " CR-SUBJECTCODE " "
