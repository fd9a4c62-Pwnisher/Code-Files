           ASSIGN TO "D:\Files\dat\qrkey.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QRKEY-STATUS.
           SELECT QRRESP-FILE
           ASSIGN TO "D:\Files\dat\qrresp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QRRESP-STATUS.
           SELECT QUIZSCORE-FILE
           ASSIGN TO "D:\Files\dat\quizscores.dat"
           ORGANIZATION IS INDEXED
           05 QK-NUM2 PIC 9.
           05 QK-QUO PIC 99.
           05 QK-REM PIC 9.
       FD QRRESP-FILE.
       01 QRRESP-REC.
           05 QP-STUDENTNUM PIC 9(10).
           05 QP-ITEMNO PIC 9(02).
           05 QP-NUM1 PIC 9(03).
           05 QP-NUM2 PIC 9(03).
           05 QP-RESULT PIC X(01).
               88 QP-ANSWER-RIGHT VALUE "C".
               88 QP-ANSWER-WRONG VALUE "W".
           05 QP-GRADEDATE PIC 9(08).
       FD QUIZSCORE-FILE.
       01 QUIZSCORE-REC.
           05 QS-KEY.
           05 RU-TOTAL PIC S9(9)V99.
           05 RU-COMPLETION PIC X(01).
               88 RU-COMPLETED VALUE "C".
           05 RU-STREAMID PIC X(08).
           05 RU-STEPNO PIC 9(02).
           05 RU-BUSDATE PIC 9(08).
       WORKING-STORAGE SECTION.
       01 LOG-STATUS PIC X(02).
       01 QRKEY-STATUS PIC X(02).
       01 QRGRADE-CORRECT PIC 9(05).
       01 QRGRADE-WRONG PIC 9(05).
       01 QUIZSCORE-STATUS PIC X(02).
       01 QRRESP-STATUS PIC X(02).
       01 RESP-LASTSTUDENT PIC 9(10).
       01 RESP-ITEMNO PIC 9(02).
       01 RESP-GRADEDATE PIC 9(08).
       01 RUNCTL-STATUS PIC X(02).
       01 PERSTUD-TABLE.
           05 PS-ENTRY OCCURS 50 TIMES INDEXED BY PS-IDX.
               MOVE ZERO TO PS-COUNT.
               MOVE "NO" TO QRKEY-EOF-SW.
               OPEN INPUT QRKEY-FILE.
               OPEN EXTEND QRRESP-FILE.
               IF QRRESP-STATUS = "35"
                   OPEN OUTPUT QRRESP-FILE
               END-IF.
               MOVE ZERO TO RESP-LASTSTUDENT.
               ACCEPT RESP-GRADEDATE FROM DATE YYYYMMDD.

               PERFORM UNTIL QRKEY-EOF
                   READ QRKEY-FILE
               END-PERFORM.

               CLOSE QRKEY-FILE.
               CLOSE QRRESP-FILE.

               DISPLAY CLEAR-SCREEN.
               DISPLAY "QUOTIENT/REMAINDER GRADING COMPLETE" AT 0110.
               PERFORM COMPUTE-QUOTIENT-REMAINDER.

               PERFORM FIND-OR-ADD-STUDENT.
               IF QK-STUDENTNUM NOT = RESP-LASTSTUDENT
                   MOVE QK-STUDENTNUM TO RESP-LASTSTUDENT
                   MOVE ZERO TO RESP-ITEMNO
               END-IF.
               ADD 1 TO RESP-ITEMNO.
               MOVE QK-STUDENTNUM TO QP-STUDENTNUM.
               MOVE RESP-ITEMNO TO QP-ITEMNO.
               MOVE QK-NUM1 TO QP-NUM1.
               MOVE QK-NUM2 TO QP-NUM2.
               MOVE RESP-GRADEDATE TO QP-GRADEDATE.
               IF QUO = QK-QUO AND REM = QK-REM
                   SET QP-ANSWER-RIGHT TO TRUE
                   ADD 1 TO QRGRADE-CORRECT
                   IF PS-TRACKED
                       ADD 1 TO PS-CORRECT(PS-IDX)
                   END-IF
               ELSE
                   SET QP-ANSWER-WRONG TO TRUE
                   ADD 1 TO QRGRADE-WRONG
                   IF PS-TRACKED
                       ADD 1 TO PS-WRONG(PS-IDX)
                       " SUBMITTED=" QK-QUO "R" QK-REM
                       " ACTUAL=" QUO "R" REM
               END-IF.
               WRITE QRRESP-REC.

           FIND-OR-ADD-STUDENT.
               MOVE "NO" TO PS-FOUND-SW.
               MOVE "QUIZ2-QR-GRADING" TO RU-PROGRAM.
               ACCEPT RU-RUNDATE FROM DATE YYYYMMDD.
               ACCEPT RU-RUNTIME FROM TIME.
               MOVE SPACES TO RU-STREAMID.
               MOVE ZERO TO RU-STEPNO.
               MOVE ZERO TO RU-BUSDATE.
               WRITE RUNCTL-REC.
               CLOSE RUNCTL-FILE.

