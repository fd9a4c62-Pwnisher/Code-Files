           ASSIGN TO "D:\Files\dat\gcdkey.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GCDKEY-STATUS.
           SELECT GCDRESP-FILE
           ASSIGN TO "D:\Files\dat\gcdresp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GCDRESP-STATUS.
           SELECT QUIZSCORE-FILE
           ASSIGN TO "D:\Files\dat\quizscores.dat"
           ORGANIZATION IS INDEXED
           05 GK-NUM1 PIC 999.
           05 GK-NUM2 PIC 999.
           05 GK-ANSWER PIC 999.
       FD GCDRESP-FILE.
       01 GCDRESP-REC.
           05 GP-STUDENTNUM PIC 9(10).
           05 GP-ITEMNO PIC 9(02).
           05 GP-NUM1 PIC 9(03).
           05 GP-NUM2 PIC 9(03).
           05 GP-RESULT PIC X(01).
               88 GP-ANSWER-RIGHT VALUE "C".
               88 GP-ANSWER-WRONG VALUE "W".
           05 GP-GRADEDATE PIC 9(08).
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
       01 GCDKEY-STATUS PIC X(02).
       01 GCDGRADE-CORRECT PIC 9(05).
       01 GCDGRADE-WRONG PIC 9(05).
       01 QUIZSCORE-STATUS PIC X(02).
       01 GCDRESP-STATUS PIC X(02).
       01 RESP-LASTSTUDENT PIC 9(10).
       01 RESP-ITEMNO PIC 9(02).
       01 RESP-GRADEDATE PIC 9(08).
       01 RUNCTL-STATUS PIC X(02).
       01 PERSTUD-TABLE.
           05 PS-ENTRY OCCURS 50 TIMES INDEXED BY PS-IDX.
           MOVE ZERO TO PS-COUNT.
           MOVE "NO" TO GCDKEY-EOF-SW.
           OPEN INPUT GCDKEY-FILE.
           OPEN EXTEND GCDRESP-FILE.
           IF GCDRESP-STATUS = "35"
               OPEN OUTPUT GCDRESP-FILE
           END-IF.
           MOVE ZERO TO RESP-LASTSTUDENT.
           ACCEPT RESP-GRADEDATE FROM DATE YYYYMMDD.

           PERFORM UNTIL GCDKEY-EOF
               READ GCDKEY-FILE
           END-PERFORM.

           CLOSE GCDKEY-FILE.
           CLOSE GCDRESP-FILE.

           DISPLAY CLEAR-SCREEN.
           DISPLAY "GCD ANSWER KEY GRADING COMPLETE" AT 0110.
           PERFORM COMPUTE-GCD.

           PERFORM FIND-OR-ADD-STUDENT.
           IF GK-STUDENTNUM NOT = RESP-LASTSTUDENT
               MOVE GK-STUDENTNUM TO RESP-LASTSTUDENT
               MOVE ZERO TO RESP-ITEMNO
           END-IF.
           ADD 1 TO RESP-ITEMNO.
           MOVE GK-STUDENTNUM TO GP-STUDENTNUM.
           MOVE RESP-ITEMNO TO GP-ITEMNO.
           MOVE GK-NUM1 TO GP-NUM1.
           MOVE GK-NUM2 TO GP-NUM2.
           MOVE RESP-GRADEDATE TO GP-GRADEDATE.
           IF NUM1 = GK-ANSWER
               SET GP-ANSWER-RIGHT TO TRUE
               ADD 1 TO GCDGRADE-CORRECT
               IF PS-TRACKED
                   ADD 1 TO PS-CORRECT(PS-IDX)
               END-IF
           ELSE
               SET GP-ANSWER-WRONG TO TRUE
               ADD 1 TO GCDGRADE-WRONG
               IF PS-TRACKED
                   ADD 1 TO PS-WRONG(PS-IDX)
                   GK-NUM1 "," GK-NUM2
                   " SUBMITTED=" GK-ANSWER " ACTUAL=" NUM1
           END-IF.
           WRITE GCDRESP-REC.

       FIND-OR-ADD-STUDENT.
           MOVE "NO" TO PS-FOUND-SW.
           MOVE "QUIZ3-GCD-GRADING" TO RU-PROGRAM.
           ACCEPT RU-RUNDATE FROM DATE YYYYMMDD.
           ACCEPT RU-RUNTIME FROM TIME.
           MOVE SPACES TO RU-STREAMID.
           MOVE ZERO TO RU-STEPNO.
           MOVE ZERO TO RU-BUSDATE.
           WRITE RUNCTL-REC.
           CLOSE RUNCTL-FILE.

