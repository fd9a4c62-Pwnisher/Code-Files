           05 ST-STATUSFLAG PIC X(01).
               88 ST-STUDENT-ACTIVE VALUE "A".
               88 ST-STUDENT-INACTIVE VALUE "I".
           05 ST-SEX PIC X(01).
               88 ST-MALE VALUE "M".
               88 ST-FEMALE VALUE "F".
           05 ST-BIRTHDATE PIC 9(08).
           05 ST-CITIZENSHIP PIC X(20).
       FD STANDING-FILE.
       01 STANDING-REC.
           05 SD-STUDENTNUM PIC 9(10).
       01 CARD-LINES PIC 9(03).
       01 STANDING-LABEL PIC X(20).
       01 CARD-LINE PIC X(80).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "STUDENT-REPORT-CARD".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       01 SECT-STUDENTS.
           05 SS-STUDENT PIC 9(10) OCCURS 100 TIMES.
       01 SS-COUNT PIC 9(03) VALUE ZERO.
           IF CARD-STATUS = "35"
               OPEN OUTPUT CARD-FILE
           END-IF.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

           PERFORM UNTIL CARD-EXIT
               DISPLAY "REPORT CARDS (O-ONE STUDENT, S-WHOLE "
           CLOSE STUDMAST-FILE.
           CLOSE HOLDS-FILE.
           CLOSE CARD-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           STOP RUN.

       PRINT-SECTION-CARDS.
           END-READ.

           MOVE "=========================================="
               TO CARD-LINE.
           PERFORM WRITE-CARD-LINE.
           MOVE "            STUDENT REPORT CARD" TO CARD-LINE.
           PERFORM WRITE-CARD-LINE.
           MOVE SPACES TO CARD-LINE.
           STRING "STUDENT: " DELIMITED BY SIZE
               CARD-STUDENTNUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ST-STUDENTNAME(1:30) DELIMITED BY SIZE
               INTO CARD-LINE.
           PERFORM WRITE-CARD-LINE.
           MOVE SPACES TO CARD-LINE.
           STRING "PROGRAM: " DELIMITED BY SIZE
               ST-PROGRAM DELIMITED BY SIZE
               " TERM " DELIMITED BY SIZE
               CARD-TERM DELIMITED BY SIZE
               INTO CARD-LINE.
           PERFORM WRITE-CARD-LINE.
           MOVE "SUBJECT     PRE MID FIN SEM EQUIV ST"
               TO CARD-LINE.
           PERFORM WRITE-CARD-LINE.

           MOVE ZERO TO TERM-POINTS.
           MOVE ZERO TO TERM-UNITS.

           IF CARD-LINES = ZERO
               MOVE "  (NO GRADES ON FILE FOR THIS TERM)"
                   TO CARD-LINE
               PERFORM WRITE-CARD-LINE
           END-IF.
           IF TERM-UNITS > ZERO
               COMPUTE TERM-GWA ROUNDED =
               STRING "TERM GWA: " DELIMITED BY SIZE
                   TERM-GWA DELIMITED BY SIZE
                   INTO CARD-LINE
               PERFORM WRITE-CARD-LINE
           END-IF.
           PERFORM PRINT-STANDING-LINE.
           MOVE "=========================================="
               TO CARD-LINE.
           PERFORM WRITE-CARD-LINE.
           DISPLAY "CARD WRITTEN FOR " CARD-STUDENTNUM ".".

       PRINT-ONE-CARD-EXIT.
               "  " DELIMITED BY SIZE
               GR-COMPLETIONSTATUS DELIMITED BY SIZE
               INTO CARD-LINE.
           PERFORM WRITE-CARD-LINE.
           IF GR-GRADE-COMPLETE OR GR-FAILED-ABSENCES
               COMPUTE TERM-POINTS = TERM-POINTS +
                   (GR-EQUIVPOINTS * GR-UNITS)
               STRING "ACADEMIC STANDING: " DELIMITED BY SIZE
                   STANDING-LABEL DELIMITED BY SIZE
                   INTO CARD-LINE
               PERFORM WRITE-CARD-LINE
           END-IF.

       WRITE-CARD-LINE.
           WRITE CARD-REC FROM CARD-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE CARD-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM STUDENT-REPORT-CARD.
