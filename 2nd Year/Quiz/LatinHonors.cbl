       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATIN-HONORS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HONORRULE-FILE
           ASSIGN TO "D:\Files\dat\honorrule.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HONORRULE-STATUS.
           SELECT GRADCAND-FILE
           ASSIGN TO "D:\Files\dat\gradcand.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRADCAND-STATUS.
           SELECT GRADE-FILE
           ASSIGN TO "D:\Files\dat\grades.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GR-KEY
           FILE STATUS IS GRADE-STATUS.
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
           SELECT HONORS-FILE
           ASSIGN TO "D:\Files\dat\honors.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HONORS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HONORRULE-FILE.
       01 HONORRULE-REC.
           05 HR-RANK PIC 9(01).
           05 HR-HONORNAME PIC X(20).
           05 HR-MAXGWA PIC 9(1)V999.
           05 HR-GRADEFLOOR PIC 9(1)V99.
           05 HR-MINRESUNITS PIC 9(03).
       FD GRADCAND-FILE.
       01 GRADCAND-REC.
           05 GC-STUDENTNUM PIC 9(10).
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
       FD HONORS-FILE.
       01 HONORS-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 HONORRULE-STATUS PIC X(02).
       01 GRADCAND-STATUS PIC X(02).
       01 GRADE-STATUS PIC X(02).
       01 STUDMAST-STATUS PIC X(02).
       01 ROSTER-STATUS PIC X(02).
       01 HONORS-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "LATIN-HONORS".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 HONORSCHOICE PIC X(01).
           88 HONORS-RULE VALUE "R".
           88 HONORS-LIST VALUE "H".
           88 HONORS-EXIT VALUE "X".
       01 HONORRULE-EOF-SW PIC X(03).
           88 HONORRULE-EOF VALUE "YES".
       01 GRADCAND-EOF-SW PIC X(03).
           88 GRADCAND-EOF VALUE "YES".
       01 GRADE-EOF-SW PIC X(03).
           88 GRADE-EOF VALUE "YES".
       01 ROSTER-EOF-SW PIC X(03).
           88 ROSTER-EOF VALUE "YES".
       01 RULE-TABLE-AREA.
           05 HT-ENTRY OCCURS 5 TIMES.
               10 HT-PRESENT PIC X(01).
               10 HT-HONORNAME PIC X(20).
               10 HT-MAXGWA PIC 9(1)V999.
               10 HT-GRADEFLOOR PIC 9(1)V99.
               10 HT-MINRESUNITS PIC 9(03).
               10 HT-AWARDED PIC 9(04).
       01 HT-IDX PIC 9(01) COMP.
       01 RULE-COUNT PIC 9(01).
       01 LOOSEST-MAXGWA PIC 9(1)V999.
       01 HONOR-TABLE-AREA.
           05 HN-ENTRY OCCURS 300 TIMES.
               10 HN-STUDENTNUM PIC 9(10).
               10 HN-STUDENTNAME PIC X(30).
               10 HN-GWA PIC 9(1)V999.
               10 HN-UNITS PIC 9(04).
               10 HN-HONOR PIC X(20).
               10 HN-REMARK PIC X(40).
       01 HN-COUNT PIC 9(03).
       01 HN-IDX PIC 9(03) COMP.
       01 HN-HOLD PIC X(108).
       01 MISS-TABLE-AREA.
           05 NM-ENTRY OCCURS 300 TIMES.
               10 NM-STUDENTNUM PIC 9(10).
               10 NM-STUDENTNAME PIC X(30).
               10 NM-GWA PIC 9(1)V999.
               10 NM-REASON PIC X(40).
       01 NM-COUNT PIC 9(03).
       01 NM-IDX PIC 9(03) COMP.
       01 NM-HOLD PIC X(84).
       01 HN-TRUNCATED PIC 9(07) VALUE ZERO.
       01 NM-TRUNCATED PIC 9(07) VALUE ZERO.
       01 TRUNCATED-DISP PIC Z,ZZZ,ZZ9.
       01 CAND-STUDENTNUM PIC 9(10).
       01 CAND-COUNT PIC 9(04).
       01 SKIPPED-COUNT PIC 9(04).
       01 CUM-POINTS PIC 9(6)V99.
       01 CUM-UNITS PIC 9(04).
       01 RES-UNITS PIC 9(04).
       01 CAND-GWA PIC 9(1)V999.
       01 WORST-EQUIV PIC 9(1)V99.
       01 WORST-SUBJECT PIC X(10).
       01 INC-SUBJECT PIC X(10).
       01 FAIL-SUBJECT PIC X(10).
       01 DROP-SUBJECT PIC X(10).
       01 AWARDED-HONOR PIC X(20).
       01 GWA-BAND-NAME PIC X(20).
       01 REASON-TEXT PIC X(40).
       01 REMARK-TEXT PIC X(40).
       01 RANK-DISP PIC ZZ9.
       01 GWA-DISP PIC 9.999.
       01 EQUIV-DISP PIC 9.99.
       01 UNITS-DISP PIC ZZZ9.
       01 MINUNITS-DISP PIC ZZ9.
       01 COUNT-DISP PIC ZZZ9.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "LATIN-HONORS".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL HONORS-EXIT
               DISPLAY "GRADUATION HONORS (R-SET HONORS RULE, "
                   "H-HONORS LIST FROM CANDIDATE LIST, X-EXIT): "
               ACCEPT HONORSCHOICE
               EVALUATE TRUE
                   WHEN HONORS-RULE
                       PERFORM SET-HONORS-RULE
                   WHEN HONORS-LIST
                       PERFORM HONORS-LIST-RUN
                           THRU HONORS-LIST-RUN-EXIT
                   WHEN HONORS-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE, TRY AGAIN."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       SET-HONORS-RULE.
           DISPLAY "HONOR RANK (1-HIGHEST TO 5): ".
           ACCEPT HR-RANK.
           DISPLAY "HONOR NAME (E.G. SUMMA CUM LAUDE): ".
           ACCEPT HR-HONORNAME.
           DISPLAY "CUMULATIVE GWA NOT WORSE THAN (E.G. 1.200): ".
           ACCEPT HR-MAXGWA.
           DISPLAY "NO SUBJECT GRADE WORSE THAN (E.G. 2.00): ".
           ACCEPT HR-GRADEFLOOR.
           DISPLAY "MINIMUM UNITS TAKEN IN RESIDENCE: ".
           ACCEPT HR-MINRESUNITS.
           IF HR-RANK = ZERO OR HR-RANK > 5
               DISPLAY "RANK MUST BE 1 TO 5, RULE NOT SAVED."
           ELSE
               OPEN EXTEND HONORRULE-FILE
               IF HONORRULE-STATUS = "35"
                   OPEN OUTPUT HONORRULE-FILE
               END-IF
               WRITE HONORRULE-REC
               CLOSE HONORRULE-FILE
               DISPLAY "HONORS RULE SAVED (LAST ENTRY FOR A RANK "
                   "WINS)."
           END-IF.

       LOAD-HONORS-RULES.
           INITIALIZE RULE-TABLE-AREA.
           MOVE ZERO TO RULE-COUNT.
           MOVE ZERO TO LOOSEST-MAXGWA.
           MOVE "NO" TO HONORRULE-EOF-SW.
           OPEN INPUT HONORRULE-FILE.
           IF HONORRULE-STATUS NOT = "00"
               SET HONORRULE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL HONORRULE-EOF
               READ HONORRULE-FILE
                   AT END
                       SET HONORRULE-EOF TO TRUE
                   NOT AT END
                       IF HR-RANK > ZERO AND HR-RANK NOT > 5
                           MOVE HR-RANK TO HT-IDX
                           MOVE "Y" TO HT-PRESENT(HT-IDX)
                           MOVE HR-HONORNAME TO HT-HONORNAME(HT-IDX)
                           MOVE HR-MAXGWA TO HT-MAXGWA(HT-IDX)
                           MOVE HR-GRADEFLOOR
                               TO HT-GRADEFLOOR(HT-IDX)
                           MOVE HR-MINRESUNITS
                               TO HT-MINRESUNITS(HT-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HONORRULE-FILE.
           PERFORM VARYING HT-IDX FROM 1 BY 1 UNTIL HT-IDX > 5
               IF HT-PRESENT(HT-IDX) = "Y"
                   ADD 1 TO RULE-COUNT
                   IF HT-MAXGWA(HT-IDX) > LOOSEST-MAXGWA
                       MOVE HT-MAXGWA(HT-IDX) TO LOOSEST-MAXGWA
                   END-IF
               END-IF
           END-PERFORM.

       HONORS-LIST-RUN.
           PERFORM LOAD-HONORS-RULES.
           IF RULE-COUNT = ZERO
               DISPLAY "NO HONORS RULES ON FILE (HONORRULE.DAT)."
               GO TO HONORS-LIST-RUN-EXIT
           END-IF.
           OPEN INPUT GRADCAND-FILE.
           IF GRADCAND-STATUS NOT = "00"
               DISPLAY "CANDIDATE LIST GRADCAND.DAT NOT FOUND."
               GO TO HONORS-LIST-RUN-EXIT
           END-IF.
           OPEN INPUT GRADE-FILE.
           IF GRADE-STATUS NOT = "00"
               MOVE "GRADE FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE GRADE-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               CLOSE GRADCAND-FILE
               GO TO HONORS-LIST-RUN-EXIT
           END-IF.
           OPEN INPUT STUDMAST-FILE.
           IF STUDMAST-STATUS NOT = "00"
               MOVE "STUDENT MASTER" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE STUDMAST-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               CLOSE GRADCAND-FILE
               CLOSE GRADE-FILE
               GO TO HONORS-LIST-RUN-EXIT
           END-IF.
           MOVE ZERO TO HN-COUNT.
           MOVE ZERO TO NM-COUNT.
           MOVE ZERO TO CAND-COUNT.
           MOVE ZERO TO SKIPPED-COUNT.
           MOVE "NO" TO GRADCAND-EOF-SW.
           PERFORM UNTIL GRADCAND-EOF
               READ GRADCAND-FILE
                   AT END
                       SET GRADCAND-EOF TO TRUE
                   NOT AT END
                       MOVE GC-STUDENTNUM TO CAND-STUDENTNUM
                       PERFORM EVALUATE-ONE-CANDIDATE
                           THRU EVALUATE-ONE-CANDIDATE-EXIT
               END-READ
           END-PERFORM.
           CLOSE GRADCAND-FILE.
           CLOSE GRADE-FILE.
           CLOSE STUDMAST-FILE.
           PERFORM PRINT-HONORS-LIST.
       HONORS-LIST-RUN-EXIT.
           EXIT.

       EVALUATE-ONE-CANDIDATE.
           ADD 1 TO CAND-COUNT.
           MOVE CAND-STUDENTNUM TO ST-STUDENTNUM.
           READ STUDMAST-FILE
               INVALID KEY
                   DISPLAY CAND-STUDENTNUM
                       " NOT ON STUDENT MASTER, SKIPPED."
                   ADD 1 TO SKIPPED-COUNT
                   GO TO EVALUATE-ONE-CANDIDATE-EXIT
           END-READ.
           PERFORM ACCUMULATE-GRADE-RECORD.
           IF CUM-UNITS = ZERO
               DISPLAY CAND-STUDENTNUM " HAS NO COMPLETED GRADES, "
                   "SKIPPED."
               ADD 1 TO SKIPPED-COUNT
               GO TO EVALUATE-ONE-CANDIDATE-EXIT
           END-IF.
           COMPUTE CAND-GWA ROUNDED = CUM-POINTS / CUM-UNITS.
           PERFORM FIND-DROPPED-SUBJECT.
           PERFORM APPLY-HONORS-RULES.
           IF AWARDED-HONOR NOT = SPACES
               PERFORM ADD-HONOR-ENTRY
           ELSE
               IF GWA-BAND-NAME NOT = SPACES
                   PERFORM ADD-MISS-ENTRY
               END-IF
           END-IF.
       EVALUATE-ONE-CANDIDATE-EXIT.
           EXIT.

       ACCUMULATE-GRADE-RECORD.
           MOVE ZERO TO CUM-POINTS.
           MOVE ZERO TO CUM-UNITS.
           MOVE ZERO TO RES-UNITS.
           MOVE ZERO TO WORST-EQUIV.
           MOVE SPACES TO WORST-SUBJECT.
           MOVE SPACES TO INC-SUBJECT.
           MOVE SPACES TO FAIL-SUBJECT.
           MOVE "NO" TO GRADE-EOF-SW.
           MOVE LOW-VALUES TO GR-KEY.
           MOVE CAND-STUDENTNUM TO GR-STUDENTNUM.
           START GRADE-FILE KEY IS NOT LESS THAN GR-KEY
               INVALID KEY
                   SET GRADE-EOF TO TRUE
           END-START.
           PERFORM UNTIL GRADE-EOF
               READ GRADE-FILE NEXT RECORD
                   AT END
                       SET GRADE-EOF TO TRUE
                   NOT AT END
                       IF GR-STUDENTNUM NOT = CAND-STUDENTNUM
                           SET GRADE-EOF TO TRUE
                       ELSE
                           PERFORM TALLY-ONE-GRADE
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-GRADE.
           EVALUATE TRUE
               WHEN GR-GRADE-INCOMPLETE
                   IF INC-SUBJECT = SPACES
                       MOVE GR-SUBJECTCODE TO INC-SUBJECT
                   END-IF
               WHEN GR-GRADE-COMPLETE AND GR-SEMGRADE >= 75
                   COMPUTE CUM-POINTS = CUM-POINTS +
                       (GR-EQUIVPOINTS * GR-UNITS)
                   ADD GR-UNITS TO CUM-UNITS
                   ADD GR-UNITS TO RES-UNITS
                   IF GR-EQUIVPOINTS > WORST-EQUIV
                       MOVE GR-EQUIVPOINTS TO WORST-EQUIV
                       MOVE GR-SUBJECTCODE TO WORST-SUBJECT
                   END-IF
               WHEN OTHER
                   COMPUTE CUM-POINTS = CUM-POINTS +
                       (GR-EQUIVPOINTS * GR-UNITS)
                   ADD GR-UNITS TO CUM-UNITS
                   IF FAIL-SUBJECT = SPACES
                       MOVE GR-SUBJECTCODE TO FAIL-SUBJECT
                   END-IF
           END-EVALUATE.

       FIND-DROPPED-SUBJECT.
           MOVE SPACES TO DROP-SUBJECT.
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
                       IF RO-STUDENTNUM = CAND-STUDENTNUM AND
                           RO-DROPPED AND DROP-SUBJECT = SPACES
                           MOVE RO-SUBJECTCODE TO DROP-SUBJECT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROSTER-FILE.

       APPLY-HONORS-RULES.
           MOVE SPACES TO AWARDED-HONOR.
           MOVE SPACES TO GWA-BAND-NAME.
           MOVE SPACES TO REASON-TEXT.
           IF CAND-GWA NOT > LOOSEST-MAXGWA
               MOVE "(ANY)" TO GWA-BAND-NAME
           END-IF.
           EVALUATE TRUE
               WHEN INC-SUBJECT NOT = SPACES
                   STRING "INC NOT RESOLVED: " INC-SUBJECT
                       DELIMITED BY SIZE INTO REASON-TEXT
               WHEN FAIL-SUBJECT NOT = SPACES
                   STRING "FAILED SUBJECT: " FAIL-SUBJECT
                       DELIMITED BY SIZE INTO REASON-TEXT
               WHEN DROP-SUBJECT NOT = SPACES
                   STRING "DROPPED SUBJECT: " DROP-SUBJECT
                       DELIMITED BY SIZE INTO REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO GWA-BAND-NAME
                   PERFORM VARYING HT-IDX FROM 1 BY 1 UNTIL
                       HT-IDX > 5 OR AWARDED-HONOR NOT = SPACES
                       IF HT-PRESENT(HT-IDX) = "Y" AND
                           CAND-GWA NOT > HT-MAXGWA(HT-IDX)
                           PERFORM TRY-ONE-HONOR
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       TRY-ONE-HONOR.
           IF GWA-BAND-NAME = SPACES
               MOVE HT-HONORNAME(HT-IDX) TO GWA-BAND-NAME
           END-IF.
           IF WORST-EQUIV NOT > HT-GRADEFLOOR(HT-IDX) AND
               RES-UNITS NOT < HT-MINRESUNITS(HT-IDX)
               MOVE HT-HONORNAME(HT-IDX) TO AWARDED-HONOR
               ADD 1 TO HT-AWARDED(HT-IDX)
           ELSE
               IF REASON-TEXT = SPACES
                   IF WORST-EQUIV > HT-GRADEFLOOR(HT-IDX)
                       MOVE WORST-EQUIV TO EQUIV-DISP
                       STRING "GRADE BELOW FLOOR: " WORST-SUBJECT
                           " " EQUIV-DISP
                           DELIMITED BY SIZE INTO REASON-TEXT
                   ELSE
                       MOVE RES-UNITS TO UNITS-DISP
                       MOVE HT-MINRESUNITS(HT-IDX) TO MINUNITS-DISP
                       STRING "RESIDENCY " UNITS-DISP " OF "
                           MINUNITS-DISP " UNITS"
                           DELIMITED BY SIZE INTO REASON-TEXT
                   END-IF
               END-IF
           END-IF.

       ADD-HONOR-ENTRY.
           MOVE SPACES TO REMARK-TEXT.
           IF REASON-TEXT NOT = SPACES
               STRING "GWA MET " GWA-BAND-NAME DELIMITED BY "  "
                   ", " REASON-TEXT DELIMITED BY SIZE
                   INTO REMARK-TEXT
           END-IF.
           IF HN-COUNT < 300
               ADD 1 TO HN-COUNT
               MOVE CAND-STUDENTNUM TO HN-STUDENTNUM(HN-COUNT)
               MOVE ST-STUDENTNAME TO HN-STUDENTNAME(HN-COUNT)
               MOVE CAND-GWA TO HN-GWA(HN-COUNT)
               MOVE RES-UNITS TO HN-UNITS(HN-COUNT)
               MOVE AWARDED-HONOR TO HN-HONOR(HN-COUNT)
               MOVE REMARK-TEXT TO HN-REMARK(HN-COUNT)
               MOVE HN-COUNT TO HN-IDX
               PERFORM UNTIL HN-IDX = 1 OR
                   HN-GWA(HN-IDX - 1) NOT > HN-GWA(HN-IDX)
                   MOVE HN-ENTRY(HN-IDX - 1) TO HN-HOLD
                   MOVE HN-ENTRY(HN-IDX) TO HN-ENTRY(HN-IDX - 1)
                   MOVE HN-HOLD TO HN-ENTRY(HN-IDX)
                   SUBTRACT 1 FROM HN-IDX
               END-PERFORM
           ELSE
               ADD 1 TO HN-TRUNCATED
           END-IF.

       ADD-MISS-ENTRY.
           IF NM-COUNT < 300
               ADD 1 TO NM-COUNT
               MOVE CAND-STUDENTNUM TO NM-STUDENTNUM(NM-COUNT)
               MOVE ST-STUDENTNAME TO NM-STUDENTNAME(NM-COUNT)
               MOVE CAND-GWA TO NM-GWA(NM-COUNT)
               MOVE REASON-TEXT TO NM-REASON(NM-COUNT)
               MOVE NM-COUNT TO NM-IDX
               PERFORM UNTIL NM-IDX = 1 OR
                   NM-GWA(NM-IDX - 1) NOT > NM-GWA(NM-IDX)
                   MOVE NM-ENTRY(NM-IDX - 1) TO NM-HOLD
                   MOVE NM-ENTRY(NM-IDX) TO NM-ENTRY(NM-IDX - 1)
                   MOVE NM-HOLD TO NM-ENTRY(NM-IDX)
                   SUBTRACT 1 FROM NM-IDX
               END-PERFORM
           ELSE
               ADD 1 TO NM-TRUNCATED
           END-IF.

       PRINT-HONORS-LIST.
           OPEN OUTPUT HONORS-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE "GRADUATION HONORS - RANKED LIST" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "RANK  STUDENT    NAME" TO REPORT-LINE.
           MOVE "GWA" TO REPORT-LINE(48:3).
           MOVE "UNITS" TO REPORT-LINE(54:5).
           MOVE "HONOR" TO REPORT-LINE(61:5).
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING HN-IDX FROM 1 BY 1 UNTIL HN-IDX > HN-COUNT
               PERFORM PRINT-ONE-HONOR
           END-PERFORM.
           IF HN-COUNT = ZERO
               MOVE "  NO CANDIDATE QUALIFIED FOR HONORS."
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF HN-TRUNCATED > ZERO
               MOVE HN-TRUNCATED TO TRUNCATED-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "*** TABLE FULL: " TRUNCATED-DISP
                   " HONOR STUDENTS NOT LISTED ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "NEAR MISSES - GWA WITHIN HONORS RANGE BUT "
               TO REPORT-LINE.
           MOVE "DISQUALIFIED" TO REPORT-LINE(43:12).
           PERFORM WRITE-REPORT-LINE.
           MOVE "STUDENT    NAME" TO REPORT-LINE.
           MOVE "GWA" TO REPORT-LINE(43:3).
           MOVE "REASON" TO REPORT-LINE(50:6).
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING NM-IDX FROM 1 BY 1 UNTIL NM-IDX > NM-COUNT
               MOVE NM-GWA(NM-IDX) TO GWA-DISP
               MOVE SPACES TO REPORT-LINE
               STRING NM-STUDENTNUM(NM-IDX) " "
                   NM-STUDENTNAME(NM-IDX) " " GWA-DISP "  "
                   NM-REASON(NM-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           IF NM-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF NM-TRUNCATED > ZERO
               MOVE NM-TRUNCATED TO TRUNCATED-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "*** TABLE FULL: " TRUNCATED-DISP
                   " NEAR MISSES NOT LISTED ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING HT-IDX FROM 1 BY 1 UNTIL HT-IDX > 5
               IF HT-PRESENT(HT-IDX) = "Y"
                   MOVE HT-AWARDED(HT-IDX) TO COUNT-DISP
                   MOVE SPACES TO REPORT-LINE
                   STRING HT-HONORNAME(HT-IDX) ": " COUNT-DISP
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE CAND-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "CANDIDATES READ: " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           MOVE SKIPPED-COUNT TO COUNT-DISP.
           MOVE "SKIPPED:" TO REPORT-LINE(25:8).
           MOVE COUNT-DISP TO REPORT-LINE(34:4).
           PERFORM WRITE-REPORT-LINE.
           CLOSE HONORS-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "REPORT WRITTEN TO HONORS.DAT".

       PRINT-ONE-HONOR.
           MOVE HN-IDX TO RANK-DISP.
           MOVE HN-GWA(HN-IDX) TO GWA-DISP.
           MOVE HN-UNITS(HN-IDX) TO UNITS-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING RANK-DISP "   " HN-STUDENTNUM(HN-IDX) " "
               HN-STUDENTNAME(HN-IDX) " " GWA-DISP "  " UNITS-DISP
               "  " HN-HONOR(HN-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF HN-REMARK(HN-IDX) NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               MOVE HN-REMARK(HN-IDX) TO REPORT-LINE(17:40)
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           WRITE HONORS-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM LATIN-HONORS.
