       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-ANALYSIS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QRRESP-FILE
           ASSIGN TO "D:\Files\dat\qrresp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QRRESP-STATUS.
           SELECT GCDRESP-FILE
           ASSIGN TO "D:\Files\dat\gcdresp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GCDRESP-STATUS.
           SELECT RETPROB-FILE
           ASSIGN TO "D:\Files\dat\retprob.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETPROB-STATUS.
           SELECT ITEMANAL-FILE
           ASSIGN TO "D:\Files\dat\itemanal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ITEMANAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD RETPROB-FILE.
       01 RETPROB-REC.
           05 RP-PROBTYPE PIC X(01).
           05 RP-NUM1 PIC 9(03).
           05 RP-NUM2 PIC 9(03).
           05 RP-ACTION PIC X(01).
               88 RP-RETIRE VALUE "R".
               88 RP-REINSTATE VALUE "A".
           05 RP-ACTIONDATE PIC 9(08).
           05 RP-REASON PIC X(24).
           05 RP-ACTIONBY PIC X(20).
       FD ITEMANAL-FILE.
       01 ITEMANAL-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 QRRESP-STATUS PIC X(02).
       01 GCDRESP-STATUS PIC X(02).
       01 RETPROB-STATUS PIC X(02).
       01 ITEMANAL-STATUS PIC X(02).
       01 RESP-STATUS PIC X(02).
       01 ANALYSISCHOICE PIC X(01).
           88 ANALYSIS-QR VALUE "Q".
           88 ANALYSIS-GCD VALUE "G".
           88 ANALYSIS-RETIRE VALUE "R".
           88 ANALYSIS-LIST VALUE "L".
           88 ANALYSIS-EXIT VALUE "X".
       01 PROB-TYPE PIC X(01).
           88 PROB-TYPE-QR VALUE "Q".
           88 PROB-TYPE-GCD VALUE "G".
       01 PROB-TYPE-NAME PIC X(20).
       01 RESP-EOF-SW PIC X(03).
           88 RESP-EOF VALUE "YES".
       01 RETPROB-EOF-SW PIC X(03).
           88 RETPROB-EOF VALUE "YES".
       01 RESP-STUDENTNUM PIC 9(10).
       01 RESP-NUM1 PIC 9(03).
       01 RESP-NUM2 PIC 9(03).
       01 RESP-GRADEDATE PIC 9(08).
       01 ANALYSIS-FROM PIC 9(08).
       01 ANALYSIS-TO PIC 9(08).
       01 RESP-RIGHT-SW PIC X(03).
           88 RESP-RIGHT VALUE "YES".
       01 RESP-COUNT PIC 9(05).
       01 RESP-SKIPPED PIC 9(05).
       01 SCORE-TABLE-AREA.
           05 SS-ENTRY OCCURS 200 TIMES.
               10 SS-STUDENTNUM PIC 9(10).
               10 SS-RIGHT PIC 9(03).
               10 SS-TOTAL PIC 9(03).
               10 SS-PERCENT PIC 9(03)V99.
               10 SS-GROUP PIC X(01).
       01 SS-COUNT PIC 9(03).
       01 SS-IDX PIC 9(03) COMP.
       01 SS-SCAN PIC 9(03) COMP.
       01 SS-HOLD PIC X(22).
       01 SS-FOUND-SW PIC X(03).
           88 SS-FOUND VALUE "YES".
       01 GROUP-SIZE PIC 9(03).
       01 LOWER-START PIC 9(03).
       01 PROBLEM-TABLE-AREA.
           05 PB-ENTRY OCCURS 500 TIMES.
               10 PB-NUM1 PIC 9(03).
               10 PB-NUM2 PIC 9(03).
               10 PB-ATTEMPTS PIC 9(04).
               10 PB-RIGHT PIC 9(04).
               10 PB-UPPER-N PIC 9(03).
               10 PB-UPPER-RIGHT PIC 9(03).
               10 PB-LOWER-N PIC 9(03).
               10 PB-LOWER-RIGHT PIC 9(03).
       01 PB-COUNT PIC 9(03).
       01 PB-IDX PIC 9(03) COMP.
       01 PB-HOLD PIC X(26).
       01 PB-FOUND-SW PIC X(03).
           88 PB-FOUND VALUE "YES".
       01 RETIRED-TABLE-AREA.
           05 RX-ENTRY OCCURS 500 TIMES.
               10 RX-NUM1 PIC 9(03).
               10 RX-NUM2 PIC 9(03).
               10 RX-STATE PIC X(01).
               10 RX-REASON PIC X(24).
       01 RX-COUNT PIC 9(03).
       01 RX-IDX PIC 9(03) COMP.
       01 RX-FOUND-SW PIC X(03).
           88 RX-FOUND VALUE "YES".
       01 SEEK-NUM1 PIC 9(03).
       01 SEEK-NUM2 PIC 9(03).
       01 MIN-ATTEMPTS PIC 9(03).
       01 EASY-LIMIT PIC 9(03)V9 VALUE 90.0.
       01 HARD-LIMIT PIC 9(03)V9 VALUE 20.0.
       01 ITEM-PCT PIC 9(03)V9.
       01 UPPER-RATIO PIC 9(01)V9999.
       01 LOWER-RATIO PIC 9(01)V9999.
       01 ITEM-DISC PIC S9(01)V99.
       01 DISC-KNOWN-SW PIC X(03).
           88 DISC-KNOWN VALUE "YES".
       01 ITEM-FLAG PIC X(26).
       01 RETIRE-CANDIDATE-SW PIC X(03).
           88 RETIRE-CANDIDATE VALUE "YES".
       01 FLAG-TABLE-AREA.
           05 FL-ENTRY OCCURS 500 TIMES.
               10 FL-NUM1 PIC 9(03).
               10 FL-NUM2 PIC 9(03).
               10 FL-REASON PIC X(24).
       01 FL-COUNT PIC 9(03).
       01 FL-IDX PIC 9(03) COMP.
       01 EASY-COUNT PIC 9(03).
       01 HARD-COUNT PIC 9(03).
       01 NEGATIVE-COUNT PIC 9(03).
       01 FEWTRIES-COUNT PIC 9(03).
       01 RETIRE-ANSWER PIC X(01).
       01 RETIRE-BY PIC X(20).
       01 RETIRE-COUNT PIC 9(03).
       01 NUM1-DISP PIC ZZ9.
       01 NUM2-DISP PIC ZZ9.
       01 TRIES-DISP PIC ZZZ9.
       01 RIGHT-DISP PIC ZZZ9.
       01 PCT-DISP PIC ZZ9.9.
       01 UN-DISP PIC ZZ9.
       01 UR-DISP PIC ZZ9.
       01 LN-DISP PIC ZZ9.
       01 LR-DISP PIC ZZ9.
       01 DISC-DISP PIC -9.99.
       01 COUNT-DISP PIC ZZZZ9.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "ITEM-ANALYSIS".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL ANALYSIS-EXIT
               DISPLAY "ITEM ANALYSIS (Q-QUOTIENT/REMAINDER, G-GCD, "
                   "R-RETIRE/REINSTATE PROBLEM, L-LIST RETIRED, "
                   "X-EXIT): "
               ACCEPT ANALYSISCHOICE
               EVALUATE TRUE
                   WHEN ANALYSIS-QR
                       MOVE "Q" TO PROB-TYPE
                       PERFORM ANALYZE-RESPONSES
                           THRU ANALYZE-RESPONSES-EXIT
                   WHEN ANALYSIS-GCD
                       MOVE "G" TO PROB-TYPE
                       PERFORM ANALYZE-RESPONSES
                           THRU ANALYZE-RESPONSES-EXIT
                   WHEN ANALYSIS-RETIRE
                       PERFORM RETIRE-ONE-PROBLEM
                           THRU RETIRE-ONE-PROBLEM-EXIT
                   WHEN ANALYSIS-LIST
                       PERFORM LIST-RETIRED-PROBLEMS
                           THRU LIST-RETIRED-PROBLEMS-EXIT
                   WHEN ANALYSIS-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE, TRY AGAIN."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       ANALYZE-RESPONSES.
           IF PROB-TYPE-QR
               MOVE "QUOTIENT/REMAINDER" TO PROB-TYPE-NAME
           ELSE
               MOVE "GCD" TO PROB-TYPE-NAME
           END-IF.
           DISPLAY "MINIMUM ATTEMPTS TO JUDGE A PROBLEM (0 FOR 5): ".
           ACCEPT MIN-ATTEMPTS.
           IF MIN-ATTEMPTS = ZERO
               MOVE 5 TO MIN-ATTEMPTS
           END-IF.
           DISPLAY "GRADED FROM (YYYYMMDD, 0 FOR ALL): ".
           ACCEPT ANALYSIS-FROM.
           DISPLAY "GRADED TO (YYYYMMDD, 0 FOR ALL): ".
           ACCEPT ANALYSIS-TO.
           IF ANALYSIS-TO = ZERO
               MOVE 99999999 TO ANALYSIS-TO
           END-IF.
           MOVE ZERO TO RESP-COUNT.
           MOVE ZERO TO RESP-SKIPPED.
           MOVE ZERO TO SS-COUNT.
           MOVE ZERO TO PB-COUNT.

           PERFORM OPEN-RESPONSE-FILE.
           IF RESP-STATUS NOT = "00"
               DISPLAY "NO RESPONSES ON FILE, RUN THE "
                   PROB-TYPE-NAME " GRADING FIRST."
               GO TO ANALYZE-RESPONSES-EXIT
           END-IF.
           MOVE "NO" TO RESP-EOF-SW.
           PERFORM UNTIL RESP-EOF
               PERFORM READ-NEXT-RESPONSE
               IF NOT RESP-EOF AND
                   RESP-GRADEDATE NOT < ANALYSIS-FROM AND
                   RESP-GRADEDATE NOT > ANALYSIS-TO
                   PERFORM TALLY-RESPONSE
               END-IF
           END-PERFORM.
           PERFORM CLOSE-RESPONSE-FILE.

           IF SS-COUNT < 2
               DISPLAY "AT LEAST TWO STUDENTS' RESPONSES ARE NEEDED "
                   "FOR AN ITEM ANALYSIS."
               GO TO ANALYZE-RESPONSES-EXIT
           END-IF.

           PERFORM RANK-STUDENT-SCORES.

           PERFORM OPEN-RESPONSE-FILE.
           MOVE "NO" TO RESP-EOF-SW.
           PERFORM UNTIL RESP-EOF
               PERFORM READ-NEXT-RESPONSE
               IF NOT RESP-EOF AND
                   RESP-GRADEDATE NOT < ANALYSIS-FROM AND
                   RESP-GRADEDATE NOT > ANALYSIS-TO
                   PERFORM TALLY-GROUP-RESPONSE
               END-IF
           END-PERFORM.
           PERFORM CLOSE-RESPONSE-FILE.

           PERFORM LOAD-RETIRED-PROBLEMS.
           PERFORM PRINT-ITEM-ANALYSIS.

           IF FL-COUNT > ZERO
               MOVE FL-COUNT TO COUNT-DISP
               DISPLAY "RETIRE THE " COUNT-DISP " FLAGGED PROBLEMS "
                   "FROM THE GENERATOR POOL? (Y/N): "
               ACCEPT RETIRE-ANSWER
               IF RETIRE-ANSWER = "Y" OR RETIRE-ANSWER = "y"
                   PERFORM RETIRE-FLAGGED-PROBLEMS
               END-IF
           END-IF.

       ANALYZE-RESPONSES-EXIT.
           EXIT.

       OPEN-RESPONSE-FILE.
           IF PROB-TYPE-QR
               OPEN INPUT QRRESP-FILE
               MOVE QRRESP-STATUS TO RESP-STATUS
           ELSE
               OPEN INPUT GCDRESP-FILE
               MOVE GCDRESP-STATUS TO RESP-STATUS
           END-IF.

       CLOSE-RESPONSE-FILE.
           IF PROB-TYPE-QR
               CLOSE QRRESP-FILE
           ELSE
               CLOSE GCDRESP-FILE
           END-IF.

       READ-NEXT-RESPONSE.
           IF PROB-TYPE-QR
               READ QRRESP-FILE
                   AT END
                       SET RESP-EOF TO TRUE
                   NOT AT END
                       MOVE QP-STUDENTNUM TO RESP-STUDENTNUM
                       MOVE QP-NUM1 TO RESP-NUM1
                       MOVE QP-NUM2 TO RESP-NUM2
                       MOVE QP-GRADEDATE TO RESP-GRADEDATE
                       MOVE "NO" TO RESP-RIGHT-SW
                       IF QP-ANSWER-RIGHT
                           MOVE "YES" TO RESP-RIGHT-SW
                       END-IF
               END-READ
           ELSE
               READ GCDRESP-FILE
                   AT END
                       SET RESP-EOF TO TRUE
                   NOT AT END
                       MOVE GP-STUDENTNUM TO RESP-STUDENTNUM
                       MOVE GP-NUM1 TO RESP-NUM1
                       MOVE GP-NUM2 TO RESP-NUM2
                       MOVE GP-GRADEDATE TO RESP-GRADEDATE
                       MOVE "NO" TO RESP-RIGHT-SW
                       IF GP-ANSWER-RIGHT
                           MOVE "YES" TO RESP-RIGHT-SW
                       END-IF
               END-READ
           END-IF.

       TALLY-RESPONSE.
           PERFORM FIND-STUDENT-SCORE.
           IF NOT SS-FOUND
               IF SS-COUNT < 200
                   ADD 1 TO SS-COUNT
                   MOVE SS-COUNT TO SS-IDX
                   MOVE RESP-STUDENTNUM TO SS-STUDENTNUM(SS-IDX)
                   MOVE ZERO TO SS-RIGHT(SS-IDX)
                   MOVE ZERO TO SS-TOTAL(SS-IDX)
                   MOVE ZERO TO SS-PERCENT(SS-IDX)
                   MOVE SPACE TO SS-GROUP(SS-IDX)
                   MOVE "YES" TO SS-FOUND-SW
               END-IF
           END-IF.
           MOVE "NO" TO PB-FOUND-SW.
           IF SS-FOUND
               PERFORM FIND-PROBLEM
               IF NOT PB-FOUND
                   PERFORM ADD-PROBLEM-ENTRY
               END-IF
           END-IF.
           IF NOT SS-FOUND OR NOT PB-FOUND
               ADD 1 TO RESP-SKIPPED
           ELSE
               ADD 1 TO RESP-COUNT
               ADD 1 TO SS-TOTAL(SS-IDX)
               ADD 1 TO PB-ATTEMPTS(PB-IDX)
               IF RESP-RIGHT
                   ADD 1 TO SS-RIGHT(SS-IDX)
                   ADD 1 TO PB-RIGHT(PB-IDX)
               END-IF
           END-IF.

       FIND-STUDENT-SCORE.
           MOVE "NO" TO SS-FOUND-SW.
           PERFORM VARYING SS-SCAN FROM 1 BY 1 UNTIL
               SS-SCAN > SS-COUNT OR SS-FOUND
               IF SS-STUDENTNUM(SS-SCAN) = RESP-STUDENTNUM
                   MOVE "YES" TO SS-FOUND-SW
                   MOVE SS-SCAN TO SS-IDX
               END-IF
           END-PERFORM.

       FIND-PROBLEM.
           MOVE "NO" TO PB-FOUND-SW.
           PERFORM VARYING PB-IDX FROM 1 BY 1 UNTIL
               PB-IDX > PB-COUNT OR PB-FOUND
               IF PB-NUM1(PB-IDX) = RESP-NUM1 AND
                   PB-NUM2(PB-IDX) = RESP-NUM2
                   MOVE "YES" TO PB-FOUND-SW
               END-IF
           END-PERFORM.
           IF PB-FOUND
               SUBTRACT 1 FROM PB-IDX
           END-IF.

       ADD-PROBLEM-ENTRY.
           IF PB-COUNT < 500
               ADD 1 TO PB-COUNT
               MOVE PB-COUNT TO PB-IDX
               MOVE RESP-NUM1 TO PB-NUM1(PB-IDX)
               MOVE RESP-NUM2 TO PB-NUM2(PB-IDX)
               MOVE ZERO TO PB-ATTEMPTS(PB-IDX)
               MOVE ZERO TO PB-RIGHT(PB-IDX)
               MOVE ZERO TO PB-UPPER-N(PB-IDX)
               MOVE ZERO TO PB-UPPER-RIGHT(PB-IDX)
               MOVE ZERO TO PB-LOWER-N(PB-IDX)
               MOVE ZERO TO PB-LOWER-RIGHT(PB-IDX)
               PERFORM UNTIL PB-IDX = 1 OR
                   PB-NUM1(PB-IDX - 1) < PB-NUM1(PB-IDX) OR
                   (PB-NUM1(PB-IDX - 1) = PB-NUM1(PB-IDX) AND
                   PB-NUM2(PB-IDX - 1) < PB-NUM2(PB-IDX))
                   MOVE PB-ENTRY(PB-IDX - 1) TO PB-HOLD
                   MOVE PB-ENTRY(PB-IDX) TO PB-ENTRY(PB-IDX - 1)
                   MOVE PB-HOLD TO PB-ENTRY(PB-IDX)
                   SUBTRACT 1 FROM PB-IDX
               END-PERFORM
               MOVE "YES" TO PB-FOUND-SW
           END-IF.

       RANK-STUDENT-SCORES.
           PERFORM VARYING SS-IDX FROM 1 BY 1 UNTIL SS-IDX > SS-COUNT
               IF SS-TOTAL(SS-IDX) > ZERO
                   COMPUTE SS-PERCENT(SS-IDX) ROUNDED =
                       SS-RIGHT(SS-IDX) * 100 / SS-TOTAL(SS-IDX)
               END-IF
           END-PERFORM.
           PERFORM VARYING SS-SCAN FROM 2 BY 1 UNTIL
               SS-SCAN > SS-COUNT
               MOVE SS-SCAN TO SS-IDX
               PERFORM UNTIL SS-IDX = 1 OR
                   SS-PERCENT(SS-IDX - 1) NOT < SS-PERCENT(SS-IDX)
                   MOVE SS-ENTRY(SS-IDX - 1) TO SS-HOLD
                   MOVE SS-ENTRY(SS-IDX) TO SS-ENTRY(SS-IDX - 1)
                   MOVE SS-HOLD TO SS-ENTRY(SS-IDX)
                   SUBTRACT 1 FROM SS-IDX
               END-PERFORM
           END-PERFORM.
           COMPUTE GROUP-SIZE ROUNDED = SS-COUNT * 27 / 100.
           IF GROUP-SIZE = ZERO
               MOVE 1 TO GROUP-SIZE
           END-IF.
           COMPUTE LOWER-START = SS-COUNT - GROUP-SIZE + 1.
           PERFORM VARYING SS-IDX FROM 1 BY 1 UNTIL SS-IDX > SS-COUNT
               EVALUATE TRUE
                   WHEN SS-IDX NOT > GROUP-SIZE
                       MOVE "U" TO SS-GROUP(SS-IDX)
                   WHEN SS-IDX NOT < LOWER-START
                       MOVE "L" TO SS-GROUP(SS-IDX)
                   WHEN OTHER
                       MOVE "M" TO SS-GROUP(SS-IDX)
               END-EVALUATE
           END-PERFORM.

       TALLY-GROUP-RESPONSE.
           PERFORM FIND-STUDENT-SCORE.
           PERFORM FIND-PROBLEM.
           IF SS-FOUND AND PB-FOUND
               EVALUATE SS-GROUP(SS-IDX)
                   WHEN "U"
                       ADD 1 TO PB-UPPER-N(PB-IDX)
                       IF RESP-RIGHT
                           ADD 1 TO PB-UPPER-RIGHT(PB-IDX)
                       END-IF
                   WHEN "L"
                       ADD 1 TO PB-LOWER-N(PB-IDX)
                       IF RESP-RIGHT
                           ADD 1 TO PB-LOWER-RIGHT(PB-IDX)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       LOAD-RETIRED-PROBLEMS.
           MOVE ZERO TO RX-COUNT.
           MOVE "NO" TO RETPROB-EOF-SW.
           OPEN INPUT RETPROB-FILE.
           IF RETPROB-STATUS NOT = "00"
               SET RETPROB-EOF TO TRUE
           END-IF.
           PERFORM UNTIL RETPROB-EOF
               READ RETPROB-FILE
                   AT END
                       SET RETPROB-EOF TO TRUE
                   NOT AT END
                       IF RP-PROBTYPE = PROB-TYPE
                           PERFORM APPLY-RETIRED-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           IF RETPROB-STATUS NOT = "35"
               CLOSE RETPROB-FILE
           END-IF.

       APPLY-RETIRED-ENTRY.
           MOVE RP-NUM1 TO SEEK-NUM1.
           MOVE RP-NUM2 TO SEEK-NUM2.
           PERFORM FIND-RETIRED.
           IF NOT RX-FOUND AND RX-COUNT < 500
               ADD 1 TO RX-COUNT
               MOVE RX-COUNT TO RX-IDX
               MOVE RP-NUM1 TO RX-NUM1(RX-IDX)
               MOVE RP-NUM2 TO RX-NUM2(RX-IDX)
               MOVE "YES" TO RX-FOUND-SW
           END-IF.
           IF RX-FOUND
               MOVE RP-ACTION TO RX-STATE(RX-IDX)
               MOVE RP-REASON TO RX-REASON(RX-IDX)
           END-IF.

       FIND-RETIRED.
           MOVE "NO" TO RX-FOUND-SW.
           PERFORM VARYING RX-IDX FROM 1 BY 1 UNTIL
               RX-IDX > RX-COUNT OR RX-FOUND
               IF RX-NUM1(RX-IDX) = SEEK-NUM1 AND
                   RX-NUM2(RX-IDX) = SEEK-NUM2
                   MOVE "YES" TO RX-FOUND-SW
               END-IF
           END-PERFORM.
           IF RX-FOUND
               SUBTRACT 1 FROM RX-IDX
           END-IF.

       PRINT-ITEM-ANALYSIS.
           MOVE ZERO TO FL-COUNT.
           MOVE ZERO TO EASY-COUNT.
           MOVE ZERO TO HARD-COUNT.
           MOVE ZERO TO NEGATIVE-COUNT.
           MOVE ZERO TO FEWTRIES-COUNT.
           OPEN OUTPUT ITEMANAL-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE SPACES TO REPORT-LINE.
           STRING "ITEM ANALYSIS - " PROB-TYPE-NAME
               DELIMITED BY "  "
               " PROBLEMS" DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF ANALYSIS-FROM NOT = ZERO OR ANALYSIS-TO NOT = 99999999
               MOVE SPACES TO REPORT-LINE
               STRING "GRADED " ANALYSIS-FROM " TO " ANALYSIS-TO
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SS-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "STUDENTS: " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           MOVE GROUP-SIZE TO COUNT-DISP.
           MOVE "UPPER/LOWER 27% GROUPS:" TO REPORT-LINE(19:23).
           MOVE COUNT-DISP TO REPORT-LINE(42:5).
           MOVE RESP-COUNT TO COUNT-DISP.
           MOVE "RESPONSES:" TO REPORT-LINE(50:10).
           MOVE COUNT-DISP TO REPORT-LINE(60:5).
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "NUM1 NUM2 TRIES RIGHT  P-PCT" TO REPORT-LINE.
           MOVE "UPPER" TO REPORT-LINE(32:5).
           MOVE "LOWER" TO REPORT-LINE(41:5).
           MOVE "D-IDX" TO REPORT-LINE(49:5).
           MOVE "FLAG" TO REPORT-LINE(56:4).
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING PB-IDX FROM 1 BY 1 UNTIL PB-IDX > PB-COUNT
               PERFORM PRINT-ONE-ITEM
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE PB-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "PROBLEMS ANALYZED      : " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE EASY-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOO EASY               : " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE HARD-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOO HARD               : " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE NEGATIVE-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "NEGATIVE DISCRIMINATION: " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE FEWTRIES-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOO FEW ATTEMPTS       : " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF RESP-SKIPPED > ZERO
               MOVE RESP-SKIPPED TO COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "RESPONSES NOT ANALYZED : " COUNT-DISP
                   " (TABLE FULL)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           CLOSE ITEMANAL-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "REPORT WRITTEN TO ITEMANAL.DAT".

       PRINT-ONE-ITEM.
           MOVE SPACES TO ITEM-FLAG.
           MOVE "NO" TO RETIRE-CANDIDATE-SW.
           MOVE "NO" TO DISC-KNOWN-SW.
           MOVE ZERO TO ITEM-PCT.
           IF PB-ATTEMPTS(PB-IDX) > ZERO
               COMPUTE ITEM-PCT ROUNDED = PB-RIGHT(PB-IDX) * 100 /
                   PB-ATTEMPTS(PB-IDX)
           END-IF.
           MOVE ZERO TO ITEM-DISC.
           IF PB-UPPER-N(PB-IDX) > ZERO AND PB-LOWER-N(PB-IDX) > ZERO
               COMPUTE UPPER-RATIO ROUNDED =
                   PB-UPPER-RIGHT(PB-IDX) / PB-UPPER-N(PB-IDX)
               COMPUTE LOWER-RATIO ROUNDED =
                   PB-LOWER-RIGHT(PB-IDX) / PB-LOWER-N(PB-IDX)
               COMPUTE ITEM-DISC ROUNDED = UPPER-RATIO - LOWER-RATIO
               MOVE "YES" TO DISC-KNOWN-SW
           END-IF.

           EVALUATE TRUE
               WHEN PB-ATTEMPTS(PB-IDX) < MIN-ATTEMPTS
                   MOVE "TOO FEW ATTEMPTS" TO ITEM-FLAG
                   ADD 1 TO FEWTRIES-COUNT
               WHEN DISC-KNOWN AND ITEM-DISC < ZERO
                   MOVE "NEGATIVE D-INDEX" TO ITEM-FLAG
                   ADD 1 TO NEGATIVE-COUNT
                   MOVE "YES" TO RETIRE-CANDIDATE-SW
               WHEN ITEM-PCT > EASY-LIMIT
                   MOVE "TOO EASY" TO ITEM-FLAG
                   ADD 1 TO EASY-COUNT
                   MOVE "YES" TO RETIRE-CANDIDATE-SW
               WHEN ITEM-PCT < HARD-LIMIT
                   MOVE "TOO HARD" TO ITEM-FLAG
                   ADD 1 TO HARD-COUNT
                   MOVE "YES" TO RETIRE-CANDIDATE-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE PB-NUM1(PB-IDX) TO SEEK-NUM1.
           MOVE PB-NUM2(PB-IDX) TO SEEK-NUM2.
           PERFORM FIND-RETIRED.
           IF RX-FOUND AND RX-STATE(RX-IDX) = "R"
               MOVE "NO" TO RETIRE-CANDIDATE-SW
               IF ITEM-FLAG = SPACES
                   MOVE "(RETIRED)" TO ITEM-FLAG
               ELSE
                   MOVE "(RETIRED)" TO ITEM-FLAG(18:9)
               END-IF
           END-IF.
           IF RETIRE-CANDIDATE AND FL-COUNT < 500
               ADD 1 TO FL-COUNT
               MOVE PB-NUM1(PB-IDX) TO FL-NUM1(FL-COUNT)
               MOVE PB-NUM2(PB-IDX) TO FL-NUM2(FL-COUNT)
               MOVE ITEM-FLAG TO FL-REASON(FL-COUNT)
           END-IF.

           MOVE PB-NUM1(PB-IDX) TO NUM1-DISP.
           MOVE PB-NUM2(PB-IDX) TO NUM2-DISP.
           MOVE PB-ATTEMPTS(PB-IDX) TO TRIES-DISP.
           MOVE PB-RIGHT(PB-IDX) TO RIGHT-DISP.
           MOVE ITEM-PCT TO PCT-DISP.
           MOVE PB-UPPER-RIGHT(PB-IDX) TO UR-DISP.
           MOVE PB-UPPER-N(PB-IDX) TO UN-DISP.
           MOVE PB-LOWER-RIGHT(PB-IDX) TO LR-DISP.
           MOVE PB-LOWER-N(PB-IDX) TO LN-DISP.
           MOVE ITEM-DISC TO DISC-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING " " NUM1-DISP "  " NUM2-DISP "  " TRIES-DISP
               "  " RIGHT-DISP "  " PCT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           STRING UR-DISP "/" UN-DISP
               DELIMITED BY SIZE INTO REPORT-LINE(31:7).
           STRING LR-DISP "/" LN-DISP
               DELIMITED BY SIZE INTO REPORT-LINE(40:7).
           IF DISC-KNOWN
               MOVE DISC-DISP TO REPORT-LINE(49:5)
           ELSE
               MOVE "  N/A" TO REPORT-LINE(49:5)
           END-IF.
           MOVE ITEM-FLAG TO REPORT-LINE(56:26).
           PERFORM WRITE-REPORT-LINE.

       RETIRE-FLAGGED-PROBLEMS.
           DISPLAY "RETIRED BY: ".
           ACCEPT RETIRE-BY.
           MOVE ZERO TO RETIRE-COUNT.
           OPEN EXTEND RETPROB-FILE.
           IF RETPROB-STATUS = "35"
               OPEN OUTPUT RETPROB-FILE
           END-IF.
           PERFORM VARYING FL-IDX FROM 1 BY 1 UNTIL FL-IDX > FL-COUNT
               MOVE PROB-TYPE TO RP-PROBTYPE
               MOVE FL-NUM1(FL-IDX) TO RP-NUM1
               MOVE FL-NUM2(FL-IDX) TO RP-NUM2
               MOVE "R" TO RP-ACTION
               ACCEPT RP-ACTIONDATE FROM DATE YYYYMMDD
               MOVE FL-REASON(FL-IDX) TO RP-REASON
               MOVE RETIRE-BY TO RP-ACTIONBY
               WRITE RETPROB-REC
               ADD 1 TO RETIRE-COUNT
           END-PERFORM.
           CLOSE RETPROB-FILE.
           DISPLAY RETIRE-COUNT " PROBLEMS RETIRED FROM THE "
               PROB-TYPE-NAME " POOL.".

       RETIRE-ONE-PROBLEM.
           DISPLAY "PROBLEM TYPE (Q-QUOTIENT/REMAINDER, G-GCD): ".
           ACCEPT RP-PROBTYPE.
           IF RP-PROBTYPE NOT = "Q" AND RP-PROBTYPE NOT = "G"
               DISPLAY "UNKNOWN PROBLEM TYPE."
               GO TO RETIRE-ONE-PROBLEM-EXIT
           END-IF.
           DISPLAY "FIRST OPERAND: ".
           ACCEPT RP-NUM1.
           DISPLAY "SECOND OPERAND: ".
           ACCEPT RP-NUM2.
           DISPLAY "R-RETIRE OR A-REINSTATE: ".
           ACCEPT RP-ACTION.
           IF NOT RP-RETIRE AND NOT RP-REINSTATE
               DISPLAY "UNKNOWN ACTION."
               GO TO RETIRE-ONE-PROBLEM-EXIT
           END-IF.
           DISPLAY "REASON: ".
           ACCEPT RP-REASON.
           DISPLAY "ACTION BY: ".
           ACCEPT RP-ACTIONBY.
           ACCEPT RP-ACTIONDATE FROM DATE YYYYMMDD.
           OPEN EXTEND RETPROB-FILE.
           IF RETPROB-STATUS = "35"
               OPEN OUTPUT RETPROB-FILE
           END-IF.
           WRITE RETPROB-REC.
           CLOSE RETPROB-FILE.
           IF RP-RETIRE
               DISPLAY "PROBLEM RETIRED FROM THE GENERATOR POOL."
           ELSE
               DISPLAY "PROBLEM REINSTATED TO THE GENERATOR POOL."
           END-IF.

       RETIRE-ONE-PROBLEM-EXIT.
           EXIT.

       LIST-RETIRED-PROBLEMS.
           DISPLAY "PROBLEM TYPE (Q-QUOTIENT/REMAINDER, G-GCD): ".
           ACCEPT PROB-TYPE.
           IF NOT PROB-TYPE-QR AND NOT PROB-TYPE-GCD
               DISPLAY "UNKNOWN PROBLEM TYPE."
               GO TO LIST-RETIRED-PROBLEMS-EXIT
           END-IF.
           PERFORM LOAD-RETIRED-PROBLEMS.
           MOVE ZERO TO RETIRE-COUNT.
           DISPLAY "RETIRED PROBLEMS:".
           PERFORM VARYING RX-IDX FROM 1 BY 1 UNTIL RX-IDX > RX-COUNT
               IF RX-STATE(RX-IDX) = "R"
                   ADD 1 TO RETIRE-COUNT
                   DISPLAY "  " RX-NUM1(RX-IDX) " " RX-NUM2(RX-IDX)
                       "  " RX-REASON(RX-IDX)
               END-IF
           END-PERFORM.
           DISPLAY "PROBLEMS RETIRED: " RETIRE-COUNT.

       LIST-RETIRED-PROBLEMS-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           WRITE ITEMANAL-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM ITEM-ANALYSIS.
