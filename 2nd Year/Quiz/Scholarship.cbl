           ASSIGN TO "D:\Files\dat\scholcrit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CRITERIA-STATUS.
           SELECT SCHAWARD-FILE
           ASSIGN TO "D:\Files\dat\schaward.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SA-KEY
           FILE STATUS IS SCHAWARD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GRADE-FILE.
           05 SC-MINUNITS PIC 9(3).
           05 SC-GRADEFLOOR PIC 9(1)V99.
           05 SC-ALLOWINC PIC X(01).
       FD SCHAWARD-FILE.
       01 SCHAWARD-REC.
           05 SA-KEY.
               10 SA-STUDENTNUM PIC 9(10).
               10 SA-SCHOOLYEAR PIC 9(04).
               10 SA-TERM PIC 9(01).
           05 SA-STUDENTNAME PIC X(30).
           05 SA-SCHOLNAME PIC X(20).
           05 SA-AWARDTYPE PIC X(01).
               88 SA-PERCENT-AWARD VALUE "P".
               88 SA-FIXED-AWARD VALUE "F".
           05 SA-AWARDPCT PIC 9(3)V99.
           05 SA-AWARDAMT PIC 9(7)V99.
           05 SA-COVERAGE PIC X(01).
               88 SA-TUITION-ONLY VALUE "T".
               88 SA-ALL-FEES VALUE "A".
           05 SA-APPROVEDBY PIC X(20).
           05 SA-AWARDDATE PIC 9(08).
           05 SA-DISCOUNT PIC 9(7)V99.
           05 SA-APPLYDATE PIC 9(08).
       WORKING-STORAGE SECTION.
       01 GRADE-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 CRITERIA-STATUS PIC X(02).
       01 SCHAWARD-STATUS PIC X(02).
       01 GRADE-EOF-SW PIC X(03) VALUE "NO".
           88 GRADE-EOF VALUE "YES".
       01 CRITERIA-EOF-SW PIC X(03) VALUE "NO".
       01 HASINC-FLAG PIC X(01).
       01 STUDENT-GWA PIC 9(1)V99.
       01 FAIL-COUNT PIC 9(01).
       01 AWARD-REPLY PIC X(01).
           88 AWARD-YES VALUE "Y" "y".
       01 QUALIFIED-COUNT PIC 9(03).
       01 AWARDED-COUNT PIC 9(04) VALUE ZERO.
       01 REPLACED-COUNT PIC 9(04) VALUE ZERO.
       01 AWD-SCHOOLYEAR PIC 9(04).
       01 AWD-TERM PIC 9(01).
       01 AWD-TYPE PIC X(01).
           88 AWD-PERCENT VALUE "P".
           88 AWD-FIXED VALUE "F".
       01 AWD-PERCENTVALUE PIC 9(3)V99.
       01 AWD-AMOUNT PIC 9(7)V99.
       01 AWD-COVERAGE PIC X(01).
           88 AWD-COVERAGE-VALID VALUE "T" "A".
       01 AWD-APPROVEDBY PIC X(20).
       01 AWD-TODAY PIC 9(08).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-CRITERIA.
               CR-IDX > CR-COUNT
               PERFORM REPORT-ONE-SCHOLARSHIP
           END-PERFORM.

           PERFORM RECORD-APPROVED-AWARDS.
           STOP RUN.

       LOAD-CRITERIA.
               CR-ALLOWINC(CR-IDX) NOT = "Y"
               ADD 1 TO FAIL-COUNT
           END-IF.

       RECORD-APPROVED-AWARDS.
           DISPLAY "RECORD SCHOLARSHIP AWARDS FROM THE QUALIFIED "
               "LISTS (Y/N): ".
           ACCEPT AWARD-REPLY.
           IF AWARD-YES
               OPEN I-O SCHAWARD-FILE
               IF SCHAWARD-STATUS = "35"
                   OPEN OUTPUT SCHAWARD-FILE
                   CLOSE SCHAWARD-FILE
                   OPEN I-O SCHAWARD-FILE
               END-IF
               IF SCHAWARD-STATUS NOT = "00"
                   MOVE "SCHOLARSHIP-ELIG" TO GUARD-PROGRAMNAME
                   MOVE "SCHOLARSHIP AWARD FILE" TO GUARD-FILENAME
                   MOVE "OPEN" TO GUARD-ACTION
                   MOVE SCHAWARD-STATUS TO GUARD-FILESTATUS
                   CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                       GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
                   STOP RUN
               END-IF
               ACCEPT AWD-TODAY FROM DATE YYYYMMDD
               PERFORM VARYING CR-IDX FROM 1 BY 1 UNTIL
                   CR-IDX > CR-COUNT
                   PERFORM AWARD-ONE-SCHOLARSHIP
                       THRU AWARD-ONE-SCHOLARSHIP-EXIT
               END-PERFORM
               CLOSE SCHAWARD-FILE
               DISPLAY AWARDED-COUNT " AWARDS RECORDED, "
                   REPLACED-COUNT " REPLACED AN EARLIER AWARD FOR "
                   "THE SAME TERM."
           END-IF.

       AWARD-ONE-SCHOLARSHIP.
           MOVE ZERO TO QUALIFIED-COUNT.
           PERFORM VARYING SP-SCAN FROM 1 BY 1 UNTIL
               SP-SCAN > SP-COUNT
               PERFORM COUNT-CRITERIA-FAILURES
               IF FAIL-COUNT = ZERO
                   ADD 1 TO QUALIFIED-COUNT
               END-IF
           END-PERFORM.
           IF QUALIFIED-COUNT = ZERO
               GO TO AWARD-ONE-SCHOLARSHIP-EXIT
           END-IF.
           DISPLAY "AWARD " CR-SCHOLNAME(CR-IDX) " TO "
               QUALIFIED-COUNT " QUALIFIED STUDENTS (Y/N): ".
           ACCEPT AWARD-REPLY.
           IF NOT AWARD-YES
               GO TO AWARD-ONE-SCHOLARSHIP-EXIT
           END-IF.
           DISPLAY "SCHOOL YEAR OF THE AWARD (YYYY): ".
           ACCEPT AWD-SCHOOLYEAR.
           DISPLAY "TERM (1/2/3): ".
           ACCEPT AWD-TERM.
           DISPLAY "DISCOUNT TYPE (P-PERCENT, F-FIXED AMOUNT): ".
           ACCEPT AWD-TYPE.
           MOVE ZERO TO AWD-PERCENTVALUE.
           MOVE ZERO TO AWD-AMOUNT.
           EVALUATE TRUE
               WHEN AWD-PERCENT
                   DISPLAY "DISCOUNT PERCENT (0.01-100): "
                   ACCEPT AWD-PERCENTVALUE
                   IF AWD-PERCENTVALUE = ZERO OR
                       AWD-PERCENTVALUE > 100
                       DISPLAY "PERCENT MUST BE 0.01 TO 100, "
                           CR-SCHOLNAME(CR-IDX) " NOT AWARDED."
                       GO TO AWARD-ONE-SCHOLARSHIP-EXIT
                   END-IF
               WHEN AWD-FIXED
                   DISPLAY "DISCOUNT AMOUNT PER STUDENT: "
                   ACCEPT AWD-AMOUNT
                   IF AWD-AMOUNT = ZERO
                       DISPLAY "AMOUNT MUST BE ABOVE ZERO, "
                           CR-SCHOLNAME(CR-IDX) " NOT AWARDED."
                       GO TO AWARD-ONE-SCHOLARSHIP-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN DISCOUNT TYPE, "
                       CR-SCHOLNAME(CR-IDX) " NOT AWARDED."
                   GO TO AWARD-ONE-SCHOLARSHIP-EXIT
           END-EVALUATE.
           DISPLAY "APPLIES TO (T-TUITION ONLY, A-ALL FEES): ".
           ACCEPT AWD-COVERAGE.
           IF NOT AWD-COVERAGE-VALID
               DISPLAY "UNKNOWN COVERAGE, " CR-SCHOLNAME(CR-IDX)
                   " NOT AWARDED."
               GO TO AWARD-ONE-SCHOLARSHIP-EXIT
           END-IF.
           DISPLAY "APPROVED BY: ".
           ACCEPT AWD-APPROVEDBY.
           IF AWD-APPROVEDBY = SPACES
               DISPLAY "AN APPROVING OFFICER IS REQUIRED, "
                   CR-SCHOLNAME(CR-IDX) " NOT AWARDED."
               GO TO AWARD-ONE-SCHOLARSHIP-EXIT
           END-IF.
           PERFORM VARYING SP-SCAN FROM 1 BY 1 UNTIL
               SP-SCAN > SP-COUNT
               PERFORM COUNT-CRITERIA-FAILURES
               IF FAIL-COUNT = ZERO
                   PERFORM APPROVE-ONE-STUDENT
               END-IF
           END-PERFORM.
       AWARD-ONE-SCHOLARSHIP-EXIT.
           EXIT.

       APPROVE-ONE-STUDENT.
           DISPLAY "  APPROVE " SP-STUDENTNUM(SP-SCAN) " "
               SP-STUDENTNAME(SP-SCAN) " (Y/N): ".
           ACCEPT AWARD-REPLY.
           IF AWARD-YES
               MOVE SP-STUDENTNUM(SP-SCAN) TO SA-STUDENTNUM
               MOVE AWD-SCHOOLYEAR TO SA-SCHOOLYEAR
               MOVE AWD-TERM TO SA-TERM
               READ SCHAWARD-FILE
                   INVALID KEY
                       PERFORM FILL-AWARD-FIELDS
                       WRITE SCHAWARD-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       DISPLAY "  REPLACES EARLIER AWARD "
                           SA-SCHOLNAME
                       ADD 1 TO REPLACED-COUNT
                       PERFORM FILL-AWARD-FIELDS
                       REWRITE SCHAWARD-REC
               END-READ
               ADD 1 TO AWARDED-COUNT
           END-IF.

       FILL-AWARD-FIELDS.
           MOVE SP-STUDENTNAME(SP-SCAN) TO SA-STUDENTNAME.
           MOVE CR-SCHOLNAME(CR-IDX) TO SA-SCHOLNAME.
           MOVE AWD-TYPE TO SA-AWARDTYPE.
           MOVE AWD-PERCENTVALUE TO SA-AWARDPCT.
           MOVE AWD-AMOUNT TO SA-AWARDAMT.
           MOVE AWD-COVERAGE TO SA-COVERAGE.
           MOVE AWD-APPROVEDBY TO SA-APPROVEDBY.
           MOVE AWD-TODAY TO SA-AWARDDATE.
           MOVE ZERO TO SA-DISCOUNT.
           MOVE ZERO TO SA-APPLYDATE.
       END PROGRAM SCHOLARSHIP-ELIGIBILITY.
