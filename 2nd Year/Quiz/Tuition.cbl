           ASSIGN TO "D:\Files\dat\roster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROSTER-STATUS.
           SELECT INSTPLAN-FILE
           ASSIGN TO "D:\Files\dat\instplan.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INSTPLAN-STATUS.
           SELECT INSTSCHED-FILE
           ASSIGN TO "D:\Files\dat\instsched.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IL-KEY
           FILE STATUS IS INSTSCHED-STATUS.
           SELECT ACADCAL-FILE
           ASSIGN TO "D:\Files\dat\acadcal.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AC-KEY
           FILE STATUS IS ACADCAL-STATUS.
           SELECT COLLECT-FILE
           ASSIGN TO "D:\Files\dat\collection.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COLLECT-STATUS.
           SELECT SCHAWARD-FILE
           ASSIGN TO "D:\Files\dat\schaward.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SA-KEY
           FILE STATUS IS SCHAWARD-STATUS.
           SELECT GRANT-FILE
           ASSIGN TO "D:\Files\dat\schgrants.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRANT-STATUS.
           SELECT ASSESSQ-FILE
           ASSIGN TO "D:\Files\dat\assessq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ASSESSQ-STATUS.
           SELECT ASSESSQWORK-FILE
           ASSIGN TO "D:\Files\dat\assessqw.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ASSESSQWORK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FEESCHED-FILE.
               88 RO-DROPPED VALUE "D".
           05 RO-DROPDATE PIC 9(08).
           05 RO-DROPREASON PIC X(20).
       FD INSTPLAN-FILE.
       01 INSTPLAN-REC.
           05 IP-SCHOOLYEAR PIC 9(04).
           05 IP-TERM PIC 9(01).
           05 IP-PENALTYPCT PIC 9(2)V99.
           05 IP-GRACEDAYS PIC 9(02).
           05 IP-INSTALLMENTS.
               10 IP-INSTALLMENT OCCURS 4 TIMES.
                   15 IP-PERCENT PIC 9(3)V99.
                   15 IP-DUEBASIS PIC X(01).
                   15 IP-DUEDAYS PIC 9(03).
       FD INSTSCHED-FILE.
       01 INSTSCHED-REC.
           05 IL-KEY.
               10 IL-STUDENTNUM PIC 9(10).
               10 IL-SCHOOLYEAR PIC 9(04).
               10 IL-TERM PIC 9(01).
               10 IL-SEQ PIC 9(01).
           05 IL-DETAIL.
               10 IL-INSTNAME PIC X(12).
               10 IL-DUEDATE PIC 9(08).
               10 IL-AMOUNTDUE PIC 9(7)V99.
               10 IL-PENALTY PIC 9(7)V99.
               10 IL-PENALTYDATE PIC 9(08).
               10 IL-AMOUNTPAID PIC 9(7)V99.
       FD ACADCAL-FILE.
       01 ACADCAL-REC.
           05 AC-KEY.
               10 AC-SCHOOLYEAR PIC 9(04).
               10 AC-TERM PIC 9(01).
           05 AC-ENROLLSTART PIC 9(08).
           05 AC-ENROLLEND PIC 9(08).
           05 AC-CLASSSTART PIC 9(08).
           05 AC-CLASSEND PIC 9(08).
           05 AC-GRADEDEADLINE PIC 9(08).
           05 AC-INCDEADLINE PIC 9(08).
           05 AC-REMSTART PIC 9(08).
           05 AC-REMEND PIC 9(08).
           05 AC-CENSUSDATE PIC 9(08).
       FD COLLECT-FILE.
       01 COLLECT-REC PIC X(90).
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
       FD GRANT-FILE.
       01 GRANT-REC PIC X(90).
       FD ASSESSQ-FILE.
       01 ASSESSQ-REC.
           05 AQ-STUDENTNUM PIC 9(10).
           05 AQ-SCHOOLYEAR PIC 9(04).
           05 AQ-TERM PIC 9(01).
           05 AQ-BLOCKCODE PIC X(10).
           05 AQ-QUEUEDATE PIC 9(08).
       FD ASSESSQWORK-FILE.
       01 ASSESSQWORK-REC PIC X(33).
       WORKING-STORAGE SECTION.
       01 FEESCHED-STATUS PIC X(02).
       01 ASSESS-STATUS PIC X(02).
       01 STUPAY-STATUS PIC X(02).
       01 ROSTER-STATUS PIC X(02).
       01 INSTPLAN-STATUS PIC X(02).
       01 INSTSCHED-STATUS PIC X(02).
       01 ACADCAL-STATUS PIC X(02).
       01 COLLECT-STATUS PIC X(02).
       01 SCHAWARD-STATUS PIC X(02).
       01 GRANT-STATUS PIC X(02).
       01 ASSESSQ-STATUS PIC X(02).
       01 ASSESSQWORK-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "TUITION-BILLING".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
           88 TUIT-PAYMENT VALUE "P".
           88 TUIT-STATEMENT VALUE "S".
           88 TUIT-BALANCES VALUE "B".
           88 TUIT-PLAN VALUE "I".
           88 TUIT-PENALTY VALUE "L".
           88 TUIT-COLLECT VALUE "C".
           88 TUIT-GRANTS VALUE "G".
           88 TUIT-QUEUE VALUE "Q".
           88 TUIT-EXIT VALUE "X".
       01 WORK-SCHOOLYEAR PIC 9(04).
       01 WORK-TERM PIC 9(01).
       01 SB-IDX PIC 9(03) COMP.
       01 SB-FOUND-SW PIC X(03).
           88 SB-FOUND VALUE "YES".
       01 QUEUE-TABLE.
           05 QU-ENTRY OCCURS 300 TIMES.
               10 QU-STUDENTNUM PIC 9(10).
               10 QU-SCHOOLYEAR PIC 9(04).
               10 QU-TERM PIC 9(01).
               10 QU-BLOCKCODE PIC X(10).
               10 QU-QUEUEDATE PIC 9(08).
               10 QU-STATE PIC X(01).
                   88 QU-PENDING VALUE "P".
                   88 QU-DONE VALUE "D".
       01 QU-COUNT PIC 9(03) VALUE ZERO.
       01 QU-OVERFLOW PIC 9(05) VALUE ZERO.
       01 QU-IDX PIC 9(03) COMP.
       01 QU-SB-IDX PIC 9(03) COMP.
       01 QU-DUP-SW PIC X(03).
           88 QU-DUPLICATE VALUE "YES".
       01 ASSESSQ-EOF-SW PIC X(03).
           88 ASSESSQ-EOF VALUE "YES".
       01 QUEUEWORK-EOF-SW PIC X(03).
           88 QUEUEWORK-EOF VALUE "YES".
       01 QUEUE-HELD-COUNT PIC 9(03).
       01 QUEUE-MISSING-COUNT PIC 9(03).
       01 ASSESSED-COUNT PIC 9(03).
       01 PAY-AMOUNT PIC 9(7)V99.
       01 PAY-ORNUMBER PIC 9(10).
       01 BALANCE-DUE PIC S9(7)V99.
       01 TOTAL-OUTSTANDING PIC S9(9)V99.
       01 INSTALLMENT-NAME-VALUES.
           05 FILLER PIC X(12) VALUE "DOWNPAYMENT".
           05 FILLER PIC X(12) VALUE "PRELIM".
           05 FILLER PIC X(12) VALUE "MIDTERM".
           05 FILLER PIC X(12) VALUE "FINALS".
       01 INSTALLMENT-NAME-TABLE REDEFINES INSTALLMENT-NAME-VALUES.
           05 INSTALLMENT-NAME PIC X(12) OCCURS 4 TIMES.
       01 PLAN-FOUND-SW PIC X(03).
           88 PLAN-FOUND VALUE "YES".
       01 INSTPLAN-EOF-SW PIC X(03).
           88 INSTPLAN-EOF VALUE "YES".
       01 CAL-FOUND-SW PIC X(03).
           88 CAL-FOUND VALUE "YES".
       01 CFG-PENALTYPCT PIC 9(2)V99.
       01 CFG-GRACEDAYS PIC 9(02).
       01 CFG-INSTALLMENTS.
           05 CFG-INSTALLMENT OCCURS 4 TIMES.
               10 CFG-PERCENT PIC 9(3)V99.
               10 CFG-DUEBASIS PIC X(01).
               10 CFG-DUEDAYS PIC 9(03).
       01 CFG-DUEDATE-TABLE.
           05 CFG-DUEDATE PIC 9(08) OCCURS 4 TIMES.
       01 PLAN-PERCENT-TOTAL PIC 9(3)V99.
       01 PERCENT-DISP PIC ZZ9.99.
       01 BASIS-DATE PIC 9(08).
       01 SCHED-TABLE-AREA.
           05 ST-ENTRY OCCURS 4 TIMES.
               10 ST-INSTNAME PIC X(12).
               10 ST-DUEDATE PIC 9(08).
               10 ST-AMOUNTDUE PIC 9(7)V99.
               10 ST-PENALTY PIC 9(7)V99.
               10 ST-PENALTYDATE PIC 9(08).
               10 ST-AMOUNTPAID PIC 9(7)V99.
       01 ST-COUNT PIC 9(01).
       01 INST-IDX PIC 9(01) COMP.
       01 SCHED-BASE PIC S9(8)V99.
       01 SCHED-ALLOCATED PIC S9(8)V99.
       01 SCHED-TOTAL PIC S9(8)V99.
       01 SCHED-DIFF PIC S9(8)V99.
       01 SCHED-PENALTY-TOTAL PIC 9(7)V99.
       01 PAY-REMAINING PIC S9(8)V99.
       01 INST-OWED PIC S9(8)V99.
       01 INST-BALANCE PIC S9(8)V99.
       01 ASOF-DATE PIC 9(08).
       01 DAYS-LATE PIC S9(05).
       01 PENALTY-AMOUNT PIC 9(7)V99.
       01 STUDENT-PENALTY PIC 9(7)V99.
       01 PENALTY-COUNT PIC 9(04).
       01 PENALTY-TOTAL PIC 9(8)V99.
       01 SECTION-TABLE-AREA.
           05 SC-SECTION PIC X(06) OCCURS 100 TIMES.
       01 SC-COUNT PIC 9(03).
       01 SC-IDX PIC 9(03) COMP.
       01 SC-HOLD PIC X(06).
       01 SC-FOUND-SW PIC X(03).
           88 SC-FOUND VALUE "YES".
       01 REPORT-SECTION PIC X(06).
       01 OVERDUE-COUNT PIC 9(05).
       01 SECTION-OVERDUE PIC S9(9)V99.
       01 TOTAL-OVERDUE PIC S9(9)V99.
       01 DUEDATE-EDIT PIC 9999/99/99.
       01 ASOF-EDIT PIC 9999/99/99.
       01 DAYS-DISP PIC ZZZ9.
       01 AMOUNT-DISP PIC ZZZ,ZZ9.99-.
       01 PENALTY-DISP PIC ZZZ,ZZ9.99-.
       01 PAID-DISP PIC ZZZ,ZZ9.99-.
       01 BALANCE-DISP PIC ZZZ,ZZ9.99-.
       01 TOTAL-DISP PIC ZZ,ZZZ,ZZ9.99-.
       01 COUNT-DISP PIC ZZ,ZZ9.
       01 DISCOUNT-BASE PIC 9(7)V99.
       01 DISCOUNT-AMOUNT PIC 9(7)V99.
       01 DISCOUNTED-COUNT PIC 9(03).
       01 AWARD-EOF-SW PIC X(03).
           88 AWARD-EOF VALUE "YES".
       01 SCHOLAR-TABLE-AREA.
           05 SG-SCHOLNAME PIC X(20) OCCURS 50 TIMES.
       01 SG-COUNT PIC 9(02).
       01 SG-IDX PIC 9(02) COMP.
       01 SG-HOLD PIC X(20).
       01 SG-FOUND-SW PIC X(03).
           88 SG-FOUND VALUE "YES".
       01 REPORT-SCHOLNAME PIC X(20).
       01 AWARD-DESC PIC X(08).
       01 COVERAGE-DESC PIC X(10).
       01 DISCOUNT-DISP PIC ZZZ,ZZ9.99-.
       01 GRANTEE-COUNT PIC 9(05).
       01 SCHOLAR-GRANTEES PIC 9(05).
       01 SCHOLAR-GRANTS PIC 9(9)V99.
       01 TOTAL-GRANTS PIC 9(9)V99.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "TUITION-BILLING".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O ASSESS-FILE.
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN I-O INSTSCHED-FILE.
           IF INSTSCHED-STATUS = "35"
               OPEN OUTPUT INSTSCHED-FILE
               CLOSE INSTSCHED-FILE
               OPEN I-O INSTSCHED-FILE
           END-IF.
           IF INSTSCHED-STATUS NOT = "00"
               MOVE "INSTALLMENT SCHEDULE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE INSTSCHED-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               CLOSE ASSESS-FILE
               STOP RUN
           END-IF.
           OPEN I-O SCHAWARD-FILE.
           IF SCHAWARD-STATUS = "35"
               OPEN OUTPUT SCHAWARD-FILE
               CLOSE SCHAWARD-FILE
               OPEN I-O SCHAWARD-FILE
           END-IF.
           IF SCHAWARD-STATUS NOT = "00"
               MOVE "SCHOLARSHIP AWARD FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE SCHAWARD-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               CLOSE ASSESS-FILE
               CLOSE INSTSCHED-FILE
               STOP RUN
           END-IF.

           PERFORM UNTIL TUIT-EXIT
               DISPLAY "TUITION AND BILLING (F-FEE SCHEDULE, "
                   "A-ASSESSMENT RUN, P-POST PAYMENT, "
                   "S-STATEMENT OF ACCOUNT, B-BALANCES BY "
                   "SECTION, I-INSTALLMENT PLAN, L-LATE PAYMENT "
                   "PENALTIES, C-COLLECTION REPORT, "
                   "G-SCHOLARSHIP GRANTS, Q-QUEUED BLOCK "
                   "ASSESSMENTS, X-EXIT): "
               ACCEPT TUITCHOICE
               EVALUATE TRUE
                   WHEN TUIT-FEES
                       PERFORM STATEMENT-OF-ACCOUNT
                   WHEN TUIT-BALANCES
                       PERFORM BALANCES-BY-SECTION
                   WHEN TUIT-PLAN
                       PERFORM SET-INSTALLMENT-PLAN
                   WHEN TUIT-PENALTY
                       PERFORM PENALTY-BATCH
                   WHEN TUIT-COLLECT
                       PERFORM COLLECTION-REPORT
                   WHEN TUIT-GRANTS
                       PERFORM SCHOLARSHIP-GRANTS-REPORT
                   WHEN TUIT-QUEUE
                       PERFORM ASSESS-QUEUED-STUDENTS
                   WHEN TUIT-EXIT
                       CONTINUE
                   WHEN OTHER
           END-PERFORM.

           CLOSE ASSESS-FILE.
           CLOSE INSTSCHED-FILE.
           CLOSE SCHAWARD-FILE.
           STOP RUN.

       SET-FEE-SCHEDULE.
               DISPLAY "NO FEE SCHEDULE FOR THAT TERM, RUN "
                   "STOPPED."
           ELSE
               PERFORM LOAD-INSTALLMENT-PLAN
               IF PLAN-FOUND
                   PERFORM COMPUTE-PLAN-DUE-DATES
                   IF NOT CAL-FOUND
                       DISPLAY "NO ACADEMIC CALENDAR DATES FOR THAT "
                           "TERM, INSTALLMENT SCHEDULES NOT BUILT."
                       MOVE "NO" TO PLAN-FOUND-SW
                   END-IF
               ELSE
                   DISPLAY "NO INSTALLMENT PLAN FOR THAT TERM, "
                       "ASSESSMENTS ARE BILLED AS ONE LUMP SUM."
               END-IF
               PERFORM GATHER-ENROLLED-UNITS
               MOVE ZERO TO ASSESSED-COUNT
               MOVE ZERO TO DISCOUNTED-COUNT
               PERFORM VARYING SB-IDX FROM 1 BY 1 UNTIL
                   SB-IDX > SB-COUNT
                   PERFORM ASSESS-ONE-STUDENT
               DISPLAY ASSESSED-COUNT " STUDENTS ASSESSED AT P"
                   CFG-PERUNIT " PER UNIT PLUS P" CFG-FIXED
                   " FIXED."
               DISPLAY DISCOUNTED-COUNT " SCHOLARSHIP DISCOUNTS "
                   "APPLIED."
           END-IF.

       ASSESS-QUEUED-STUDENTS.
           PERFORM LOAD-ASSESSMENT-QUEUE.
           IF QU-COUNT = ZERO
               DISPLAY "NO STUDENTS QUEUED FOR ASSESSMENT."
           ELSE
               PERFORM GATHER-ENROLLED-UNITS
               MOVE ZERO TO WORK-SCHOOLYEAR
               MOVE ZERO TO WORK-TERM
               MOVE ZERO TO ASSESSED-COUNT
               MOVE ZERO TO DISCOUNTED-COUNT
               MOVE ZERO TO QUEUE-HELD-COUNT
               MOVE ZERO TO QUEUE-MISSING-COUNT
               PERFORM VARYING QU-IDX FROM 1 BY 1 UNTIL
                   QU-IDX > QU-COUNT
                   PERFORM ASSESS-QUEUED-ONE
               END-PERFORM
               PERFORM SAVE-ASSESSMENT-QUEUE
               DISPLAY ASSESSED-COUNT " QUEUED STUDENTS ASSESSED."
               DISPLAY DISCOUNTED-COUNT " SCHOLARSHIP DISCOUNTS "
                   "APPLIED."
               DISPLAY QUEUE-MISSING-COUNT " NO LONGER ON THE "
                   "ROSTER, REMOVED FROM THE QUEUE."
               DISPLAY QUEUE-HELD-COUNT " LEFT IN THE QUEUE "
                   "(NO FEE SCHEDULE FOR THEIR TERM)."
               IF QU-OVERFLOW > ZERO
                   DISPLAY "*** QUEUE TABLE FULL: " QU-OVERFLOW
                       " ENTRIES NOT ASSESSED, KEPT FOR THE NEXT RUN."
               END-IF
           END-IF.

       LOAD-ASSESSMENT-QUEUE.
           MOVE ZERO TO QU-COUNT.
           MOVE ZERO TO QU-OVERFLOW.
           MOVE "NO" TO ASSESSQ-EOF-SW.
           OPEN INPUT ASSESSQ-FILE.
           IF ASSESSQ-STATUS NOT = "00"
               SET ASSESSQ-EOF TO TRUE
           END-IF.
           PERFORM UNTIL ASSESSQ-EOF
               READ ASSESSQ-FILE
                   AT END
                       SET ASSESSQ-EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-QUEUE-ENTRY
               END-READ
           END-PERFORM.
           IF ASSESSQ-STATUS NOT = "35"
               CLOSE ASSESSQ-FILE
           END-IF.

       ADD-QUEUE-ENTRY.
           MOVE "NO" TO QU-DUP-SW.
           PERFORM VARYING QU-IDX FROM 1 BY 1 UNTIL
               QU-IDX > QU-COUNT
               IF QU-STUDENTNUM(QU-IDX) = AQ-STUDENTNUM AND
                   QU-SCHOOLYEAR(QU-IDX) = AQ-SCHOOLYEAR AND
                   QU-TERM(QU-IDX) = AQ-TERM
                   MOVE "YES" TO QU-DUP-SW
               END-IF
           END-PERFORM.
           IF NOT QU-DUPLICATE
               IF QU-COUNT < 300
                   ADD 1 TO QU-COUNT
                   MOVE AQ-STUDENTNUM TO QU-STUDENTNUM(QU-COUNT)
                   MOVE AQ-SCHOOLYEAR TO QU-SCHOOLYEAR(QU-COUNT)
                   MOVE AQ-TERM TO QU-TERM(QU-COUNT)
                   MOVE AQ-BLOCKCODE TO QU-BLOCKCODE(QU-COUNT)
                   MOVE AQ-QUEUEDATE TO QU-QUEUEDATE(QU-COUNT)
                   SET QU-PENDING(QU-COUNT) TO TRUE
               ELSE
                   ADD 1 TO QU-OVERFLOW
               END-IF
           END-IF.

       ASSESS-QUEUED-ONE.
           IF QU-SCHOOLYEAR(QU-IDX) NOT = WORK-SCHOOLYEAR OR
               QU-TERM(QU-IDX) NOT = WORK-TERM
               MOVE QU-SCHOOLYEAR(QU-IDX) TO WORK-SCHOOLYEAR
               MOVE QU-TERM(QU-IDX) TO WORK-TERM
               PERFORM LOAD-FEE-SCHEDULE
               IF FEE-FOUND
                   PERFORM LOAD-INSTALLMENT-PLAN
                   IF PLAN-FOUND
                       PERFORM COMPUTE-PLAN-DUE-DATES
                       IF NOT CAL-FOUND
                           MOVE "NO" TO PLAN-FOUND-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF NOT FEE-FOUND
               ADD 1 TO QUEUE-HELD-COUNT
           ELSE
               MOVE "NO" TO SB-FOUND-SW
               PERFORM VARYING SB-IDX FROM 1 BY 1 UNTIL
                   SB-IDX > SB-COUNT
                   IF SB-STUDENTNUM(SB-IDX) = QU-STUDENTNUM(QU-IDX)
                       MOVE "YES" TO SB-FOUND-SW
                       MOVE SB-IDX TO QU-SB-IDX
                   END-IF
               END-PERFORM
               IF SB-FOUND
                   MOVE QU-SB-IDX TO SB-IDX
                   PERFORM ASSESS-ONE-STUDENT
               ELSE
                   ADD 1 TO QUEUE-MISSING-COUNT
               END-IF
               SET QU-DONE(QU-IDX) TO TRUE
           END-IF.

       SAVE-ASSESSMENT-QUEUE.
           IF QU-OVERFLOW > ZERO
               PERFORM CARRY-OVER-QUEUE
           ELSE
               PERFORM REWRITE-QUEUE-FROM-TABLE
           END-IF.

       REWRITE-QUEUE-FROM-TABLE.
           OPEN OUTPUT ASSESSQ-FILE.
           PERFORM VARYING QU-IDX FROM 1 BY 1 UNTIL
               QU-IDX > QU-COUNT
               IF QU-PENDING(QU-IDX)
                   MOVE QU-STUDENTNUM(QU-IDX) TO AQ-STUDENTNUM
                   MOVE QU-SCHOOLYEAR(QU-IDX) TO AQ-SCHOOLYEAR
                   MOVE QU-TERM(QU-IDX) TO AQ-TERM
                   MOVE QU-BLOCKCODE(QU-IDX) TO AQ-BLOCKCODE
                   MOVE QU-QUEUEDATE(QU-IDX) TO AQ-QUEUEDATE
                   WRITE ASSESSQ-REC
               END-IF
           END-PERFORM.
           CLOSE ASSESSQ-FILE.

       CARRY-OVER-QUEUE.
           MOVE "NO" TO ASSESSQ-EOF-SW.
           OPEN INPUT ASSESSQ-FILE.
           OPEN OUTPUT ASSESSQWORK-FILE.
           PERFORM UNTIL ASSESSQ-EOF
               READ ASSESSQ-FILE
                   AT END
                       SET ASSESSQ-EOF TO TRUE
                   NOT AT END
                       PERFORM CARRY-OVER-ENTRY
               END-READ
           END-PERFORM.
           CLOSE ASSESSQ-FILE.
           CLOSE ASSESSQWORK-FILE.
           MOVE "NO" TO QUEUEWORK-EOF-SW.
           OPEN INPUT ASSESSQWORK-FILE.
           OPEN OUTPUT ASSESSQ-FILE.
           PERFORM UNTIL QUEUEWORK-EOF
               READ ASSESSQWORK-FILE
                   AT END
                       SET QUEUEWORK-EOF TO TRUE
                   NOT AT END
                       WRITE ASSESSQ-REC FROM ASSESSQWORK-REC
               END-READ
           END-PERFORM.
           CLOSE ASSESSQWORK-FILE.
           CLOSE ASSESSQ-FILE.

       CARRY-OVER-ENTRY.
           MOVE "NO" TO QU-DUP-SW.
           PERFORM VARYING QU-IDX FROM 1 BY 1 UNTIL
               QU-IDX > QU-COUNT
               IF QU-DONE(QU-IDX) AND
                   QU-STUDENTNUM(QU-IDX) = AQ-STUDENTNUM AND
                   QU-SCHOOLYEAR(QU-IDX) = AQ-SCHOOLYEAR AND
                   QU-TERM(QU-IDX) = AQ-TERM
                   MOVE "YES" TO QU-DUP-SW
               END-IF
           END-PERFORM.
           IF NOT QU-DUPLICATE
               WRITE ASSESSQWORK-REC FROM ASSESSQ-REC
           END-IF.

       GATHER-ENROLLED-UNITS.
                   PERFORM FILL-ASSESSMENT-FIELDS
                   REWRITE ASSESS-REC
           END-READ.
           IF PLAN-FOUND
               PERFORM BUILD-STUDENT-SCHEDULE
           END-IF.
           ADD 1 TO ASSESSED-COUNT.

       FILL-ASSESSMENT-FIELDS.
           COMPUTE AS-TOTALASSESSED =
               SB-UNITS(SB-IDX) * CFG-PERUNIT + CFG-FIXED.
           ACCEPT AS-ASSESSDATE FROM DATE YYYYMMDD.
           PERFORM APPLY-SCHOLARSHIP-AWARD.
           SUBTRACT DISCOUNT-AMOUNT FROM AS-TOTALASSESSED.
           PERFORM LOAD-STUDENT-SCHEDULE.
           ADD SCHED-PENALTY-TOTAL TO AS-TOTALASSESSED.

       APPLY-SCHOLARSHIP-AWARD.
           MOVE ZERO TO DISCOUNT-AMOUNT.
           MOVE AS-STUDENTNUM TO SA-STUDENTNUM.
           MOVE AS-SCHOOLYEAR TO SA-SCHOOLYEAR.
           MOVE AS-TERM TO SA-TERM.
           READ SCHAWARD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE DISCOUNT-BASE =
                       AS-TOTALUNITS * AS-PERUNIT
                   IF SA-ALL-FEES
                       ADD AS-FIXEDFEES TO DISCOUNT-BASE
                   END-IF
                   IF SA-PERCENT-AWARD
                       COMPUTE DISCOUNT-AMOUNT ROUNDED =
                           DISCOUNT-BASE * SA-AWARDPCT / 100
                   ELSE
                       MOVE SA-AWARDAMT TO DISCOUNT-AMOUNT
                   END-IF
                   IF DISCOUNT-AMOUNT > DISCOUNT-BASE
                       MOVE DISCOUNT-BASE TO DISCOUNT-AMOUNT
                   END-IF
                   MOVE DISCOUNT-AMOUNT TO SA-DISCOUNT
                   MOVE AS-ASSESSDATE TO SA-APPLYDATE
                   REWRITE SCHAWARD-REC
                   ADD 1 TO DISCOUNTED-COUNT
           END-READ.

       SHOW-SCHOLARSHIP-DISCOUNT.
           MOVE AS-STUDENTNUM TO SA-STUDENTNUM.
           MOVE AS-SCHOOLYEAR TO SA-SCHOOLYEAR.
           MOVE AS-TERM TO SA-TERM.
           READ SCHAWARD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SA-APPLYDATE = ZERO
                       DISPLAY "SCHOLAR : " SA-SCHOLNAME
                           " AWARDED, NOT YET APPLIED (RERUN THE "
                           "ASSESSMENT)"
                   ELSE
                       DISPLAY "SCHOLAR : " SA-SCHOLNAME " LESS P"
                           SA-DISCOUNT
                   END-IF
           END-READ.

       POST-PAYMENT.
           DISPLAY "STUDENT NUMBER: ".
                   COMPUTE BALANCE-DUE =
                       AS-TOTALASSESSED - AS-TOTALPAID
                   DISPLAY "PAYMENT POSTED, BALANCE P" BALANCE-DUE
                   PERFORM SYNC-STUDENT-SCHEDULE
                   PERFORM SHOW-STUDENT-SCHEDULE
           END-READ.

       WRITE-PAYMENT-RECORD.
                   DISPLAY "UNITS   : " AS-TOTALUNITS " AT P"
                       AS-PERUNIT
                   DISPLAY "FIXED   : P" AS-FIXEDFEES
                   PERFORM SHOW-SCHOLARSHIP-DISCOUNT
                   DISPLAY "ASSESSED: P" AS-TOTALASSESSED
                   PERFORM LIST-STUDENT-PAYMENTS
                   COMPUTE BALANCE-DUE =
                       AS-TOTALASSESSED - AS-TOTALPAID
                   DISPLAY "PAID    : P" AS-TOTALPAID
                   DISPLAY "BALANCE : P" BALANCE-DUE
                   PERFORM SYNC-STUDENT-SCHEDULE
                   PERFORM SHOW-STUDENT-SCHEDULE
           END-READ.

       LIST-STUDENT-PAYMENTS.
               END-READ
           END-PERFORM.
           DISPLAY "TOTAL OUTSTANDING: P" TOTAL-OUTSTANDING.

       SET-INSTALLMENT-PLAN.
           DISPLAY "SCHOOL YEAR (YYYY): ".
           ACCEPT IP-SCHOOLYEAR.
           DISPLAY "TERM (1/2/3): ".
           ACCEPT IP-TERM.
           MOVE ZERO TO PLAN-PERCENT-TOTAL.
           PERFORM VARYING INST-IDX FROM 1 BY 1 UNTIL INST-IDX > 4
               PERFORM ACCEPT-PLAN-INSTALLMENT
           END-PERFORM.
           IF PLAN-PERCENT-TOTAL NOT = 100
               MOVE PLAN-PERCENT-TOTAL TO PERCENT-DISP
               DISPLAY "INSTALLMENTS ADD UP TO " PERCENT-DISP
                   " PERCENT, THEY MUST ADD UP TO 100. PLAN NOT "
                   "SAVED."
           ELSE
               DISPLAY "LATE PENALTY (PERCENT OF UNPAID "
                   "INSTALLMENT): "
               ACCEPT IP-PENALTYPCT
               DISPLAY "GRACE DAYS AFTER DUE DATE: "
               ACCEPT IP-GRACEDAYS
               OPEN EXTEND INSTPLAN-FILE
               IF INSTPLAN-STATUS = "35"
                   OPEN OUTPUT INSTPLAN-FILE
               END-IF
               WRITE INSTPLAN-REC
               CLOSE INSTPLAN-FILE
               DISPLAY "INSTALLMENT PLAN SAVED (LAST ENTRY FOR A "
                   "TERM WINS)."
           END-IF.

       ACCEPT-PLAN-INSTALLMENT.
           DISPLAY INSTALLMENT-NAME(INST-IDX)
               " - PERCENT OF ASSESSMENT: ".
           ACCEPT IP-PERCENT(INST-IDX).
           DISPLAY "  DUE AFTER (E-ENROLLMENT END, S-CLASS START, "
               "C-CLASS END): ".
           ACCEPT IP-DUEBASIS(INST-IDX).
           IF IP-DUEBASIS(INST-IDX) NOT = "E" AND
               IP-DUEBASIS(INST-IDX) NOT = "C"
               MOVE "S" TO IP-DUEBASIS(INST-IDX)
           END-IF.
           DISPLAY "  NUMBER OF DAYS AFTER THAT DATE: ".
           ACCEPT IP-DUEDAYS(INST-IDX).
           ADD IP-PERCENT(INST-IDX) TO PLAN-PERCENT-TOTAL.

       LOAD-INSTALLMENT-PLAN.
           MOVE "NO" TO PLAN-FOUND-SW.
           MOVE "NO" TO INSTPLAN-EOF-SW.
           MOVE ZERO TO CFG-PENALTYPCT.
           MOVE ZERO TO CFG-GRACEDAYS.
           OPEN INPUT INSTPLAN-FILE.
           IF INSTPLAN-STATUS NOT = "00"
               SET INSTPLAN-EOF TO TRUE
           END-IF.
           PERFORM UNTIL INSTPLAN-EOF
               READ INSTPLAN-FILE
                   AT END
                       SET INSTPLAN-EOF TO TRUE
                   NOT AT END
                       IF IP-SCHOOLYEAR = WORK-SCHOOLYEAR AND
                           IP-TERM = WORK-TERM
                           MOVE "YES" TO PLAN-FOUND-SW
                           MOVE IP-PENALTYPCT TO CFG-PENALTYPCT
                           MOVE IP-GRACEDAYS TO CFG-GRACEDAYS
                           MOVE IP-INSTALLMENTS TO CFG-INSTALLMENTS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INSTPLAN-FILE.

       COMPUTE-PLAN-DUE-DATES.
           MOVE "NO" TO CAL-FOUND-SW.
           OPEN INPUT ACADCAL-FILE.
           IF ACADCAL-STATUS = "00"
               MOVE WORK-SCHOOLYEAR TO AC-SCHOOLYEAR
               MOVE WORK-TERM TO AC-TERM
               READ ACADCAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "YES" TO CAL-FOUND-SW
               END-READ
               CLOSE ACADCAL-FILE
           END-IF.
           IF CAL-FOUND
               PERFORM VARYING INST-IDX FROM 1 BY 1 UNTIL
                   INST-IDX > 4
                   PERFORM COMPUTE-ONE-DUE-DATE
               END-PERFORM
           END-IF.

       COMPUTE-ONE-DUE-DATE.
           EVALUATE CFG-DUEBASIS(INST-IDX)
               WHEN "E"
                   MOVE AC-ENROLLEND TO BASIS-DATE
               WHEN "C"
                   MOVE AC-CLASSEND TO BASIS-DATE
               WHEN OTHER
                   MOVE AC-CLASSSTART TO BASIS-DATE
           END-EVALUATE.
           IF BASIS-DATE = ZERO
               MOVE "NO" TO CAL-FOUND-SW
               MOVE ZERO TO CFG-DUEDATE(INST-IDX)
           ELSE
               COMPUTE CFG-DUEDATE(INST-IDX) =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(BASIS-DATE)
                       + CFG-DUEDAYS(INST-IDX))
           END-IF.

       BUILD-STUDENT-SCHEDULE.
           MOVE 4 TO ST-COUNT.
           COMPUTE SCHED-BASE =
               AS-TOTALASSESSED - SCHED-PENALTY-TOTAL.
           MOVE ZERO TO SCHED-ALLOCATED.
           PERFORM VARYING INST-IDX FROM 1 BY 1 UNTIL INST-IDX > 4
               PERFORM BUILD-ONE-INSTALLMENT
           END-PERFORM.
           PERFORM ALLOCATE-STUDENT-PAYMENTS.
           PERFORM SAVE-STUDENT-SCHEDULE.

       BUILD-ONE-INSTALLMENT.
           MOVE INSTALLMENT-NAME(INST-IDX) TO ST-INSTNAME(INST-IDX).
           MOVE CFG-DUEDATE(INST-IDX) TO ST-DUEDATE(INST-IDX).
           IF INST-IDX = 4
               COMPUTE ST-AMOUNTDUE(INST-IDX) =
                   SCHED-BASE - SCHED-ALLOCATED
           ELSE
               COMPUTE ST-AMOUNTDUE(INST-IDX) ROUNDED =
                   SCHED-BASE * CFG-PERCENT(INST-IDX) / 100
           END-IF.
           ADD ST-AMOUNTDUE(INST-IDX) TO SCHED-ALLOCATED.

       LOAD-STUDENT-SCHEDULE.
           INITIALIZE SCHED-TABLE-AREA.
           MOVE ZERO TO ST-COUNT.
           MOVE ZERO TO SCHED-PENALTY-TOTAL.
           PERFORM VARYING INST-IDX FROM 1 BY 1 UNTIL INST-IDX > 4
               PERFORM LOAD-ONE-INSTALLMENT
           END-PERFORM.

       LOAD-ONE-INSTALLMENT.
           MOVE AS-STUDENTNUM TO IL-STUDENTNUM.
           MOVE AS-SCHOOLYEAR TO IL-SCHOOLYEAR.
           MOVE AS-TERM TO IL-TERM.
           MOVE INST-IDX TO IL-SEQ.
           READ INSTSCHED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE INST-IDX TO ST-COUNT
                   MOVE IL-DETAIL TO ST-ENTRY(INST-IDX)
                   ADD IL-PENALTY TO SCHED-PENALTY-TOTAL
           END-READ.

       SAVE-STUDENT-SCHEDULE.
           PERFORM VARYING INST-IDX FROM 1 BY 1 UNTIL
               INST-IDX > ST-COUNT
               PERFORM SAVE-ONE-INSTALLMENT
           END-PERFORM.

       SAVE-ONE-INSTALLMENT.
           MOVE AS-STUDENTNUM TO IL-STUDENTNUM.
           MOVE AS-SCHOOLYEAR TO IL-SCHOOLYEAR.
           MOVE AS-TERM TO IL-TERM.
           MOVE INST-IDX TO IL-SEQ.
           MOVE ST-ENTRY(INST-IDX) TO IL-DETAIL.
           WRITE INSTSCHED-REC
               INVALID KEY
                   REWRITE INSTSCHED-REC
           END-WRITE.

       ALLOCATE-STUDENT-PAYMENTS.
           MOVE AS-TOTALPAID TO PAY-REMAINING.
           PERFORM VARYING INST-IDX FROM 1 BY 1 UNTIL
               INST-IDX > ST-COUNT
               PERFORM ALLOCATE-ONE-INSTALLMENT
           END-PERFORM.
           IF PAY-REMAINING > ZERO AND ST-COUNT > ZERO
               ADD PAY-REMAINING TO ST-AMOUNTPAID(ST-COUNT)
           END-IF.

       ALLOCATE-ONE-INSTALLMENT.
           COMPUTE INST-OWED =
               ST-AMOUNTDUE(INST-IDX) + ST-PENALTY(INST-IDX).
           IF PAY-REMAINING > INST-OWED
               MOVE INST-OWED TO ST-AMOUNTPAID(INST-IDX)
           ELSE
               MOVE PAY-REMAINING TO ST-AMOUNTPAID(INST-IDX)
           END-IF.
           SUBTRACT ST-AMOUNTPAID(INST-IDX) FROM PAY-REMAINING.

       SYNC-STUDENT-SCHEDULE.
           PERFORM LOAD-STUDENT-SCHEDULE.
           IF ST-COUNT > ZERO
               MOVE ZERO TO SCHED-TOTAL
               PERFORM VARYING INST-IDX FROM 1 BY 1 UNTIL
                   INST-IDX > ST-COUNT
                   COMPUTE SCHED-TOTAL = SCHED-TOTAL
                       + ST-AMOUNTDUE(INST-IDX) + ST-PENALTY(INST-IDX)
               END-PERFORM
               COMPUTE SCHED-DIFF = AS-TOTALASSESSED - SCHED-TOTAL
               IF SCHED-DIFF > ZERO
                   ADD SCHED-DIFF TO ST-AMOUNTDUE(ST-COUNT)
               END-IF
               IF SCHED-DIFF < ZERO
                   MOVE ST-COUNT TO INST-IDX
                   PERFORM REDUCE-LATEST-INSTALLMENT
                       UNTIL SCHED-DIFF = ZERO OR INST-IDX = ZERO
               END-IF
               PERFORM ALLOCATE-STUDENT-PAYMENTS
               PERFORM SAVE-STUDENT-SCHEDULE
           END-IF.

       REDUCE-LATEST-INSTALLMENT.
           IF ST-AMOUNTDUE(INST-IDX) + SCHED-DIFF < ZERO
               ADD ST-AMOUNTDUE(INST-IDX) TO SCHED-DIFF
               MOVE ZERO TO ST-AMOUNTDUE(INST-IDX)
           ELSE
               ADD SCHED-DIFF TO ST-AMOUNTDUE(INST-IDX)
               MOVE ZERO TO SCHED-DIFF
           END-IF.
           SUBTRACT 1 FROM INST-IDX.

       SHOW-STUDENT-SCHEDULE.
           IF ST-COUNT > ZERO
               DISPLAY "INSTALLMENT  DUE DATE         AMOUNT     "
                   "PENALTY        PAID     BALANCE"
               PERFORM VARYING INST-IDX FROM 1 BY 1 UNTIL
                   INST-IDX > ST-COUNT
                   PERFORM SHOW-ONE-INSTALLMENT
               END-PERFORM
           END-IF.

       SHOW-ONE-INSTALLMENT.
           COMPUTE INST-BALANCE = ST-AMOUNTDUE(INST-IDX)
               + ST-PENALTY(INST-IDX) - ST-AMOUNTPAID(INST-IDX).
           MOVE ST-DUEDATE(INST-IDX) TO DUEDATE-EDIT.
           MOVE ST-AMOUNTDUE(INST-IDX) TO AMOUNT-DISP.
           MOVE ST-PENALTY(INST-IDX) TO PENALTY-DISP.
           MOVE ST-AMOUNTPAID(INST-IDX) TO PAID-DISP.
           MOVE INST-BALANCE TO BALANCE-DISP.
           DISPLAY ST-INSTNAME(INST-IDX) " " DUEDATE-EDIT " "
               AMOUNT-DISP " " PENALTY-DISP " " PAID-DISP " "
               BALANCE-DISP.

       PENALTY-BATCH.
           DISPLAY "SCHOOL YEAR (YYYY): ".
           ACCEPT WORK-SCHOOLYEAR.
           DISPLAY "TERM (1/2/3): ".
           ACCEPT WORK-TERM.
           DISPLAY "CHARGE AS AT (YYYYMMDD, 0 FOR TODAY): ".
           ACCEPT ASOF-DATE.
           IF ASOF-DATE = ZERO
               ACCEPT ASOF-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM LOAD-INSTALLMENT-PLAN.
           IF NOT PLAN-FOUND
               DISPLAY "NO INSTALLMENT PLAN FOR THAT TERM, NO "
                   "PENALTIES CHARGED."
           ELSE
               MOVE ZERO TO PENALTY-COUNT
               MOVE ZERO TO PENALTY-TOTAL
               PERFORM START-ASSESS-SCAN
               PERFORM UNTIL ASSESS-EOF
                   READ ASSESS-FILE NEXT RECORD
                       AT END
                           SET ASSESS-EOF TO TRUE
                       NOT AT END
                           IF AS-SCHOOLYEAR = WORK-SCHOOLYEAR AND
                               AS-TERM = WORK-TERM
                               PERFORM CHARGE-STUDENT-PENALTIES
                           END-IF
                   END-READ
               END-PERFORM
               MOVE PENALTY-COUNT TO COUNT-DISP
               MOVE PENALTY-TOTAL TO TOTAL-DISP
               DISPLAY COUNT-DISP " LATE INSTALLMENT(S) CHARGED, "
                   "PENALTIES TOTAL P" TOTAL-DISP
           END-IF.

       CHARGE-STUDENT-PENALTIES.
           PERFORM SYNC-STUDENT-SCHEDULE.
           MOVE ZERO TO STUDENT-PENALTY.
           PERFORM VARYING INST-IDX FROM 1 BY 1 UNTIL
               INST-IDX > ST-COUNT
               PERFORM CHARGE-ONE-INSTALLMENT
           END-PERFORM.
           IF STUDENT-PENALTY > ZERO
               ADD STUDENT-PENALTY TO AS-TOTALASSESSED
               REWRITE ASSESS-REC
               PERFORM ALLOCATE-STUDENT-PAYMENTS
               PERFORM SAVE-STUDENT-SCHEDULE
           END-IF.

       CHARGE-ONE-INSTALLMENT.
           COMPUTE INST-BALANCE = ST-AMOUNTDUE(INST-IDX)
               + ST-PENALTY(INST-IDX) - ST-AMOUNTPAID(INST-IDX).
           IF ST-PENALTYDATE(INST-IDX) = ZERO AND
               INST-BALANCE > ZERO AND ST-DUEDATE(INST-IDX) > ZERO
               COMPUTE DAYS-LATE =
                   FUNCTION INTEGER-OF-DATE(ASOF-DATE) -
                   FUNCTION INTEGER-OF-DATE(ST-DUEDATE(INST-IDX))
               IF DAYS-LATE > CFG-GRACEDAYS
                   COMPUTE PENALTY-AMOUNT ROUNDED =
                       INST-BALANCE * CFG-PENALTYPCT / 100
                   ADD PENALTY-AMOUNT TO ST-PENALTY(INST-IDX)
                   MOVE ASOF-DATE TO ST-PENALTYDATE(INST-IDX)
                   ADD PENALTY-AMOUNT TO STUDENT-PENALTY
                   ADD PENALTY-AMOUNT TO PENALTY-TOTAL
                   ADD 1 TO PENALTY-COUNT
               END-IF
           END-IF.

       COLLECTION-REPORT.
           DISPLAY "SCHOOL YEAR (YYYY): ".
           ACCEPT WORK-SCHOOLYEAR.
           DISPLAY "TERM (1/2/3): ".
           ACCEPT WORK-TERM.
           DISPLAY "OVERDUE AS AT (YYYYMMDD, 0 FOR TODAY): ".
           ACCEPT ASOF-DATE.
           IF ASOF-DATE = ZERO
               ACCEPT ASOF-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM GATHER-ASSESSED-SECTIONS.
           OPEN OUTPUT COLLECT-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE ASOF-DATE TO ASOF-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "OVERDUE INSTALLMENTS " WORK-SCHOOLYEAR "/"
               WORK-TERM " AS AT " ASOF-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "SECTN  STUDENT    NAME" TO REPORT-LINE.
           MOVE "INSTALLMENT" TO REPORT-LINE(45:11).
           MOVE "DUE DATE" TO REPORT-LINE(58:8).
           MOVE "DAYS" TO REPORT-LINE(69:4).
           MOVE "OVERDUE" TO REPORT-LINE(78:7).
           PERFORM WRITE-REPORT-LINE.
           MOVE ZERO TO OVERDUE-COUNT.
           MOVE ZERO TO TOTAL-OVERDUE.
           PERFORM VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > SC-COUNT
               PERFORM LIST-SECTION-OVERDUE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE OVERDUE-COUNT TO COUNT-DISP.
           MOVE TOTAL-OVERDUE TO TOTAL-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "OVERDUE INSTALLMENTS: " COUNT-DISP
               "   TOTAL OVERDUE: P" TOTAL-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE COLLECT-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "REPORT WRITTEN TO COLLECTION.DAT".

       GATHER-ASSESSED-SECTIONS.
           MOVE ZERO TO SC-COUNT.
           PERFORM START-ASSESS-SCAN.
           PERFORM UNTIL ASSESS-EOF
               READ ASSESS-FILE NEXT RECORD
                   AT END
                       SET ASSESS-EOF TO TRUE
                   NOT AT END
                       IF AS-SCHOOLYEAR = WORK-SCHOOLYEAR AND
                           AS-TERM = WORK-TERM
                           PERFORM ADD-SECTION-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       ADD-SECTION-ENTRY.
           MOVE "NO" TO SC-FOUND-SW.
           PERFORM VARYING SC-IDX FROM 1 BY 1 UNTIL
               SC-IDX > SC-COUNT OR SC-FOUND
               IF SC-SECTION(SC-IDX) = AS-SECTION
                   MOVE "YES" TO SC-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT SC-FOUND AND SC-COUNT < 100
               ADD 1 TO SC-COUNT
               MOVE AS-SECTION TO SC-SECTION(SC-COUNT)
               MOVE SC-COUNT TO SC-IDX
               PERFORM UNTIL SC-IDX = 1 OR
                   SC-SECTION(SC-IDX - 1) NOT > SC-SECTION(SC-IDX)
                   MOVE SC-SECTION(SC-IDX - 1) TO SC-HOLD
                   MOVE SC-SECTION(SC-IDX) TO SC-SECTION(SC-IDX - 1)
                   MOVE SC-HOLD TO SC-SECTION(SC-IDX)
                   SUBTRACT 1 FROM SC-IDX
               END-PERFORM
           END-IF.

       LIST-SECTION-OVERDUE.
           MOVE SC-SECTION(SC-IDX) TO REPORT-SECTION.
           MOVE ZERO TO SECTION-OVERDUE.
           PERFORM START-ASSESS-SCAN.
           PERFORM UNTIL ASSESS-EOF
               READ ASSESS-FILE NEXT RECORD
                   AT END
                       SET ASSESS-EOF TO TRUE
                   NOT AT END
                       IF AS-SCHOOLYEAR = WORK-SCHOOLYEAR AND
                           AS-TERM = WORK-TERM AND
                           AS-SECTION = REPORT-SECTION
                           PERFORM LIST-STUDENT-OVERDUE
                       END-IF
               END-READ
           END-PERFORM.
           IF SECTION-OVERDUE > ZERO
               MOVE SECTION-OVERDUE TO TOTAL-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "  SECTION " REPORT-SECTION
                   " TOTAL OVERDUE: P" TOTAL-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD SECTION-OVERDUE TO TOTAL-OVERDUE
           END-IF.

       LIST-STUDENT-OVERDUE.
           PERFORM SYNC-STUDENT-SCHEDULE.
           PERFORM VARYING INST-IDX FROM 1 BY 1 UNTIL
               INST-IDX > ST-COUNT
               PERFORM LIST-ONE-OVERDUE
           END-PERFORM.

       LIST-ONE-OVERDUE.
           COMPUTE INST-BALANCE = ST-AMOUNTDUE(INST-IDX)
               + ST-PENALTY(INST-IDX) - ST-AMOUNTPAID(INST-IDX).
           IF INST-BALANCE > ZERO AND ST-DUEDATE(INST-IDX) > ZERO
               AND ST-DUEDATE(INST-IDX) < ASOF-DATE
               COMPUTE DAYS-LATE =
                   FUNCTION INTEGER-OF-DATE(ASOF-DATE) -
                   FUNCTION INTEGER-OF-DATE(ST-DUEDATE(INST-IDX))
               MOVE DAYS-LATE TO DAYS-DISP
               MOVE ST-DUEDATE(INST-IDX) TO DUEDATE-EDIT
               MOVE INST-BALANCE TO BALANCE-DISP
               MOVE SPACES TO REPORT-LINE
               STRING AS-SECTION " " AS-STUDENTNUM " "
                   AS-STUDENTNAME(1:25) " " ST-INSTNAME(INST-IDX)
                   " " DUEDATE-EDIT " " DAYS-DISP " " BALANCE-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD INST-BALANCE TO SECTION-OVERDUE
               ADD 1 TO OVERDUE-COUNT
           END-IF.

       SCHOLARSHIP-GRANTS-REPORT.
           DISPLAY "SCHOOL YEAR (YYYY): ".
           ACCEPT WORK-SCHOOLYEAR.
           DISPLAY "TERM (1/2/3): ".
           ACCEPT WORK-TERM.
           PERFORM GATHER-AWARD-SCHOLARSHIPS.
           OPEN OUTPUT GRANT-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE SPACES TO REPORT-LINE.
           STRING "SCHOLARSHIP GRANTS " WORK-SCHOOLYEAR "/"
               WORK-TERM DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-GRANT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-GRANT-LINE.
           MOVE "STUDENT    NAME" TO REPORT-LINE.
           MOVE "DISCOUNT" TO REPORT-LINE(43:8).
           MOVE "APPLIES TO" TO REPORT-LINE(52:10).
           MOVE "AMOUNT" TO REPORT-LINE(68:6).
           PERFORM WRITE-GRANT-LINE.
           MOVE ZERO TO GRANTEE-COUNT.
           MOVE ZERO TO TOTAL-GRANTS.
           PERFORM VARYING SG-IDX FROM 1 BY 1 UNTIL SG-IDX > SG-COUNT
               PERFORM LIST-SCHOLARSHIP-GRANTS
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-GRANT-LINE.
           MOVE GRANTEE-COUNT TO COUNT-DISP.
           MOVE TOTAL-GRANTS TO TOTAL-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "GRANTEES: " COUNT-DISP
               "   TOTAL DISCOUNTS: P" TOTAL-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-GRANT-LINE.
           CLOSE GRANT-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "REPORT WRITTEN TO SCHGRANTS.DAT".

       GATHER-AWARD-SCHOLARSHIPS.
           MOVE ZERO TO SG-COUNT.
           PERFORM START-AWARD-SCAN.
           PERFORM UNTIL AWARD-EOF
               READ SCHAWARD-FILE NEXT RECORD
                   AT END
                       SET AWARD-EOF TO TRUE
                   NOT AT END
                       IF SA-SCHOOLYEAR = WORK-SCHOOLYEAR AND
                           SA-TERM = WORK-TERM
                           PERFORM ADD-SCHOLARSHIP-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       ADD-SCHOLARSHIP-ENTRY.
           MOVE "NO" TO SG-FOUND-SW.
           PERFORM VARYING SG-IDX FROM 1 BY 1 UNTIL
               SG-IDX > SG-COUNT OR SG-FOUND
               IF SG-SCHOLNAME(SG-IDX) = SA-SCHOLNAME
                   MOVE "YES" TO SG-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT SG-FOUND AND SG-COUNT < 50
               ADD 1 TO SG-COUNT
               MOVE SA-SCHOLNAME TO SG-SCHOLNAME(SG-COUNT)
               MOVE SG-COUNT TO SG-IDX
               PERFORM UNTIL SG-IDX = 1 OR
                   SG-SCHOLNAME(SG-IDX - 1) NOT > SG-SCHOLNAME(SG-IDX)
                   MOVE SG-SCHOLNAME(SG-IDX - 1) TO SG-HOLD
                   MOVE SG-SCHOLNAME(SG-IDX)
                       TO SG-SCHOLNAME(SG-IDX - 1)
                   MOVE SG-HOLD TO SG-SCHOLNAME(SG-IDX)
                   SUBTRACT 1 FROM SG-IDX
               END-PERFORM
           END-IF.

       LIST-SCHOLARSHIP-GRANTS.
           MOVE SG-SCHOLNAME(SG-IDX) TO REPORT-SCHOLNAME.
           MOVE ZERO TO SCHOLAR-GRANTEES.
           MOVE ZERO TO SCHOLAR-GRANTS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-GRANT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SCHOLARSHIP: " REPORT-SCHOLNAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-GRANT-LINE.
           PERFORM START-AWARD-SCAN.
           PERFORM UNTIL AWARD-EOF
               READ SCHAWARD-FILE NEXT RECORD
                   AT END
                       SET AWARD-EOF TO TRUE
                   NOT AT END
                       IF SA-SCHOOLYEAR = WORK-SCHOOLYEAR AND
                           SA-TERM = WORK-TERM AND
                           SA-SCHOLNAME = REPORT-SCHOLNAME
                           PERFORM LIST-ONE-GRANT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SCHOLAR-GRANTEES TO COUNT-DISP.
           MOVE SCHOLAR-GRANTS TO TOTAL-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " REPORT-SCHOLNAME " GRANTEES: " COUNT-DISP
               "  TOTAL DISCOUNT: P" TOTAL-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-GRANT-LINE.
           ADD SCHOLAR-GRANTEES TO GRANTEE-COUNT.
           ADD SCHOLAR-GRANTS TO TOTAL-GRANTS.

       LIST-ONE-GRANT.
           MOVE SPACES TO AWARD-DESC.
           IF SA-PERCENT-AWARD
               MOVE SA-AWARDPCT TO PERCENT-DISP
               STRING PERCENT-DISP "%" DELIMITED BY SIZE
                   INTO AWARD-DESC
           ELSE
               MOVE "FIXED" TO AWARD-DESC
           END-IF.
           IF SA-ALL-FEES
               MOVE "ALL FEES" TO COVERAGE-DESC
           ELSE
               MOVE "TUITION" TO COVERAGE-DESC
           END-IF.
           MOVE SA-DISCOUNT TO DISCOUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING SA-STUDENTNUM " " SA-STUDENTNAME " "
               AWARD-DESC " " COVERAGE-DESC " " DISCOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           IF SA-APPLYDATE = ZERO
               MOVE "NOT ASSESSED" TO REPORT-LINE(78:12)
           END-IF.
           PERFORM WRITE-GRANT-LINE.
           ADD 1 TO SCHOLAR-GRANTEES.
           ADD SA-DISCOUNT TO SCHOLAR-GRANTS.

       START-AWARD-SCAN.
           MOVE "NO" TO AWARD-EOF-SW.
           MOVE LOW-VALUES TO SA-KEY.
           START SCHAWARD-FILE KEY IS NOT LESS THAN SA-KEY
               INVALID KEY
                   SET AWARD-EOF TO TRUE
           END-START.

       WRITE-GRANT-LINE.
           WRITE GRANT-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       START-ASSESS-SCAN.
           MOVE "NO" TO ASSESS-EOF-SW.
           MOVE LOW-VALUES TO AS-KEY.
           START ASSESS-FILE KEY IS NOT LESS THAN AS-KEY
               INVALID KEY
                   SET ASSESS-EOF TO TRUE
           END-START.

       WRITE-REPORT-LINE.
           WRITE COLLECT-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM TUITION-BILLING.
