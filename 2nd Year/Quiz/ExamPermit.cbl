       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-PERMIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSESS-FILE
           ASSIGN TO "D:\Files\dat\assess.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AS-KEY
           FILE STATUS IS ASSESS-STATUS.
           SELECT INSTSCHED-FILE
           ASSIGN TO "D:\Files\dat\instsched.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IL-KEY
           FILE STATUS IS INSTSCHED-STATUS.
           SELECT PROMNOTE-FILE
           ASSIGN TO "D:\Files\dat\promnote.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PN-KEY
           FILE STATUS IS PROMNOTE-STATUS.
           SELECT PERMIT-FILE
           ASSIGN TO "D:\Files\dat\permits.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-KEY
           FILE STATUS IS PERMIT-STATUS.
           SELECT HOLDS-FILE
           ASSIGN TO "D:\Files\dat\holds.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HD-KEY
           FILE STATUS IS HOLDS-STATUS.
           SELECT PERMITRPT-FILE
           ASSIGN TO PERMITRPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERMITRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ASSESS-FILE.
       01 ASSESS-REC.
           05 AS-KEY.
               10 AS-STUDENTNUM PIC 9(10).
               10 AS-SCHOOLYEAR PIC 9(04).
               10 AS-TERM PIC 9(01).
           05 AS-STUDENTNAME PIC X(30).
           05 AS-SECTION PIC X(06).
           05 AS-TOTALUNITS PIC 9(03).
           05 AS-PERUNIT PIC 9(6)V99.
           05 AS-FIXEDFEES PIC 9(6)V99.
           05 AS-TOTALASSESSED PIC 9(7)V99.
           05 AS-TOTALPAID PIC 9(7)V99.
           05 AS-ASSESSDATE PIC 9(08).
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
       FD PROMNOTE-FILE.
       01 PROMNOTE-REC.
           05 PN-KEY.
               10 PN-STUDENTNUM PIC 9(10).
               10 PN-SCHOOLYEAR PIC 9(04).
               10 PN-TERM PIC 9(01).
               10 PN-EXAM PIC X(01).
           05 PN-AMOUNT PIC 9(7)V99.
           05 PN-PROMISEDATE PIC 9(08).
           05 PN-APPROVEDBY PIC X(20).
           05 PN-RECORDDATE PIC 9(08).
           05 PN-STATUS PIC X(01).
               88 PN-OPEN VALUE "O".
               88 PN-SETTLED VALUE "S".
               88 PN-DEFAULTED VALUE "D".
       FD PERMIT-FILE.
       01 PERMIT-REC.
           05 PM-KEY.
               10 PM-SCHOOLYEAR PIC 9(04).
               10 PM-TERM PIC 9(01).
               10 PM-EXAM PIC X(01).
               10 PM-STUDENTNUM PIC 9(10).
           05 PM-STUDENTNAME PIC X(30).
           05 PM-SECTION PIC X(06).
           05 PM-STATUS PIC X(01).
               88 PM-ISSUED VALUE "I".
               88 PM-BLOCKED VALUE "B".
           05 PM-BASIS PIC X(01).
               88 PM-BY-PAYMENT VALUE "P".
               88 PM-BY-NOTE VALUE "N".
           05 PM-BALANCE PIC S9(7)V99.
           05 PM-RUNDATE PIC 9(08).
       FD HOLDS-FILE.
       01 HOLDS-REC.
           05 HD-KEY.
               10 HD-STUDENTNUM PIC 9(10).
               10 HD-HOLDTYPE PIC X(08).
           05 HD-PLACEDBY PIC X(20).
           05 HD-PLACEDATE PIC 9(08).
           05 HD-REMARKS PIC X(40).
           05 HD-STATUS PIC X(01).
               88 HD-HOLD-ACTIVE VALUE "A".
               88 HD-HOLD-RELEASED VALUE "R".
           05 HD-RELEASEDATE PIC 9(08).
           05 HD-RELEASEDBY PIC X(20).
       FD PERMITRPT-FILE.
       01 PERMITRPT-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 ASSESS-STATUS PIC X(02).
       01 INSTSCHED-STATUS PIC X(02).
       01 PROMNOTE-STATUS PIC X(02).
       01 PERMIT-STATUS PIC X(02).
       01 HOLDS-STATUS PIC X(02).
       01 PERMITRPT-STATUS PIC X(02).
       01 PERMITRPT-FILENAME PIC X(40).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "EXAM-PERMIT".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 PERMITCHOICE PIC X(01).
           88 PERMIT-BATCH VALUE "B".
           88 PERMIT-NOTE VALUE "N".
           88 PERMIT-OVERDUE VALUE "O".
           88 PERMIT-DOORLIST VALUE "L".
           88 PERMIT-EXIT VALUE "X".
       01 WORK-SCHOOLYEAR PIC 9(04).
       01 WORK-TERM PIC 9(01).
       01 WORK-STUDENTNUM PIC 9(10).
       01 WORK-SECTION PIC X(06).
       01 WORK-EXAM PIC X(01).
           88 EXAM-PRELIM VALUE "P".
           88 EXAM-MIDTERM VALUE "M".
           88 EXAM-FINALS VALUE "F".
           88 EXAM-VALID VALUE "P" "M" "F".
       01 EXAM-NAME PIC X(08).
       01 EXAM-SEQ PIC 9(01).
       01 INST-IDX PIC 9(01) COMP.
       01 INSTSCHED-OPEN-SW PIC X(03) VALUE "NO".
           88 INSTSCHED-OPEN VALUE "YES".
       01 SCHED-FOUND-SW PIC X(03).
           88 SCHED-FOUND VALUE "YES".
       01 ASSESS-EOF-SW PIC X(03).
           88 ASSESS-EOF VALUE "YES".
       01 PROMNOTE-EOF-SW PIC X(03).
           88 PROMNOTE-EOF VALUE "YES".
       01 PERMIT-EOF-SW PIC X(03).
           88 PERMIT-EOF VALUE "YES".
       01 NOTE-FOUND-SW PIC X(03).
           88 NOTE-FOUND VALUE "YES".
       01 ASOF-DATE PIC 9(08).
       01 TODAYS-DATE PIC 9(08).
       01 EXAM-OWED PIC S9(8)V99.
       01 ISSUED-COUNT PIC 9(05).
       01 NOTE-COUNT PIC 9(05).
       01 BLOCKED-COUNT PIC 9(05).
       01 HOLD-COUNT PIC 9(05).
       01 SETTLED-COUNT PIC 9(05).
       01 LISTED-COUNT PIC 9(05).
       01 PERMIT-TEXT PIC X(14).
       01 OWED-DISP PIC ZZZ,ZZ9.99-.
       01 COUNT-DISP PIC ZZ,ZZ9.
       01 DATE-EDIT PIC 9999/99/99.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "EXAM-PERMIT".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT ASSESS-FILE.
           IF ASSESS-STATUS NOT = "00"
               MOVE "ASSESSMENT FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE ASSESS-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN INPUT INSTSCHED-FILE.
           IF INSTSCHED-STATUS = "00"
               SET INSTSCHED-OPEN TO TRUE
           END-IF.
           OPEN I-O PROMNOTE-FILE.
           IF PROMNOTE-STATUS = "35"
               OPEN OUTPUT PROMNOTE-FILE
               CLOSE PROMNOTE-FILE
               OPEN I-O PROMNOTE-FILE
           END-IF.
           IF PROMNOTE-STATUS NOT = "00"
               MOVE "PROMISSORY NOTE FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE PROMNOTE-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN I-O PERMIT-FILE.
           IF PERMIT-STATUS = "35"
               OPEN OUTPUT PERMIT-FILE
               CLOSE PERMIT-FILE
               OPEN I-O PERMIT-FILE
           END-IF.
           IF PERMIT-STATUS NOT = "00"
               MOVE "EXAM PERMIT FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE PERMIT-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN I-O HOLDS-FILE.
           IF HOLDS-STATUS = "35"
               OPEN OUTPUT HOLDS-FILE
               CLOSE HOLDS-FILE
               OPEN I-O HOLDS-FILE
           END-IF.
           IF HOLDS-STATUS NOT = "00"
               MOVE "HOLDS FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE HOLDS-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.

           PERFORM UNTIL PERMIT-EXIT
               DISPLAY "EXAM PERMITS (B-BATCH ISSUE FOR AN EXAM, "
                   "N-RECORD PROMISSORY NOTE, O-OVERDUE NOTE HOLDS, "
                   "L-SECTION PERMIT LIST, X-EXIT): "
               ACCEPT PERMITCHOICE
               EVALUATE TRUE
                   WHEN PERMIT-BATCH
                       PERFORM ISSUE-PERMITS THRU ISSUE-PERMITS-EXIT
                   WHEN PERMIT-NOTE
                       PERFORM RECORD-PROMISSORY-NOTE
                           THRU RECORD-PROMISSORY-NOTE-EXIT
                   WHEN PERMIT-OVERDUE
                       PERFORM OVERDUE-NOTE-HOLDS
                   WHEN PERMIT-DOORLIST
                       PERFORM SECTION-PERMIT-LIST
                           THRU SECTION-PERMIT-LIST-EXIT
                   WHEN PERMIT-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE, TRY AGAIN."
               END-EVALUATE
           END-PERFORM.

           CLOSE ASSESS-FILE.
           IF INSTSCHED-OPEN
               CLOSE INSTSCHED-FILE
           END-IF.
           CLOSE PROMNOTE-FILE.
           CLOSE PERMIT-FILE.
           CLOSE HOLDS-FILE.
           STOP RUN.

       ACCEPT-EXAM-PERIOD.
           DISPLAY "SCHOOL YEAR (YYYY): ".
           ACCEPT WORK-SCHOOLYEAR.
           DISPLAY "TERM (1/2/3): ".
           ACCEPT WORK-TERM.
           DISPLAY "EXAM (P-PRELIM, M-MIDTERM, F-FINALS): ".
           ACCEPT WORK-EXAM.
           PERFORM SET-EXAM-SEQ.

       SET-EXAM-SEQ.
           EVALUATE TRUE
               WHEN EXAM-PRELIM
                   MOVE "PRELIM" TO EXAM-NAME
                   MOVE 2 TO EXAM-SEQ
               WHEN EXAM-MIDTERM
                   MOVE "MIDTERM" TO EXAM-NAME
                   MOVE 3 TO EXAM-SEQ
               WHEN EXAM-FINALS
                   MOVE "FINALS" TO EXAM-NAME
                   MOVE 4 TO EXAM-SEQ
               WHEN OTHER
                   DISPLAY "EXAM MUST BE P, M OR F."
           END-EVALUATE.

       ISSUE-PERMITS.
           PERFORM ACCEPT-EXAM-PERIOD.
           IF NOT EXAM-VALID
               GO TO ISSUE-PERMITS-EXIT
           END-IF.
           MOVE TODAYS-DATE TO ASOF-DATE.
           PERFORM CHECK-OVERDUE-NOTES.
           PERFORM SET-EXAM-SEQ.
           MOVE "D:\Files\dat\examperm.dat" TO PERMITRPT-FILENAME.
           OPEN OUTPUT PERMITRPT-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE SPACES TO REPORT-LINE.
           STRING EXAM-NAME " EXAM PERMITS " WORK-SCHOOLYEAR "/"
               WORK-TERM DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "SECTN  STUDENT    NAME" TO REPORT-LINE.
           MOVE "PERMIT" TO REPORT-LINE(45:6).
           MOVE "STILL OWED" TO REPORT-LINE(61:10).
           PERFORM WRITE-REPORT-LINE.
           MOVE ZERO TO ISSUED-COUNT.
           MOVE ZERO TO NOTE-COUNT.
           MOVE ZERO TO BLOCKED-COUNT.
           MOVE "NO" TO ASSESS-EOF-SW.
           MOVE LOW-VALUES TO AS-KEY.
           START ASSESS-FILE KEY IS NOT LESS THAN AS-KEY
               INVALID KEY
                   SET ASSESS-EOF TO TRUE
           END-START.
           PERFORM UNTIL ASSESS-EOF
               READ ASSESS-FILE NEXT RECORD
                   AT END
                       SET ASSESS-EOF TO TRUE
                   NOT AT END
                       IF AS-SCHOOLYEAR = WORK-SCHOOLYEAR AND
                           AS-TERM = WORK-TERM
                           PERFORM DECIDE-ONE-PERMIT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ISSUED-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "PERMITS ISSUED (PAID)     : " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE NOTE-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "PERMITS ISSUED (PROM NOTE): " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE BLOCKED-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "STUDENTS BLOCKED          : " COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE PERMITRPT-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "REPORT WRITTEN TO EXAMPERM.DAT".
       ISSUE-PERMITS-EXIT.
           EXIT.

       DECIDE-ONE-PERMIT.
           PERFORM COMPUTE-EXAM-OWED.
           MOVE WORK-SCHOOLYEAR TO PM-SCHOOLYEAR.
           MOVE WORK-TERM TO PM-TERM.
           MOVE WORK-EXAM TO PM-EXAM.
           MOVE AS-STUDENTNUM TO PM-STUDENTNUM.
           MOVE AS-STUDENTNAME TO PM-STUDENTNAME.
           MOVE AS-SECTION TO PM-SECTION.
           MOVE EXAM-OWED TO PM-BALANCE.
           MOVE TODAYS-DATE TO PM-RUNDATE.
           IF EXAM-OWED NOT > ZERO
               SET PM-ISSUED TO TRUE
               SET PM-BY-PAYMENT TO TRUE
               MOVE "ISSUED" TO PERMIT-TEXT
               ADD 1 TO ISSUED-COUNT
           ELSE
               PERFORM READ-EXAM-NOTE
               IF NOTE-FOUND AND PN-OPEN
                   SET PM-ISSUED TO TRUE
                   SET PM-BY-NOTE TO TRUE
                   MOVE "ISSUED - NOTE" TO PERMIT-TEXT
                   ADD 1 TO NOTE-COUNT
               ELSE
                   SET PM-BLOCKED TO TRUE
                   MOVE SPACE TO PM-BASIS
                   MOVE "BLOCKED" TO PERMIT-TEXT
                   ADD 1 TO BLOCKED-COUNT
               END-IF
           END-IF.
           PERFORM SAVE-PERMIT-RECORD.
           MOVE EXAM-OWED TO OWED-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING AS-SECTION " " AS-STUDENTNUM " "
               AS-STUDENTNAME(1:25) " " PERMIT-TEXT " " OWED-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       COMPUTE-EXAM-OWED.
           MOVE ZERO TO EXAM-OWED.
           MOVE "NO" TO SCHED-FOUND-SW.
           IF INSTSCHED-OPEN
               PERFORM VARYING INST-IDX FROM 1 BY 1 UNTIL
                   INST-IDX > EXAM-SEQ
                   PERFORM ADD-INSTALLMENT-OWED
               END-PERFORM
           END-IF.
           IF NOT SCHED-FOUND
               COMPUTE EXAM-OWED = AS-TOTALASSESSED - AS-TOTALPAID
           END-IF.

       ADD-INSTALLMENT-OWED.
           MOVE AS-STUDENTNUM TO IL-STUDENTNUM.
           MOVE AS-SCHOOLYEAR TO IL-SCHOOLYEAR.
           MOVE AS-TERM TO IL-TERM.
           MOVE INST-IDX TO IL-SEQ.
           READ INSTSCHED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO SCHED-FOUND-SW
                   COMPUTE EXAM-OWED = EXAM-OWED + IL-AMOUNTDUE
                       + IL-PENALTY - IL-AMOUNTPAID
           END-READ.

       READ-EXAM-NOTE.
           MOVE "NO" TO NOTE-FOUND-SW.
           MOVE AS-STUDENTNUM TO PN-STUDENTNUM.
           MOVE AS-SCHOOLYEAR TO PN-SCHOOLYEAR.
           MOVE AS-TERM TO PN-TERM.
           MOVE WORK-EXAM TO PN-EXAM.
           READ PROMNOTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO NOTE-FOUND-SW
           END-READ.

       SAVE-PERMIT-RECORD.
           WRITE PERMIT-REC
               INVALID KEY
                   REWRITE PERMIT-REC
           END-WRITE.

       RECORD-PROMISSORY-NOTE.
           PERFORM ACCEPT-EXAM-PERIOD.
           IF NOT EXAM-VALID
               GO TO RECORD-PROMISSORY-NOTE-EXIT
           END-IF.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT WORK-STUDENTNUM.
           MOVE WORK-STUDENTNUM TO AS-STUDENTNUM.
           MOVE WORK-SCHOOLYEAR TO AS-SCHOOLYEAR.
           MOVE WORK-TERM TO AS-TERM.
           READ ASSESS-FILE
               INVALID KEY
                   DISPLAY "NO ASSESSMENT ON FILE FOR THAT STUDENT "
                       "AND TERM."
                   GO TO RECORD-PROMISSORY-NOTE-EXIT
           END-READ.
           PERFORM COMPUTE-EXAM-OWED.
           IF EXAM-OWED NOT > ZERO
               DISPLAY AS-STUDENTNAME " HAS SETTLED THE " EXAM-NAME
                   " INSTALLMENT, NO NOTE NEEDED."
               GO TO RECORD-PROMISSORY-NOTE-EXIT
           END-IF.
           MOVE EXAM-OWED TO OWED-DISP.
           DISPLAY AS-STUDENTNAME " STILL OWES P" OWED-DISP
               " FOR THE " EXAM-NAME " EXAM.".
           PERFORM READ-EXAM-NOTE.
           IF NOTE-FOUND AND PN-DEFAULTED
               DISPLAY "A PREVIOUS NOTE FOR THIS EXAM WAS NOT HONORED,"
                   " A NEW NOTE CANNOT BE ACCEPTED."
               GO TO RECORD-PROMISSORY-NOTE-EXIT
           END-IF.
           DISPLAY "AMOUNT PROMISED: ".
           ACCEPT PN-AMOUNT.
           IF PN-AMOUNT < EXAM-OWED
               DISPLAY "THE NOTE MUST COVER THE FULL AMOUNT OWED "
                   "FOR THIS EXAM."
               GO TO RECORD-PROMISSORY-NOTE-EXIT
           END-IF.
           DISPLAY "PROMISED PAYMENT DATE (YYYYMMDD): ".
           ACCEPT PN-PROMISEDATE.
           IF PN-PROMISEDATE < TODAYS-DATE
               DISPLAY "THE PROMISED DATE CANNOT BE IN THE PAST."
               GO TO RECORD-PROMISSORY-NOTE-EXIT
           END-IF.
           DISPLAY "APPROVED BY: ".
           ACCEPT PN-APPROVEDBY.
           IF PN-APPROVEDBY = SPACES
               DISPLAY "A NOTE MUST BE APPROVED, NOTE NOT SAVED."
               GO TO RECORD-PROMISSORY-NOTE-EXIT
           END-IF.
           MOVE TODAYS-DATE TO PN-RECORDDATE.
           SET PN-OPEN TO TRUE.
           WRITE PROMNOTE-REC
               INVALID KEY
                   REWRITE PROMNOTE-REC
           END-WRITE.
           DISPLAY "PROMISSORY NOTE RECORDED.".
           MOVE WORK-SCHOOLYEAR TO PM-SCHOOLYEAR.
           MOVE WORK-TERM TO PM-TERM.
           MOVE WORK-EXAM TO PM-EXAM.
           MOVE WORK-STUDENTNUM TO PM-STUDENTNUM.
           READ PERMIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PM-BLOCKED
                       SET PM-ISSUED TO TRUE
                       SET PM-BY-NOTE TO TRUE
                       MOVE EXAM-OWED TO PM-BALANCE
                       MOVE TODAYS-DATE TO PM-RUNDATE
                       REWRITE PERMIT-REC
                       DISPLAY "EXAM PERMIT RELEASED."
                   END-IF
           END-READ.
       RECORD-PROMISSORY-NOTE-EXIT.
           EXIT.

       OVERDUE-NOTE-HOLDS.
           DISPLAY "CHECK NOTES DUE BEFORE (YYYYMMDD, 0 FOR TODAY): ".
           ACCEPT ASOF-DATE.
           IF ASOF-DATE = ZERO
               MOVE TODAYS-DATE TO ASOF-DATE
           END-IF.
           MOVE ZERO TO WORK-SCHOOLYEAR.
           PERFORM CHECK-OVERDUE-NOTES.

       CHECK-OVERDUE-NOTES.
           MOVE ZERO TO HOLD-COUNT.
           MOVE ZERO TO SETTLED-COUNT.
           MOVE "NO" TO PROMNOTE-EOF-SW.
           MOVE LOW-VALUES TO PN-KEY.
           START PROMNOTE-FILE KEY IS NOT LESS THAN PN-KEY
               INVALID KEY
                   SET PROMNOTE-EOF TO TRUE
           END-START.
           PERFORM UNTIL PROMNOTE-EOF
               READ PROMNOTE-FILE NEXT RECORD
                   AT END
                       SET PROMNOTE-EOF TO TRUE
                   NOT AT END
                       IF PN-OPEN AND PN-PROMISEDATE < ASOF-DATE
                           AND (WORK-SCHOOLYEAR = ZERO OR
                               (PN-SCHOOLYEAR = WORK-SCHOOLYEAR AND
                                PN-TERM = WORK-TERM))
                           PERFORM CHECK-ONE-NOTE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY SETTLED-COUNT " NOTE(S) FOUND PAID, " HOLD-COUNT
               " OVERDUE NOTE(S) PLACED ON HOLD.".

       CHECK-ONE-NOTE.
           MOVE PN-STUDENTNUM TO AS-STUDENTNUM.
           MOVE PN-SCHOOLYEAR TO AS-SCHOOLYEAR.
           MOVE PN-TERM TO AS-TERM.
           MOVE ZERO TO EXAM-OWED.
           READ ASSESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE PN-EXAM
                       WHEN "P"
                           MOVE 2 TO EXAM-SEQ
                       WHEN "M"
                           MOVE 3 TO EXAM-SEQ
                       WHEN OTHER
                           MOVE 4 TO EXAM-SEQ
                   END-EVALUATE
                   PERFORM COMPUTE-EXAM-OWED
           END-READ.
           IF EXAM-OWED NOT > ZERO
               SET PN-SETTLED TO TRUE
               REWRITE PROMNOTE-REC
               ADD 1 TO SETTLED-COUNT
           ELSE
               SET PN-DEFAULTED TO TRUE
               REWRITE PROMNOTE-REC
               PERFORM PLACE-NOTE-HOLD
               PERFORM REVOKE-NOTE-PERMIT
               ADD 1 TO HOLD-COUNT
           END-IF.

       PLACE-NOTE-HOLD.
           MOVE PN-STUDENTNUM TO HD-STUDENTNUM.
           MOVE "PROMNOTE" TO HD-HOLDTYPE.
           READ HOLDS-FILE
               INVALID KEY
                   MOVE PN-STUDENTNUM TO HD-STUDENTNUM
                   MOVE "PROMNOTE" TO HD-HOLDTYPE
                   PERFORM FILL-NOTE-HOLD
                   WRITE HOLDS-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF NOT HD-HOLD-ACTIVE
                       PERFORM FILL-NOTE-HOLD
                       REWRITE HOLDS-REC
                   END-IF
           END-READ.

       FILL-NOTE-HOLD.
           MOVE "EXAM-PERMIT" TO HD-PLACEDBY.
           MOVE TODAYS-DATE TO HD-PLACEDATE.
           MOVE PN-PROMISEDATE TO DATE-EDIT.
           MOVE SPACES TO HD-REMARKS.
           STRING "PROMISSORY NOTE DUE " DATE-EDIT " UNPAID"
               DELIMITED BY SIZE INTO HD-REMARKS.
           SET HD-HOLD-ACTIVE TO TRUE.
           MOVE ZERO TO HD-RELEASEDATE.
           MOVE SPACES TO HD-RELEASEDBY.

       REVOKE-NOTE-PERMIT.
           MOVE PN-SCHOOLYEAR TO PM-SCHOOLYEAR.
           MOVE PN-TERM TO PM-TERM.
           MOVE PN-EXAM TO PM-EXAM.
           MOVE PN-STUDENTNUM TO PM-STUDENTNUM.
           READ PERMIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PM-ISSUED AND PM-BY-NOTE
                       SET PM-BLOCKED TO TRUE
                       MOVE SPACE TO PM-BASIS
                       MOVE EXAM-OWED TO PM-BALANCE
                       MOVE TODAYS-DATE TO PM-RUNDATE
                       REWRITE PERMIT-REC
                   END-IF
           END-READ.

       SECTION-PERMIT-LIST.
           PERFORM ACCEPT-EXAM-PERIOD.
           IF NOT EXAM-VALID
               GO TO SECTION-PERMIT-LIST-EXIT
           END-IF.
           DISPLAY "SECTION: ".
           ACCEPT WORK-SECTION.
           MOVE "D:\Files\dat\permdoor.dat" TO PERMITRPT-FILENAME.
           OPEN OUTPUT PERMITRPT-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE SPACES TO REPORT-LINE.
           STRING EXAM-NAME " EXAM PERMIT LIST " WORK-SCHOOLYEAR "/"
               WORK-TERM "  SECTION " WORK-SECTION
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "STUDENT    NAME" TO REPORT-LINE.
           MOVE "PERMIT" TO REPORT-LINE(43:6).
           MOVE "SIGNATURE" TO REPORT-LINE(58:9).
           PERFORM WRITE-REPORT-LINE.
           MOVE ZERO TO LISTED-COUNT.
           MOVE ZERO TO BLOCKED-COUNT.
           MOVE "NO" TO PERMIT-EOF-SW.
           MOVE WORK-SCHOOLYEAR TO PM-SCHOOLYEAR.
           MOVE WORK-TERM TO PM-TERM.
           MOVE WORK-EXAM TO PM-EXAM.
           MOVE ZERO TO PM-STUDENTNUM.
           START PERMIT-FILE KEY IS NOT LESS THAN PM-KEY
               INVALID KEY
                   SET PERMIT-EOF TO TRUE
           END-START.
           PERFORM UNTIL PERMIT-EOF
               READ PERMIT-FILE NEXT RECORD
                   AT END
                       SET PERMIT-EOF TO TRUE
                   NOT AT END
                       IF PM-SCHOOLYEAR NOT = WORK-SCHOOLYEAR OR
                           PM-TERM NOT = WORK-TERM OR
                           PM-EXAM NOT = WORK-EXAM
                           SET PERMIT-EOF TO TRUE
                       ELSE
                           IF PM-SECTION = WORK-SECTION
                               PERFORM LIST-ONE-PERMIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF LISTED-COUNT = ZERO
               MOVE "NO PERMIT RUN ON FILE FOR THIS SECTION AND EXAM."
                   TO REPORT-LINE
           ELSE
               MOVE LISTED-COUNT TO COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "STUDENTS LISTED: " COUNT-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
               MOVE BLOCKED-COUNT TO COUNT-DISP
               MOVE "   NOT ALLOWED TO SIT: " TO REPORT-LINE(24:23)
               MOVE COUNT-DISP TO REPORT-LINE(47:6)
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           CLOSE PERMITRPT-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "REPORT WRITTEN TO PERMDOOR.DAT".
       SECTION-PERMIT-LIST-EXIT.
           EXIT.

       LIST-ONE-PERMIT.
           ADD 1 TO LISTED-COUNT.
           IF PM-ISSUED
               MOVE "ALLOWED" TO PERMIT-TEXT
           ELSE
               MOVE "NOT ALLOWED" TO PERMIT-TEXT
               ADD 1 TO BLOCKED-COUNT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING PM-STUDENTNUM " " PM-STUDENTNAME " " PERMIT-TEXT
               " ____________________"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE PERMITRPT-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM EXAM-PERMIT.
