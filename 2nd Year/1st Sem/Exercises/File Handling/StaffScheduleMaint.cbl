       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFF-SCHEDULE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAFFSCHED-FILE
           ASSIGN TO "D:\Files\dat\staffsched.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SS-KEY
           FILE STATUS IS STAFFSCHED-STATUS.
           SELECT CASHMAST-FILE
           ASSIGN TO "D:\Files\dat\cashiermast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CASHIERID
           FILE STATUS IS CASHMAST-STATUS.
           SELECT MAINTAUDIT-FILE
           ASSIGN TO "D:\Files\dat\maintaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINTAUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STAFFSCHED-FILE.
       COPY "STAFFSCHED.CPY".
       FD CASHMAST-FILE.
       COPY "CASHMAST.CPY".
       FD MAINTAUDIT-FILE.
       COPY "MAINTAUDIT.CPY".
       WORKING-STORAGE SECTION.
       01 STAFFSCHED-STATUS PIC X(02).
       01 CASHMAST-STATUS PIC X(02).
       01 MAINTAUDIT-STATUS PIC X(02).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "STAFF-SCHEDULE-MAINT".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 SCHEDCHOICE PIC X(01).
           88 SCHED-ADD VALUE "A".
           88 SCHED-CHANGE VALUE "C".
           88 SCHED-DELETE VALUE "D".
           88 SCHED-WEEK VALUE "W".
           88 SCHED-COPY VALUE "P".
           88 SCHED-EXIT VALUE "X".
       01 WORKDATE PIC 9(08).
       01 WORKEMPLOYEEID PIC X(10).
       01 WORKSEQ PIC 9(01).
       01 WORKTIME PIC 9(04).
       01 WORKTIME-PARTS REDEFINES WORKTIME.
           05 WORKTIME-HH PIC 9(02).
           05 WORKTIME-MM PIC 9(02).
       01 TIME-OK-SW PIC X(03).
           88 TIME-OK VALUE "YES".
       01 SLOT-FREE-SW PIC X(03).
           88 SLOT-FREE VALUE "YES".
       01 WEEK-START PIC 9(08).
       01 WEEK-END PIC 9(08).
       01 TARGET-START PIC 9(08).
       01 SHIFT-DAYS PIC S9(05).
       01 COPY-COUNT PIC 9(05).
       01 SKIP-COUNT PIC 9(05).
       01 SCHED-EOF-SW PIC X(03).
           88 SCHED-EOF VALUE "YES".
       01 COPY-TABLE-AREA.
           05 CT-ENTRY OCCURS 500 TIMES.
               10 CT-REC PIC X(51).
       01 CT-COUNT PIC 9(03) VALUE ZERO.
       01 CT-IDX PIC 9(03) COMP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O STAFFSCHED-FILE.
           IF STAFFSCHED-STATUS = "35"
               OPEN OUTPUT STAFFSCHED-FILE
               CLOSE STAFFSCHED-FILE
               OPEN I-O STAFFSCHED-FILE
           END-IF.
           OPEN INPUT CASHMAST-FILE.

           PERFORM BACK-OFFICE-SIGN-ON.

           PERFORM UNTIL SCHED-EXIT
               DISPLAY "STAFF SCHEDULE (A-ADD SHIFT, C-CHANGE, "
                   "D-DELETE, W-LIST WEEK, P-COPY WEEK, X-EXIT): "
               ACCEPT SCHEDCHOICE
               EVALUATE TRUE
                   WHEN SCHED-ADD
                       PERFORM ADD-SHIFT
                   WHEN SCHED-CHANGE
                       PERFORM CHANGE-SHIFT
                   WHEN SCHED-DELETE
                       PERFORM DELETE-SHIFT
                   WHEN SCHED-WEEK
                       PERFORM LIST-WEEK
                   WHEN SCHED-COPY
                       PERFORM COPY-WEEK
                   WHEN SCHED-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE, TRY AGAIN."
               END-EVALUATE
           END-PERFORM.

           CLOSE STAFFSCHED-FILE.
           IF CASHMAST-STATUS = "00"
               CLOSE CASHMAST-FILE
           END-IF.
           STOP RUN.

       ADD-SHIFT.
           DISPLAY "SCHEDULE DATE (YYYYMMDD): ".
           ACCEPT WORKDATE.
           DISPLAY "EMPLOYEE ID: ".
           ACCEPT WORKEMPLOYEEID.
           PERFORM SHOW-EMPLOYEE-NAME.

           MOVE "NO" TO SLOT-FREE-SW.
           PERFORM VARYING WORKSEQ FROM 1 BY 1 UNTIL
               SLOT-FREE OR WORKSEQ > 8
               MOVE WORKDATE TO SS-SCHEDDATE
               MOVE WORKEMPLOYEEID TO SS-EMPLOYEEID
               MOVE WORKSEQ TO SS-SHIFTSEQ
               READ STAFFSCHED-FILE
                   INVALID KEY
                       MOVE "YES" TO SLOT-FREE-SW
               END-READ
           END-PERFORM.
           IF NOT SLOT-FREE
               DISPLAY "EMPLOYEE ALREADY HAS 8 SHIFTS THAT DAY."
           ELSE
               MOVE WORKDATE TO SS-SCHEDDATE
               MOVE WORKEMPLOYEEID TO SS-EMPLOYEEID
               COMPUTE SS-SHIFTSEQ = WORKSEQ - 1
               PERFORM ENTER-SHIFT-DETAILS
               WRITE STAFFSCHED-REC
                   INVALID KEY
                       DISPLAY "SHIFT ALREADY ON FILE."
                   NOT INVALID KEY
                       MOVE SPACES TO MA-BEFOREIMAGE
                       MOVE STAFFSCHED-REC TO MA-AFTERIMAGE
                       MOVE "A" TO MA-ACTION
                       PERFORM WRITE-MAINT-AUDIT
                       DISPLAY "SHIFT " SS-SHIFTSEQ " ADDED FOR "
                           WORKEMPLOYEEID " ON " WORKDATE "."
               END-WRITE
           END-IF.

       ENTER-SHIFT-DETAILS.
           MOVE "NO" TO TIME-OK-SW.
           PERFORM UNTIL TIME-OK
               DISPLAY "PLANNED START (HHMM): "
               ACCEPT WORKTIME
               PERFORM CHECK-TIME
           END-PERFORM.
           MOVE WORKTIME TO SS-PLANSTART.
           MOVE "NO" TO TIME-OK-SW.
           PERFORM UNTIL TIME-OK
               DISPLAY "PLANNED END (HHMM, EARLIER THAN START "
                   "MEANS THE NEXT DAY): "
               ACCEPT WORKTIME
               PERFORM CHECK-TIME
               IF WORKTIME = SS-PLANSTART
                   DISPLAY "END CANNOT EQUAL START."
                   MOVE "NO" TO TIME-OK-SW
               END-IF
           END-PERFORM.
           MOVE WORKTIME TO SS-PLANEND.
           DISPLAY "ASSIGNED TILL (0 IF NOT ON A TILL): ".
           ACCEPT SS-TILLNUM.
           DISPLAY "NOTE (OPTIONAL): ".
           ACCEPT SS-NOTE.

       CHECK-TIME.
           IF WORKTIME-HH < 24 AND WORKTIME-MM < 60
               MOVE "YES" TO TIME-OK-SW
           ELSE
               DISPLAY "TIME MUST BE HHMM ON A 24-HOUR CLOCK."
           END-IF.

       SHOW-EMPLOYEE-NAME.
           IF CASHMAST-STATUS = "00"
               MOVE WORKEMPLOYEEID TO CM-CASHIERID
               READ CASHMAST-FILE
                   INVALID KEY
                       DISPLAY "WARNING: EMPLOYEE NOT ON THE CASHIER "
                           "MASTER, CANNOT SIGN ON TO A TILL."
                   NOT INVALID KEY
                       DISPLAY "EMPLOYEE: " CM-CASHIERNAME
               END-READ
           END-IF.

       READ-SHIFT-KEY.
           DISPLAY "SCHEDULE DATE (YYYYMMDD): ".
           ACCEPT WORKDATE.
           DISPLAY "EMPLOYEE ID: ".
           ACCEPT WORKEMPLOYEEID.
           DISPLAY "SHIFT NUMBER (1 IF ONLY ONE): ".
           ACCEPT WORKSEQ.
           MOVE WORKDATE TO SS-SCHEDDATE.
           MOVE WORKEMPLOYEEID TO SS-EMPLOYEEID.
           MOVE WORKSEQ TO SS-SHIFTSEQ.

       CHANGE-SHIFT.
           PERFORM READ-SHIFT-KEY.
           READ STAFFSCHED-FILE
               INVALID KEY
                   DISPLAY "SHIFT NOT FOUND."
               NOT INVALID KEY
                   MOVE STAFFSCHED-REC TO MA-BEFOREIMAGE
                   DISPLAY "CURRENT: " SS-PLANSTART " TO "
                       SS-PLANEND " TILL " SS-TILLNUM " "
                       SS-NOTE
                   PERFORM ENTER-SHIFT-DETAILS
                   REWRITE STAFFSCHED-REC
                   MOVE STAFFSCHED-REC TO MA-AFTERIMAGE
                   MOVE "C" TO MA-ACTION
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "SHIFT UPDATED."
           END-READ.

       DELETE-SHIFT.
           PERFORM READ-SHIFT-KEY.
           READ STAFFSCHED-FILE
               INVALID KEY
                   DISPLAY "SHIFT NOT FOUND."
               NOT INVALID KEY
                   MOVE STAFFSCHED-REC TO MA-BEFOREIMAGE
                   MOVE SPACES TO MA-AFTERIMAGE
                   DELETE STAFFSCHED-FILE
                   MOVE "D" TO MA-ACTION
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "SHIFT DELETED."
           END-READ.

       LIST-WEEK.
           DISPLAY "WEEK STARTING (YYYYMMDD): ".
           ACCEPT WEEK-START.
           COMPUTE WEEK-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WEEK-START) + 6).
           DISPLAY "SCHEDULE " WEEK-START " TO " WEEK-END.
           DISPLAY "DATE     EMPLOYEE   # START END  TILL NOTE".
           MOVE "NO" TO SCHED-EOF-SW.
           MOVE WEEK-START TO SS-SCHEDDATE.
           MOVE LOW-VALUES TO SS-EMPLOYEEID.
           MOVE ZERO TO SS-SHIFTSEQ.
           START STAFFSCHED-FILE KEY IS NOT LESS THAN SS-KEY
               INVALID KEY
                   SET SCHED-EOF TO TRUE
           END-START.
           PERFORM UNTIL SCHED-EOF
               READ STAFFSCHED-FILE NEXT RECORD
                   AT END
                       SET SCHED-EOF TO TRUE
                   NOT AT END
                       IF SS-SCHEDDATE > WEEK-END
                           SET SCHED-EOF TO TRUE
                       ELSE
                           DISPLAY SS-SCHEDDATE " " SS-EMPLOYEEID
                               " " SS-SHIFTSEQ " " SS-PLANSTART
                               "  " SS-PLANEND " " SS-TILLNUM " "
                               SS-NOTE
                       END-IF
               END-READ
           END-PERFORM.

       COPY-WEEK.
           DISPLAY "COPY FROM WEEK STARTING (YYYYMMDD): ".
           ACCEPT WEEK-START.
           DISPLAY "TO WEEK STARTING (YYYYMMDD): ".
           ACCEPT TARGET-START.
           COMPUTE WEEK-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WEEK-START) + 6).
           COMPUTE SHIFT-DAYS =
               FUNCTION INTEGER-OF-DATE(TARGET-START) -
               FUNCTION INTEGER-OF-DATE(WEEK-START).

           MOVE ZERO TO CT-COUNT.
           MOVE "NO" TO SCHED-EOF-SW.
           MOVE WEEK-START TO SS-SCHEDDATE.
           MOVE LOW-VALUES TO SS-EMPLOYEEID.
           MOVE ZERO TO SS-SHIFTSEQ.
           START STAFFSCHED-FILE KEY IS NOT LESS THAN SS-KEY
               INVALID KEY
                   SET SCHED-EOF TO TRUE
           END-START.
           PERFORM UNTIL SCHED-EOF
               READ STAFFSCHED-FILE NEXT RECORD
                   AT END
                       SET SCHED-EOF TO TRUE
                   NOT AT END
                       IF SS-SCHEDDATE > WEEK-END OR CT-COUNT >= 500
                           SET SCHED-EOF TO TRUE
                       ELSE
                           ADD 1 TO CT-COUNT
                           MOVE STAFFSCHED-REC TO CT-REC(CT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           MOVE ZERO TO COPY-COUNT.
           MOVE ZERO TO SKIP-COUNT.
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-COUNT
               MOVE CT-REC(CT-IDX) TO STAFFSCHED-REC
               COMPUTE SS-SCHEDDATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(SS-SCHEDDATE)
                   + SHIFT-DAYS)
               WRITE STAFFSCHED-REC
                   INVALID KEY
                       ADD 1 TO SKIP-COUNT
                   NOT INVALID KEY
                       ADD 1 TO COPY-COUNT
               END-WRITE
           END-PERFORM.
           IF COPY-COUNT > ZERO
               MOVE SPACES TO MA-BEFOREIMAGE
               MOVE SPACES TO MA-AFTERIMAGE
               STRING "COPIED WEEK " WEEK-START " TO " TARGET-START
                   " SHIFTS " COPY-COUNT
                   DELIMITED BY SIZE INTO MA-AFTERIMAGE
               MOVE SPACES TO SS-KEY
               MOVE TARGET-START TO SS-SCHEDDATE
               MOVE "P" TO MA-ACTION
               PERFORM WRITE-MAINT-AUDIT
           END-IF.
           DISPLAY COPY-COUNT " SHIFTS COPIED, " SKIP-COUNT
               " ALREADY ON THE TARGET WEEK LEFT AS THEY WERE.".

       WRITE-MAINT-AUDIT.
           MOVE SS-KEY TO MA-RECORDKEY.
           OPEN EXTEND MAINTAUDIT-FILE.
           IF MAINTAUDIT-STATUS = "35"
               OPEN OUTPUT MAINTAUDIT-FILE
           END-IF.
           ACCEPT MA-AUDITDATE FROM DATE YYYYMMDD.
           ACCEPT MA-AUDITTIME FROM TIME.
           MOVE "STAFF-SCHEDULE-MAINT" TO MA-PROGRAM.
           MOVE OPERATORID TO MA-OPERATOR.
           WRITE MAINTAUDIT-REC.
           CLOSE MAINTAUDIT-FILE.

       BACK-OFFICE-SIGN-ON.
           MOVE "S" TO SIGNON-ACTION.
           MOVE "RUN" TO SIGNON-FUNCTION.
           CALL "BO-SIGNON" USING SIGNON-PROGRAMNAME SIGNON-ACTION
               SIGNON-FUNCTION SIGNON-USERID SIGNON-RESULT.
           IF NOT SIGNON-ALLOWED
               DISPLAY "NOT SIGNED ON, " SIGNON-PROGRAMNAME
                   " ENDED."
               STOP RUN
           END-IF.
           MOVE SIGNON-USERID TO OPERATORID.
       END PROGRAM STAFF-SCHEDULE-MAINT.
