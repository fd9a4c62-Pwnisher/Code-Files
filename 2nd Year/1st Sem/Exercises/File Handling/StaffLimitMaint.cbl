       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFF-LIMIT-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAFFLIMIT-FILE
           ASSIGN TO "D:\Files\dat\stafflimit.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SL-EMPLOYEEID
           FILE STATUS IS STAFFLIMIT-STATUS.
           SELECT MAINTAUDIT-FILE
           ASSIGN TO "D:\Files\dat\maintaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINTAUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STAFFLIMIT-FILE.
       COPY "STAFFLIMIT.CPY".
       FD MAINTAUDIT-FILE.
       COPY "MAINTAUDIT.CPY".
       WORKING-STORAGE SECTION.
       01 STAFFLIMIT-STATUS PIC X(02).
       01 MAINTAUDIT-STATUS PIC X(02).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "STAFF-LIMIT-MAINT".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 STAFFCHOICE PIC X(01).
           88 STAFF-ADD VALUE "A".
           88 STAFF-CHANGE VALUE "C".
           88 STAFF-DEACTIVATE VALUE "D".
           88 STAFF-REACTIVATE VALUE "R".
           88 STAFF-LIST VALUE "L".
           88 STAFF-EXIT VALUE "X".
       01 WORKEMPLOYEEID PIC X(10).
       01 WORKNAME PIC X(30).
       01 WORKPAYROLLFLAG PIC X(01).
       01 STAFF-EOF-SW PIC X(03) VALUE "NO".
           88 STAFF-EOF VALUE "YES".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O STAFFLIMIT-FILE.
           IF STAFFLIMIT-STATUS = "35"
               OPEN OUTPUT STAFFLIMIT-FILE
               CLOSE STAFFLIMIT-FILE
               OPEN I-O STAFFLIMIT-FILE
           END-IF.

           PERFORM BACK-OFFICE-SIGN-ON.

           PERFORM UNTIL STAFF-EXIT
               DISPLAY "STAFF PURCHASE LIMITS (A-ADD, C-CHANGE, "
                   "D-DEACTIVATE, R-REACTIVATE, L-LIST, X-EXIT): "
               ACCEPT STAFFCHOICE
               EVALUATE TRUE
                   WHEN STAFF-ADD
                       PERFORM ADD-STAFF
                   WHEN STAFF-CHANGE
                       PERFORM CHANGE-STAFF
                   WHEN STAFF-DEACTIVATE
                       PERFORM SET-STAFF-STATUS
                   WHEN STAFF-REACTIVATE
                       PERFORM SET-STAFF-STATUS
                   WHEN STAFF-LIST
                       PERFORM LIST-STAFF
                   WHEN STAFF-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE, TRY AGAIN."
               END-EVALUATE
           END-PERFORM.

           CLOSE STAFFLIMIT-FILE.
           STOP RUN.

       ADD-STAFF.
           DISPLAY "EMPLOYEE ID (AS USED ON THE TIME CLOCK): ".
           ACCEPT WORKEMPLOYEEID.
           MOVE WORKEMPLOYEEID TO SL-EMPLOYEEID.
           DISPLAY "EMPLOYEE NAME: ".
           ACCEPT SL-EMPLOYEENAME.
           DISPLAY "MONTHLY STAFF PURCHASE LIMIT: ".
           ACCEPT SL-MONTHLYLIMIT.
           MOVE SPACE TO SL-PAYROLLFLAG.
           PERFORM UNTIL SL-PAYROLLFLAG = "Y" OR
                   SL-PAYROLLFLAG = "N"
               DISPLAY "MAY CHARGE PURCHASES TO PAYROLL (Y/N): "
               ACCEPT SL-PAYROLLFLAG
           END-PERFORM.
           SET SL-STAFF-ACTIVE TO TRUE.

           WRITE STAFFLIMIT-REC
               INVALID KEY
                   DISPLAY "EMPLOYEE ALREADY ON FILE."
               NOT INVALID KEY
                   MOVE SPACES TO MA-BEFOREIMAGE
                   MOVE STAFFLIMIT-REC TO MA-AFTERIMAGE
                   MOVE "A" TO MA-ACTION
                   MOVE WORKEMPLOYEEID TO MA-RECORDKEY
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "EMPLOYEE " WORKEMPLOYEEID " ADDED."
           END-WRITE.

       CHANGE-STAFF.
           DISPLAY "EMPLOYEE ID: ".
           ACCEPT WORKEMPLOYEEID.
           MOVE WORKEMPLOYEEID TO SL-EMPLOYEEID.

           READ STAFFLIMIT-FILE
               INVALID KEY
                   DISPLAY "EMPLOYEE NOT FOUND."
               NOT INVALID KEY
                   MOVE STAFFLIMIT-REC TO MA-BEFOREIMAGE
                   DISPLAY "CURRENT NAME: " SL-EMPLOYEENAME
                   DISPLAY "NEW NAME (BLANK TO KEEP): "
                   ACCEPT WORKNAME
                   IF WORKNAME NOT = SPACES
                       MOVE WORKNAME TO SL-EMPLOYEENAME
                   END-IF
                   DISPLAY "CURRENT MONTHLY LIMIT: P" SL-MONTHLYLIMIT
                   DISPLAY "NEW MONTHLY LIMIT: "
                   ACCEPT SL-MONTHLYLIMIT
                   DISPLAY "PAYROLL CHARGE ALLOWED: " SL-PAYROLLFLAG
                   DISPLAY "NEW SETTING (Y/N, BLANK TO KEEP): "
                   ACCEPT WORKPAYROLLFLAG
                   IF WORKPAYROLLFLAG = "Y" OR WORKPAYROLLFLAG = "N"
                       MOVE WORKPAYROLLFLAG TO SL-PAYROLLFLAG
                   END-IF
                   REWRITE STAFFLIMIT-REC
                   MOVE STAFFLIMIT-REC TO MA-AFTERIMAGE
                   MOVE "C" TO MA-ACTION
                   MOVE WORKEMPLOYEEID TO MA-RECORDKEY
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "EMPLOYEE UPDATED."
           END-READ.

       SET-STAFF-STATUS.
           DISPLAY "EMPLOYEE ID: ".
           ACCEPT WORKEMPLOYEEID.
           MOVE WORKEMPLOYEEID TO SL-EMPLOYEEID.

           READ STAFFLIMIT-FILE
               INVALID KEY
                   DISPLAY "EMPLOYEE NOT FOUND."
               NOT INVALID KEY
                   MOVE STAFFLIMIT-REC TO MA-BEFOREIMAGE
                   IF STAFF-DEACTIVATE
                       SET SL-STAFF-INACTIVE TO TRUE
                       MOVE "D" TO MA-ACTION
                   ELSE
                       SET SL-STAFF-ACTIVE TO TRUE
                       MOVE "R" TO MA-ACTION
                   END-IF
                   REWRITE STAFFLIMIT-REC
                   MOVE STAFFLIMIT-REC TO MA-AFTERIMAGE
                   MOVE WORKEMPLOYEEID TO MA-RECORDKEY
                   PERFORM WRITE-MAINT-AUDIT
                   IF STAFF-DEACTIVATE
                       DISPLAY "EMPLOYEE " WORKEMPLOYEEID
                           " DEACTIVATED."
                   ELSE
                       DISPLAY "EMPLOYEE " WORKEMPLOYEEID
                           " REACTIVATED."
                   END-IF
           END-READ.

       LIST-STAFF.
           MOVE "NO" TO STAFF-EOF-SW.
           MOVE LOW-VALUES TO SL-EMPLOYEEID.
           START STAFFLIMIT-FILE KEY IS NOT LESS THAN SL-EMPLOYEEID
               INVALID KEY
                   SET STAFF-EOF TO TRUE
           END-START.

           PERFORM UNTIL STAFF-EOF
               READ STAFFLIMIT-FILE NEXT RECORD
                   AT END
                       SET STAFF-EOF TO TRUE
                   NOT AT END
                       DISPLAY SL-EMPLOYEEID " " SL-EMPLOYEENAME
                           " LIMIT P" SL-MONTHLYLIMIT
                           " PAYROLL " SL-PAYROLLFLAG
                           " STATUS " SL-ACTIVEFLAG
               END-READ
           END-PERFORM.
       WRITE-MAINT-AUDIT.
           OPEN EXTEND MAINTAUDIT-FILE.
           IF MAINTAUDIT-STATUS = "35"
               OPEN OUTPUT MAINTAUDIT-FILE
           END-IF.
           ACCEPT MA-AUDITDATE FROM DATE YYYYMMDD.
           ACCEPT MA-AUDITTIME FROM TIME.
           MOVE "STAFF-LIMIT-MAINT" TO MA-PROGRAM.
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
       END PROGRAM STAFF-LIMIT-MAINT.
