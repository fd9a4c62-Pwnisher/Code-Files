       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCAT-MAINTENANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPCAT-FILE
           ASSIGN TO "D:\Files\dat\expcat.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EC-CATCODE
           FILE STATUS IS EXPCAT-STATUS.
           SELECT MAINTAUDIT-FILE
           ASSIGN TO "D:\Files\dat\maintaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINTAUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EXPCAT-FILE.
       COPY "EXPCAT.CPY".
       FD MAINTAUDIT-FILE.
       COPY "MAINTAUDIT.CPY".
       WORKING-STORAGE SECTION.
       01 EXPCAT-STATUS PIC X(02).
       01 MAINTAUDIT-STATUS PIC X(02).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "EXPCAT-MAINTENANCE".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 CATCHOICE PIC X(01).
           88 CAT-ADD VALUE "A".
           88 CAT-CHANGE VALUE "C".
           88 CAT-DEACTIVATE VALUE "D".
           88 CAT-REACTIVATE VALUE "R".
           88 CAT-LIST VALUE "L".
           88 CAT-EXIT VALUE "X".
       01 WORKCATCODE PIC X(04).
       01 WORKNAME PIC X(30).
       01 WORKACCOUNT PIC X(08).
       01 WORKRECEIPTFLAG PIC X(01).
       01 CAT-EOF-SW PIC X(03) VALUE "NO".
           88 CAT-EOF VALUE "YES".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O EXPCAT-FILE.
           IF EXPCAT-STATUS = "35"
               OPEN OUTPUT EXPCAT-FILE
               CLOSE EXPCAT-FILE
               OPEN I-O EXPCAT-FILE
           END-IF.

           PERFORM BACK-OFFICE-SIGN-ON.

           PERFORM UNTIL CAT-EXIT
               DISPLAY "EXPENSE CATEGORY MAINTENANCE (A-ADD, C-CHANGE, "
                   "D-DEACTIVATE, R-REACTIVATE, L-LIST, X-EXIT): "
               ACCEPT CATCHOICE
               EVALUATE TRUE
                   WHEN CAT-ADD
                       PERFORM ADD-CATEGORY
                   WHEN CAT-CHANGE
                       PERFORM CHANGE-CATEGORY
                   WHEN CAT-DEACTIVATE
                       PERFORM SET-CATEGORY-STATUS
                   WHEN CAT-REACTIVATE
                       PERFORM SET-CATEGORY-STATUS
                   WHEN CAT-LIST
                       PERFORM LIST-CATEGORIES
                   WHEN CAT-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE, TRY AGAIN."
               END-EVALUATE
           END-PERFORM.

           CLOSE EXPCAT-FILE.
           STOP RUN.

       ADD-CATEGORY.
           DISPLAY "NEW EXPENSE CATEGORY CODE: ".
           ACCEPT WORKCATCODE.
           MOVE WORKCATCODE TO EC-CATCODE.
           DISPLAY "CATEGORY NAME: ".
           ACCEPT EC-CATNAME.
           MOVE SPACES TO EC-GLACCOUNT.
           PERFORM UNTIL EC-GLACCOUNT NOT = SPACES
               DISPLAY "GL EXPENSE ACCOUNT: "
               ACCEPT EC-GLACCOUNT
           END-PERFORM.
           MOVE SPACE TO EC-RECEIPTFLAG.
           PERFORM UNTIL EC-RECEIPTFLAG = "Y" OR
                   EC-RECEIPTFLAG = "N"
               DISPLAY "RECEIPT REQUIRED FOR EVERY PAID-OUT (Y/N): "
               ACCEPT EC-RECEIPTFLAG
           END-PERFORM.
           SET EC-CAT-ACTIVE TO TRUE.

           WRITE EXPCAT-REC
               INVALID KEY
                   DISPLAY "EXPENSE CATEGORY ALREADY ON FILE."
               NOT INVALID KEY
                   MOVE SPACES TO MA-BEFOREIMAGE
                   MOVE EXPCAT-REC TO MA-AFTERIMAGE
                   MOVE "A" TO MA-ACTION
                   MOVE WORKCATCODE TO MA-RECORDKEY
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "EXPENSE CATEGORY " WORKCATCODE " ADDED."
           END-WRITE.

       CHANGE-CATEGORY.
           DISPLAY "EXPENSE CATEGORY CODE: ".
           ACCEPT WORKCATCODE.
           MOVE WORKCATCODE TO EC-CATCODE.

           READ EXPCAT-FILE
               INVALID KEY
                   DISPLAY "EXPENSE CATEGORY NOT FOUND."
               NOT INVALID KEY
                   MOVE EXPCAT-REC TO MA-BEFOREIMAGE
                   DISPLAY "CURRENT NAME: " EC-CATNAME
                   DISPLAY "NEW NAME (BLANK TO KEEP): "
                   ACCEPT WORKNAME
                   IF WORKNAME NOT = SPACES
                       MOVE WORKNAME TO EC-CATNAME
                   END-IF
                   DISPLAY "CURRENT GL ACCOUNT: " EC-GLACCOUNT
                   DISPLAY "NEW GL ACCOUNT (BLANK TO KEEP): "
                   ACCEPT WORKACCOUNT
                   IF WORKACCOUNT NOT = SPACES
                       MOVE WORKACCOUNT TO EC-GLACCOUNT
                   END-IF
                   DISPLAY "RECEIPT REQUIRED: " EC-RECEIPTFLAG
                   DISPLAY "NEW SETTING (Y/N, BLANK TO KEEP): "
                   ACCEPT WORKRECEIPTFLAG
                   IF WORKRECEIPTFLAG = "Y" OR WORKRECEIPTFLAG = "N"
                       MOVE WORKRECEIPTFLAG TO EC-RECEIPTFLAG
                   END-IF
                   REWRITE EXPCAT-REC
                   MOVE EXPCAT-REC TO MA-AFTERIMAGE
                   MOVE "C" TO MA-ACTION
                   MOVE WORKCATCODE TO MA-RECORDKEY
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "EXPENSE CATEGORY UPDATED."
           END-READ.

       SET-CATEGORY-STATUS.
           DISPLAY "EXPENSE CATEGORY CODE: ".
           ACCEPT WORKCATCODE.
           MOVE WORKCATCODE TO EC-CATCODE.

           READ EXPCAT-FILE
               INVALID KEY
                   DISPLAY "EXPENSE CATEGORY NOT FOUND."
               NOT INVALID KEY
                   MOVE EXPCAT-REC TO MA-BEFOREIMAGE
                   IF CAT-DEACTIVATE
                       SET EC-CAT-INACTIVE TO TRUE
                       MOVE "D" TO MA-ACTION
                   ELSE
                       SET EC-CAT-ACTIVE TO TRUE
                       MOVE "R" TO MA-ACTION
                   END-IF
                   REWRITE EXPCAT-REC
                   MOVE EXPCAT-REC TO MA-AFTERIMAGE
                   MOVE WORKCATCODE TO MA-RECORDKEY
                   PERFORM WRITE-MAINT-AUDIT
                   IF CAT-DEACTIVATE
                       DISPLAY "EXPENSE CATEGORY " WORKCATCODE
                           " DEACTIVATED."
                   ELSE
                       DISPLAY "EXPENSE CATEGORY " WORKCATCODE
                           " REACTIVATED."
                   END-IF
           END-READ.

       LIST-CATEGORIES.
           MOVE "NO" TO CAT-EOF-SW.
           MOVE LOW-VALUES TO EC-CATCODE.
           START EXPCAT-FILE KEY IS NOT LESS THAN EC-CATCODE
               INVALID KEY
                   SET CAT-EOF TO TRUE
           END-START.

           PERFORM UNTIL CAT-EOF
               READ EXPCAT-FILE NEXT RECORD
                   AT END
                       SET CAT-EOF TO TRUE
                   NOT AT END
                       DISPLAY EC-CATCODE " " EC-CATNAME " GL "
                           EC-GLACCOUNT " RECEIPT " EC-RECEIPTFLAG
                           " STATUS " EC-ACTIVEFLAG
               END-READ
           END-PERFORM.
       WRITE-MAINT-AUDIT.
           OPEN EXTEND MAINTAUDIT-FILE.
           IF MAINTAUDIT-STATUS = "35"
               OPEN OUTPUT MAINTAUDIT-FILE
           END-IF.
           ACCEPT MA-AUDITDATE FROM DATE YYYYMMDD.
           ACCEPT MA-AUDITTIME FROM TIME.
           MOVE "EXPCAT-MAINTENANCE" TO MA-PROGRAM.
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
       END PROGRAM EXPCAT-MAINTENANCE.
