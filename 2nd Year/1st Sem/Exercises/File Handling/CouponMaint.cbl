           ACCESS MODE IS RANDOM
           RECORD KEY IS SU-SUPPLIERCODE
           FILE STATUS IS SUPPMAST-STATUS.
           SELECT MAINTAUDIT-FILE
           ASSIGN TO "D:\Files\dat\maintaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINTAUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COUPON-FILE.
       COPY "COUPON.CPY".
       FD SUPPMAST-FILE.
       COPY "SUPPMAST.CPY".
       FD MAINTAUDIT-FILE.
       COPY "MAINTAUDIT.CPY".
       WORKING-STORAGE SECTION.
       01 COUPON-STATUS PIC X(02).
       01 SUPPMAST-STATUS PIC X(02).
       01 MAINTAUDIT-STATUS PIC X(02).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "COUPON-MAINTENANCE".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 COUPCHOICE PIC X(01).
           88 COUP-ADD VALUE "A".
           88 COUP-INQUIRE VALUE "I".
           88 COUP-DEACTIVATE VALUE "D".
           88 COUP-EXIT VALUE "X".
       01 WORKCOUPONCODE PIC X(12).
       01 CHECKDIGIT-ACTION PIC X(01).
       01 CHECKDIGIT-NUMBER PIC X(12).
       01 CHECKDIGIT-RESULT PIC X(01).
           88 CHECKDIGIT-OK VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O COUPON-FILE.
           END-IF.
           OPEN INPUT SUPPMAST-FILE.

           PERFORM BACK-OFFICE-SIGN-ON.

           PERFORM UNTIL COUP-EXIT
               DISPLAY "COUPON MAINTENANCE (A-ADD, I-INQUIRE, "
                   "D-DEACTIVATE, X-EXIT): "
           STOP RUN.

       ADD-COUPON.
           DISPLAY "NEW COUPON CODE, WITHOUT CHECK DIGIT: ".
           ACCEPT WORKCOUPONCODE.
           MOVE "G" TO CHECKDIGIT-ACTION.
           MOVE WORKCOUPONCODE TO CHECKDIGIT-NUMBER.
           CALL "CHECK-DIGIT" USING CHECKDIGIT-ACTION CHECKDIGIT-NUMBER
               CHECKDIGIT-RESULT.
           IF NOT CHECKDIGIT-OK
               DISPLAY "COUPON CODE MUST BE 1 TO 11 DIGITS."
               GO TO ADD-COUPON-EXIT
           END-IF.
           MOVE CHECKDIGIT-NUMBER TO WORKCOUPONCODE.
           DISPLAY "COUPON CODE WITH CHECK DIGIT: " WORKCOUPONCODE.
           MOVE WORKCOUPONCODE TO CP-COUPONCODE.

           READ COUPON-FILE
                   DISPLAY "COUPON CODE ALREADY ON FILE, NOT "
                       "SAVED."
               NOT INVALID KEY
                   MOVE SPACES TO MA-BEFOREIMAGE
                   MOVE COUPON-REC TO MA-AFTERIMAGE
                   MOVE "A" TO MA-ACTION
                   MOVE CP-COUPONCODE TO MA-RECORDKEY
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "COUPON " WORKCOUPONCODE " ADDED."
           END-WRITE.

                   IF CP-COUPON-REDEEMED
                       DISPLAY "COUPON IS ALREADY REDEEMED."
                   ELSE
                       MOVE COUPON-REC TO MA-BEFOREIMAGE
                       SET CP-COUPON-INACTIVE TO TRUE
                       REWRITE COUPON-REC
                       MOVE COUPON-REC TO MA-AFTERIMAGE
                       MOVE "D" TO MA-ACTION
                       MOVE CP-COUPONCODE TO MA-RECORDKEY
                       PERFORM WRITE-MAINT-AUDIT
                       DISPLAY "COUPON DEACTIVATED."
                   END-IF
           END-READ.
       WRITE-MAINT-AUDIT.
           OPEN EXTEND MAINTAUDIT-FILE.
           IF MAINTAUDIT-STATUS = "35"
               OPEN OUTPUT MAINTAUDIT-FILE
           END-IF.
           ACCEPT MA-AUDITDATE FROM DATE YYYYMMDD.
           ACCEPT MA-AUDITTIME FROM TIME.
           MOVE "COUPON-MAINTENANCE" TO MA-PROGRAM.
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
       END PROGRAM COUPON-MAINTENANCE.
