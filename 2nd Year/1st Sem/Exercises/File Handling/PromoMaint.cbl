           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-KEY
           FILE STATUS IS PROMO-STATUS.
           SELECT MAINTAUDIT-FILE
           ASSIGN TO "D:\Files\dat\maintaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINTAUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PROMO-FILE.
       COPY "PROMOREC.CPY".
       FD MAINTAUDIT-FILE.
       COPY "MAINTAUDIT.CPY".
       WORKING-STORAGE SECTION.
       01 PROMO-STATUS PIC X(02).
       01 MAINTAUDIT-STATUS PIC X(02).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "PROMO-MAINTENANCE".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 PROMOCHOICE PIC X(01).
           88 PROMO-ADD VALUE "A".
           88 PROMO-LIST VALUE "L".
               OPEN I-O PROMO-FILE
           END-IF.

           PERFORM BACK-OFFICE-SIGN-ON.

           PERFORM UNTIL PROMO-EXIT
               DISPLAY "PROMO MAINTENANCE (A-ADD, L-LIST, "
                   "D-DELETE, X-EXIT): "
               ACCEPT PROMOCHOICE
               PERFORM AUTHORIZE-CHOICE
               EVALUATE TRUE
                   WHEN NOT SIGNON-ALLOWED
                       CONTINUE
                   WHEN PROMO-ADD
                       PERFORM ADD-PROMO THRU ADD-PROMO-EXIT
                   WHEN PROMO-LIST
               INVALID KEY
                   DISPLAY "PROMO ALREADY ON FILE, NOT SAVED."
               NOT INVALID KEY
                   MOVE SPACES TO MA-BEFOREIMAGE
                   MOVE PROMO-REC TO MA-AFTERIMAGE
                   MOVE "A" TO MA-ACTION
                   MOVE PM-KEY TO MA-RECORDKEY
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "PROMO SAVED."
           END-WRITE.

               INVALID KEY
                   DISPLAY "PROMO NOT FOUND."
               NOT INVALID KEY
                   MOVE PROMO-REC TO MA-BEFOREIMAGE
                   DELETE PROMO-FILE
                   MOVE SPACES TO MA-AFTERIMAGE
                   MOVE "D" TO MA-ACTION
                   MOVE PM-KEY TO MA-RECORDKEY
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "PROMO DELETED."
           END-READ.
       WRITE-MAINT-AUDIT.
           OPEN EXTEND MAINTAUDIT-FILE.
           IF MAINTAUDIT-STATUS = "35"
               OPEN OUTPUT MAINTAUDIT-FILE
           END-IF.
           ACCEPT MA-AUDITDATE FROM DATE YYYYMMDD.
           ACCEPT MA-AUDITTIME FROM TIME.
           MOVE "PROMO-MAINTENANCE" TO MA-PROGRAM.
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

       AUTHORIZE-CHOICE.
           MOVE SPACES TO SIGNON-FUNCTION.
           EVALUATE TRUE
               WHEN PROMO-ADD
                   MOVE "ADD" TO SIGNON-FUNCTION
               WHEN PROMO-LIST
                   MOVE "VIEW" TO SIGNON-FUNCTION
               WHEN PROMO-DELETE
                   MOVE "DELETE" TO SIGNON-FUNCTION
           END-EVALUATE.
           MOVE "Y" TO SIGNON-RESULT.
           IF SIGNON-FUNCTION NOT = SPACES
               PERFORM AUTHORIZE-FUNCTION
           END-IF.

       AUTHORIZE-FUNCTION.
           MOVE "A" TO SIGNON-ACTION.
           CALL "BO-SIGNON" USING SIGNON-PROGRAMNAME SIGNON-ACTION
               SIGNON-FUNCTION SIGNON-USERID SIGNON-RESULT.
       END PROGRAM PROMO-MAINTENANCE.
