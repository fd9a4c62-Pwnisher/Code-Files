       01 SENIORREG-STATUS PIC X(02).
       01 MAINTAUDIT-STATUS PIC X(02).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "SENIOR-REG-MAINT".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 REGCHOICE PIC X(01).
           88 REG-ADD VALUE "A".
           88 REG-RENEW VALUE "R".
               OPEN I-O SENIORREG-FILE
           END-IF.

           PERFORM BACK-OFFICE-SIGN-ON.

           PERFORM UNTIL REG-EXIT
               DISPLAY "SENIOR/PWD REGISTRY (A-ADD, R-RENEW EXPIRY, "
               MOVE WORKIDNUMBER TO SR-IDNUMBER
               DISPLAY "HOLDER NAME: "
               ACCEPT SR-HOLDERNAME
               MOVE SPACE TO SR-HOLDERTYPE
               PERFORM ACCEPT-HOLDER-TYPE
               DISPLAY "ID EXPIRY DATE (YYYYMMDD): "
               ACCEPT SR-IDEXPIRY
               SET SR-ID-ACTIVE TO TRUE
                   DISPLAY "ID NUMBER NOT REGISTERED."
               NOT INVALID KEY
                   MOVE SENIORREG-REC TO MA-BEFOREIMAGE
                   IF NOT SR-SENIOR-CITIZEN AND NOT SR-PWD
                       PERFORM ACCEPT-HOLDER-TYPE
                   END-IF
                   DISPLAY "CURRENT EXPIRY: " SR-IDEXPIRY
                   DISPLAY "NEW EXPIRY DATE (YYYYMMDD): "
                   ACCEPT SR-IDEXPIRY
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "ID " WORKIDNUMBER " DEACTIVATED."
           END-READ.
       ACCEPT-HOLDER-TYPE.
           PERFORM UNTIL SR-SENIOR-CITIZEN OR SR-PWD
               DISPLAY "HOLDER TYPE (S-SENIOR CITIZEN, P-PWD): "
               ACCEPT SR-HOLDERTYPE
           END-PERFORM.

       WRITE-MAINT-AUDIT.
           OPEN EXTEND MAINTAUDIT-FILE.
           IF MAINTAUDIT-STATUS = "35"
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
       END PROGRAM SENIOR-REG-MAINTENANCE.
