       01 CASHMAST-STATUS PIC X(02).
       01 MAINTAUDIT-STATUS PIC X(02).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "CASHIER-MAINTENANCE".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 SUPERMAST-STATUS PIC X(02).
       01 PINAUDIT-STATUS PIC X(02).
       01 PINAUDITACTION PIC X(08).
               OPEN I-O CASHMAST-FILE
           END-IF.

           PERFORM BACK-OFFICE-SIGN-ON.

           PERFORM UNTIL CASH-EXIT
               DISPLAY "CASHIER MAINTENANCE (A-ADD, C-CHANGE NAME, "
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
       END PROGRAM CASHIER-MAINTENANCE.
