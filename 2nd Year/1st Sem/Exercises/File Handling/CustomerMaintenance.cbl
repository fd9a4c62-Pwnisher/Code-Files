       01 CUSTMAST-STATUS PIC X(02).
       01 MAINTAUDIT-STATUS PIC X(02).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "CUSTOMER-MAINTENANCE".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 CUSTCHOICE PIC X(01).
           88 CUST-ADD VALUE "A".
           88 CUST-CHANGE VALUE "C".
           88 CUST-DEACTIVATE VALUE "D".
           88 CUST-EXIT VALUE "X".
       01 WORKCARDNUM PIC X(12).
       01 CHECKDIGIT-ACTION PIC X(01).
       01 CHECKDIGIT-NUMBER PIC X(12).
       01 CHECKDIGIT-RESULT PIC X(01).
           88 CHECKDIGIT-OK VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O CUSTMAST-FILE.
               OPEN I-O CUSTMAST-FILE
           END-IF.

           PERFORM BACK-OFFICE-SIGN-ON.

           PERFORM UNTIL CUST-EXIT
               DISPLAY "CUSTOMER MAINTENANCE (A-ADD, C-CHANGE NAME, "
               ACCEPT CUSTCHOICE
               EVALUATE TRUE
                   WHEN CUST-ADD
                       PERFORM ADD-CUSTOMER THRU ADD-CUSTOMER-EXIT
                   WHEN CUST-CHANGE
                       PERFORM CHANGE-CUSTOMER
                   WHEN CUST-BALANCE
           STOP RUN.

       ADD-CUSTOMER.
           DISPLAY "NEW CARD NUMBER, WITHOUT CHECK DIGIT: ".
           ACCEPT WORKCARDNUM.
           MOVE "G" TO CHECKDIGIT-ACTION.
           MOVE WORKCARDNUM TO CHECKDIGIT-NUMBER.
           CALL "CHECK-DIGIT" USING CHECKDIGIT-ACTION CHECKDIGIT-NUMBER
               CHECKDIGIT-RESULT.
           IF NOT CHECKDIGIT-OK
               DISPLAY "CARD NUMBER MUST BE 1 TO 11 DIGITS."
               GO TO ADD-CUSTOMER-EXIT
           END-IF.
           MOVE CHECKDIGIT-NUMBER TO WORKCARDNUM.
           DISPLAY "CARD NUMBER WITH CHECK DIGIT: " WORKCARDNUM.
           MOVE WORKCARDNUM TO CU-CARDNUM.

           READ CUSTMAST-FILE
               END-WRITE
           END-IF.

       ADD-CUSTOMER-EXIT.
           EXIT.

       CHANGE-CUSTOMER.
           DISPLAY "CARD NUMBER: ".
           ACCEPT WORKCARDNUM.
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
       END PROGRAM CUSTOMER-MAINTENANCE.
