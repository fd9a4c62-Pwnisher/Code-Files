       01 DEPTMAST-STATUS PIC X(02).
       01 MAINTAUDIT-STATUS PIC X(02).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "DEPT-MAINTENANCE".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 DEPTCHOICE PIC X(01).
           88 DEPT-ADD VALUE "A".
           88 DEPT-CHANGE VALUE "C".
           88 DEPT-LIST VALUE "L".
           88 DEPT-EXIT VALUE "X".
       01 WORKDEPTCODE PIC X(04).
       01 ENDING-IDX PIC 9(01).
       01 DEPT-EOF-SW PIC X(03) VALUE "NO".
           88 DEPT-EOF VALUE "YES".
       PROCEDURE DIVISION.
               OPEN I-O DEPTMAST-FILE
           END-IF.

           PERFORM BACK-OFFICE-SIGN-ON.

           PERFORM UNTIL DEPT-EXIT
               DISPLAY "DEPARTMENT MAINTENANCE (A-ADD, C-CHANGE, "
           MOVE WORKDEPTCODE TO DP-DEPTCODE.
           DISPLAY "DEPARTMENT NAME: ".
           ACCEPT DP-DEPTNAME.
           DISPLAY "STAFF PURCHASE DISCOUNT PERCENT: ".
           ACCEPT DP-STAFFDISCPCT.
           PERFORM ACCEPT-MARGIN-RULES.

           WRITE DEPTMAST-REC
               INVALID KEY
                   DISPLAY "CURRENT NAME: " DP-DEPTNAME
                   DISPLAY "NEW NAME: "
                   ACCEPT DP-DEPTNAME
                   IF DP-STAFFDISCPCT NOT NUMERIC
                       MOVE ZERO TO DP-STAFFDISCPCT
                   END-IF
                   DISPLAY "CURRENT STAFF DISCOUNT: " DP-STAFFDISCPCT
                       " PERCENT"
                   DISPLAY "NEW STAFF DISCOUNT PERCENT: "
                   ACCEPT DP-STAFFDISCPCT
                   IF DP-TARGETMARGINPCT NOT NUMERIC
                       MOVE ZERO TO DP-TARGETMARGINPCT
                   END-IF
                   IF DP-ENDINGCOUNT NOT NUMERIC
                       MOVE ZERO TO DP-ENDINGCOUNT
                   END-IF
                   DISPLAY "CURRENT TARGET MARGIN: " DP-TARGETMARGINPCT
                       " PERCENT, " DP-ENDINGCOUNT " PRICE ENDINGS"
                   PERFORM ACCEPT-MARGIN-RULES
                   REWRITE DEPTMAST-REC
                   MOVE DEPTMAST-REC TO MA-AFTERIMAGE
                   MOVE "C" TO MA-ACTION
                       SET DEPT-EOF TO TRUE
                   NOT AT END
                       DISPLAY DP-DEPTCODE " " DP-DEPTNAME
                           " STAFF DISC " DP-STAFFDISCPCT "%"
                           " TARGET MARGIN " DP-TARGETMARGINPCT "%"
               END-READ
           END-PERFORM.

       ACCEPT-MARGIN-RULES.
           DISPLAY "TARGET GROSS MARGIN PERCENT (0 FOR NONE): ".
           ACCEPT DP-TARGETMARGINPCT.
           MOVE 9 TO DP-ENDINGCOUNT.
           PERFORM UNTIL DP-ENDINGCOUNT NOT > 4
               DISPLAY "NUMBER OF PRICE ENDINGS (0-4): "
               ACCEPT DP-ENDINGCOUNT
           END-PERFORM.
           MOVE ZERO TO DP-PRICEENDING(1) DP-PRICEENDING(2)
               DP-PRICEENDING(3) DP-PRICEENDING(4).
           PERFORM VARYING ENDING-IDX FROM 1 BY 1
                   UNTIL ENDING-IDX > DP-ENDINGCOUNT
               DISPLAY "PRICE ENDING " ENDING-IDX
                   " IN CENTAVOS (E.G. 75 FOR .75): "
               ACCEPT DP-PRICEENDING(ENDING-IDX)
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
       END PROGRAM DEPT-MAINTENANCE.
