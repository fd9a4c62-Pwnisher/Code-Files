           88 OR-RELEASE VALUE "R".
           88 OR-EXIT VALUE "X".
       01 WORKTILLNUM PIC 9(04).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "OR-SERIES-CONTROL".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O ORCONTROL-FILE.
               CLOSE ORCONTROL-FILE
               OPEN I-O ORCONTROL-FILE
           END-IF.
           PERFORM BACK-OFFICE-SIGN-ON.

           PERFORM UNTIL OR-EXIT
               DISPLAY "OR SERIES CONTROL (S-SET UP SERIES, "
                   "I-INQUIRE, R-RELEASE IN-USE FLAG, X-EXIT): "
               ACCEPT ORCHOICE
               PERFORM AUTHORIZE-CHOICE
               EVALUATE TRUE
                   WHEN NOT SIGNON-ALLOWED
                       CONTINUE
                   WHEN OR-SETUP
                       PERFORM SETUP-SERIES
                   WHEN OR-INQUIRE
                       DISPLAY "SERIES IS NOT MARKED IN USE."
                   END-IF
           END-READ.

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

       AUTHORIZE-CHOICE.
           MOVE SPACES TO SIGNON-FUNCTION.
           EVALUATE TRUE
               WHEN OR-SETUP
                   MOVE "SETUP" TO SIGNON-FUNCTION
               WHEN OR-INQUIRE
                   MOVE "VIEW" TO SIGNON-FUNCTION
               WHEN OR-RELEASE
                   MOVE "RELEASE" TO SIGNON-FUNCTION
           END-EVALUATE.
           MOVE "Y" TO SIGNON-RESULT.
           IF SIGNON-FUNCTION NOT = SPACES
               PERFORM AUTHORIZE-FUNCTION
           END-IF.

       AUTHORIZE-FUNCTION.
           MOVE "A" TO SIGNON-ACTION.
           CALL "BO-SIGNON" USING SIGNON-PROGRAMNAME SIGNON-ACTION
               SIGNON-FUNCTION SIGNON-USERID SIGNON-RESULT.
       END PROGRAM OR-SERIES-CONTROL.
