       01 RESTOREDATE PIC 9(08).
       01 RESTOREDATE-X PIC X(08).
       01 CONFIRM-ANSWER PIC X(01).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "DATA-RESTORE".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 COPY-EOF-SW PIC X(03).
           88 COPY-EOF VALUE "YES".
       01 RESTORED-COUNT PIC 9(06).
       01 TEXTSET-IDX PIC 9(02) COMP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM BACK-OFFICE-SIGN-ON.
           DISPLAY "BACKUP DATE TO RESTORE (YYYYMMDD): ".
           ACCEPT RESTOREDATE.
           MOVE RESTOREDATE TO RESTOREDATE-X.
           ELSE
               PERFORM REPORT-SET-MISSING
           END-IF.

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
       END PROGRAM DATA-RESTORE.
