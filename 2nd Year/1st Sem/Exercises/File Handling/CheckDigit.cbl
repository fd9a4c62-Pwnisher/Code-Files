       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-DIGIT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 DIGITLEN PIC 9(02) COMP.
       01 PAYLOADLEN PIC 9(02) COMP.
       01 DIGITPOS PIC 9(02) COMP.
       01 POSFROMRIGHT PIC 9(02) COMP.
       01 ODDEVEN PIC 9(01).
       01 DIVISOR PIC 9(02) VALUE 2.
       01 ONEDIGIT PIC 9(01).
       01 WEIGHTED PIC 9(02).
       01 DIGITSUM PIC 9(04).
       01 COMPUTEDDIGIT PIC 9(01).
       LINKAGE SECTION.
       01 CD-ACTION PIC X(01).
           88 CD-GENERATE VALUE "G".
           88 CD-VALIDATE VALUE "V".
       01 CD-NUMBER PIC X(12).
       01 CD-RESULT PIC X(01).
       PROCEDURE DIVISION USING CD-ACTION CD-NUMBER CD-RESULT.
       MAIN-PROCEDURE.
           MOVE "N" TO CD-RESULT.
           MOVE ZERO TO DIGITLEN.
           INSPECT CD-NUMBER TALLYING DIGITLEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF DIGITLEN = ZERO
               GOBACK
           END-IF.
           IF CD-NUMBER(1:DIGITLEN) NOT NUMERIC
               GOBACK
           END-IF.
           IF DIGITLEN < 12
               IF CD-NUMBER(DIGITLEN + 1:) NOT = SPACES
                   GOBACK
               END-IF
           END-IF.

           IF CD-GENERATE
               IF DIGITLEN > 11
                   GOBACK
               END-IF
               MOVE DIGITLEN TO PAYLOADLEN
           ELSE
               IF DIGITLEN < 2
                   GOBACK
               END-IF
               COMPUTE PAYLOADLEN = DIGITLEN - 1
           END-IF.

           MOVE ZERO TO DIGITSUM.
           PERFORM VARYING DIGITPOS FROM PAYLOADLEN BY -1
               UNTIL DIGITPOS < 1
               MOVE CD-NUMBER(DIGITPOS:1) TO ONEDIGIT
               COMPUTE POSFROMRIGHT = PAYLOADLEN - DIGITPOS + 1
               COMPUTE ODDEVEN = FUNCTION MOD (POSFROMRIGHT,DIVISOR)
               IF ODDEVEN = 1
                   COMPUTE WEIGHTED = ONEDIGIT * 2
                   IF WEIGHTED > 9
                       SUBTRACT 9 FROM WEIGHTED
                   END-IF
               ELSE
                   MOVE ONEDIGIT TO WEIGHTED
               END-IF
               ADD WEIGHTED TO DIGITSUM
           END-PERFORM.
           COMPUTE COMPUTEDDIGIT =
               FUNCTION MOD (10 - FUNCTION MOD (DIGITSUM,10),10).

           IF CD-GENERATE
               MOVE COMPUTEDDIGIT TO CD-NUMBER(DIGITLEN + 1:1)
               MOVE "Y" TO CD-RESULT
           ELSE
               MOVE CD-NUMBER(DIGITLEN:1) TO ONEDIGIT
               IF ONEDIGIT = COMPUTEDDIGIT
                   MOVE "Y" TO CD-RESULT
               END-IF
           END-IF.
           GOBACK.
       END PROGRAM CHECK-DIGIT.
