           ASSIGN TO "D:\Files\dat\worksheets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORKSHEET-STATUS.
           SELECT RETPROB-FILE
           ASSIGN TO "D:\Files\dat\retprob.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETPROB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDMAST-FILE.
           05 ST-STATUSFLAG PIC X(01).
               88 ST-STUDENT-ACTIVE VALUE "A".
               88 ST-STUDENT-INACTIVE VALUE "I".
           05 ST-SEX PIC X(01).
               88 ST-MALE VALUE "M".
               88 ST-FEMALE VALUE "F".
           05 ST-BIRTHDATE PIC 9(08).
           05 ST-CITIZENSHIP PIC X(20).
       FD QRKEY-FILE.
       01 QRKEY-REC.
           05 QK-STUDENTNUM PIC 9(10).
           05 GK-ANSWER PIC 999.
       FD WORKSHEET-FILE.
       01 WORKSHEET-REC PIC X(80).
       FD RETPROB-FILE.
       01 RETPROB-REC.
           05 RP-PROBTYPE PIC X(01).
           05 RP-NUM1 PIC 9(03).
           05 RP-NUM2 PIC 9(03).
           05 RP-ACTION PIC X(01).
               88 RP-RETIRE VALUE "R".
               88 RP-REINSTATE VALUE "A".
           05 RP-ACTIONDATE PIC 9(08).
           05 RP-REASON PIC X(24).
           05 RP-ACTIONBY PIC X(20).
       WORKING-STORAGE SECTION.
       01 STUDMAST-STATUS PIC X(02).
       01 QRKEY-STATUS PIC X(02).
       01 GCDKEY-STATUS PIC X(02).
       01 WORKSHEET-STATUS PIC X(02).
       01 RETPROB-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "PROBLEM-GENERATOR".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 SP-IDX PIC 9(02) COMP.
       01 PAIR-SEEN-SW PIC X(03).
           88 PAIR-SEEN VALUE "YES".
       01 RETPROB-EOF-SW PIC X(03).
           88 RETPROB-EOF VALUE "YES".
       01 RETIRED-PAIRS.
           05 RX-ENTRY OCCURS 500 TIMES.
               10 RX-NUM1 PIC 9(03).
               10 RX-NUM2 PIC 9(03).
               10 RX-STATE PIC X(01).
       01 RX-COUNT PIC 9(03) VALUE ZERO.
       01 RX-IDX PIC 9(03) COMP.
       01 RX-FOUND-SW PIC X(03).
           88 RX-FOUND VALUE "YES".
       01 RETIRED-ACTIVE PIC 9(03) VALUE ZERO.
       01 RETRY-COUNT PIC 9(03).
       01 SHEET-LINE PIC X(80).
       01 KEYS-WRITTEN PIC 9(05) VALUE ZERO.
           END-PERFORM.
           DISPLAY "CLASS SIZE (0 FOR ALL ACTIVE STUDENTS): ".
           ACCEPT CLASS-LIMIT.
           PERFORM LOAD-RETIRED-PAIRS.

           ACCEPT RANDOM-SEED FROM TIME.
           COMPUTE RANDOM-WORK = FUNCTION RANDOM(RANDOM-SEED).
                   MOVE "YES" TO PAIR-SEEN-SW
               END-IF
           END-PERFORM.
           PERFORM VARYING RX-IDX FROM 1 BY 1 UNTIL
               RX-IDX > RX-COUNT
               IF RX-NUM1(RX-IDX) = GEN-NUM1 AND
                   RX-NUM2(RX-IDX) = GEN-NUM2 AND
                   RX-STATE(RX-IDX) = "R"
                   MOVE "YES" TO PAIR-SEEN-SW
               END-IF
           END-PERFORM.

       LOAD-RETIRED-PAIRS.
           MOVE ZERO TO RX-COUNT.
           MOVE "NO" TO RETPROB-EOF-SW.
           OPEN INPUT RETPROB-FILE.
           IF RETPROB-STATUS NOT = "00"
               SET RETPROB-EOF TO TRUE
           END-IF.
           PERFORM UNTIL RETPROB-EOF
               READ RETPROB-FILE
                   AT END
                       SET RETPROB-EOF TO TRUE
                   NOT AT END
                       IF RP-PROBTYPE = GENCHOICE
                           PERFORM APPLY-RETIRED-PAIR
                       END-IF
               END-READ
           END-PERFORM.
           IF RETPROB-STATUS NOT = "35"
               CLOSE RETPROB-FILE
           END-IF.
           MOVE ZERO TO RETIRED-ACTIVE.
           PERFORM VARYING RX-IDX FROM 1 BY 1 UNTIL
               RX-IDX > RX-COUNT
               IF RX-STATE(RX-IDX) = "R"
                   ADD 1 TO RETIRED-ACTIVE
               END-IF
           END-PERFORM.
           IF RETIRED-ACTIVE > ZERO
               DISPLAY RETIRED-ACTIVE " RETIRED PROBLEMS WILL BE "
                   "SKIPPED."
           END-IF.

       APPLY-RETIRED-PAIR.
           MOVE "NO" TO RX-FOUND-SW.
           PERFORM VARYING RX-IDX FROM 1 BY 1 UNTIL
               RX-IDX > RX-COUNT OR RX-FOUND
               IF RX-NUM1(RX-IDX) = RP-NUM1 AND
                   RX-NUM2(RX-IDX) = RP-NUM2
                   MOVE "YES" TO RX-FOUND-SW
               END-IF
           END-PERFORM.
           IF RX-FOUND
               SUBTRACT 1 FROM RX-IDX
           ELSE
               IF RX-COUNT < 500
                   ADD 1 TO RX-COUNT
                   MOVE RX-COUNT TO RX-IDX
                   MOVE RP-NUM1 TO RX-NUM1(RX-IDX)
                   MOVE RP-NUM2 TO RX-NUM2(RX-IDX)
                   MOVE "YES" TO RX-FOUND-SW
               END-IF
           END-IF.
           IF RX-FOUND
               MOVE RP-ACTION TO RX-STATE(RX-IDX)
           END-IF.

       WRITE-QR-PROBLEM.
           DIVIDE GEN-NUM1 BY GEN-NUM2 GIVING GEN-QUO
