       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-GUARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTPERIOD-FILE
           ASSIGN TO "D:\Files\dat\acctperiod.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AC-PERIOD
           FILE STATUS IS ACCTPERIOD-STATUS.
           SELECT PERIODLOG-FILE
           ASSIGN TO "D:\Files\dat\periodlog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERIODLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCTPERIOD-FILE.
       COPY "ACCTPERIOD.CPY".
       FD PERIODLOG-FILE.
       COPY "PERIODLOG.CPY".
       WORKING-STORAGE SECTION.
       01 ACCTPERIOD-STATUS PIC X(02).
       01 PERIODLOG-STATUS PIC X(02).
       01 CHECK-PERIOD PIC 9(06).
       01 CHECK-PERIOD-PARTS REDEFINES CHECK-PERIOD.
           05 CHECK-YEAR PIC 9(04).
           05 CHECK-MONTH PIC 9(02).
       01 MONTHS-AHEAD PIC 9(03).
       01 OPEN-FOUND-SW PIC X(03).
           88 OPEN-FOUND VALUE "YES".
       LINKAGE SECTION.
       01 PG-PROGRAMNAME PIC X(20).
       01 PG-ACTION PIC X(01).
       01 PG-TRANDATE PIC 9(08).
       01 PG-RECORDKEY PIC X(20).
       01 PG-AMOUNT PIC S9(9)V99.
       01 PG-OPERATOR PIC X(10).
       01 PG-STATE PIC X(01).
       01 PG-NEXTOPEN PIC 9(08).
       PROCEDURE DIVISION USING PG-PROGRAMNAME PG-ACTION
           PG-TRANDATE PG-RECORDKEY PG-AMOUNT PG-OPERATOR
           PG-STATE PG-NEXTOPEN.
       MAIN-PROCEDURE.
           MOVE "O" TO PG-STATE.
           MOVE PG-TRANDATE TO PG-NEXTOPEN.
           OPEN INPUT ACCTPERIOD-FILE.
           IF ACCTPERIOD-STATUS NOT = "00"
               GOBACK
           END-IF.

           MOVE PG-TRANDATE(1:6) TO CHECK-PERIOD.
           MOVE CHECK-PERIOD TO AC-PERIOD.
           READ ACCTPERIOD-FILE
               INVALID KEY
                   MOVE SPACES TO AC-STATUS
                   MOVE ZERO TO AC-CLOSEDATE
           END-READ.

           EVALUATE PG-ACTION
               WHEN "C"
                   IF AC-PERIOD-CLOSED
                       MOVE "C" TO PG-STATE
                       PERFORM FIND-NEXT-OPEN-PERIOD
                   END-IF
               WHEN "L"
                   IF AC-CLOSEDATE > ZERO
                       PERFORM LOG-POST-CLOSE-ACTIVITY
                   END-IF
           END-EVALUATE.

           CLOSE ACCTPERIOD-FILE.
           GOBACK.

       FIND-NEXT-OPEN-PERIOD.
           MOVE "NO" TO OPEN-FOUND-SW.
           MOVE ZERO TO MONTHS-AHEAD.
           PERFORM UNTIL OPEN-FOUND OR MONTHS-AHEAD > 120
               ADD 1 TO MONTHS-AHEAD
               IF CHECK-MONTH = 12
                   ADD 1 TO CHECK-YEAR
                   MOVE 1 TO CHECK-MONTH
               ELSE
                   ADD 1 TO CHECK-MONTH
               END-IF
               MOVE CHECK-PERIOD TO AC-PERIOD
               READ ACCTPERIOD-FILE
                   INVALID KEY
                       MOVE "YES" TO OPEN-FOUND-SW
                   NOT INVALID KEY
                       IF NOT AC-PERIOD-CLOSED
                           MOVE "YES" TO OPEN-FOUND-SW
                       END-IF
               END-READ
           END-PERFORM.
           IF OPEN-FOUND
               COMPUTE PG-NEXTOPEN = CHECK-PERIOD * 100 + 1
           ELSE
               MOVE ZERO TO PG-NEXTOPEN
           END-IF.

       LOG-POST-CLOSE-ACTIVITY.
           OPEN EXTEND PERIODLOG-FILE.
           IF PERIODLOG-STATUS = "35"
               OPEN OUTPUT PERIODLOG-FILE
           END-IF.
           IF PERIODLOG-STATUS = "00"
               MOVE CHECK-PERIOD TO PQ-PERIOD
               MOVE PG-TRANDATE TO PQ-TRANDATE
               MOVE PG-PROGRAMNAME TO PQ-PROGRAM
               MOVE PG-RECORDKEY TO PQ-RECORDKEY
               MOVE PG-AMOUNT TO PQ-AMOUNT
               MOVE PG-OPERATOR TO PQ-OPERATOR
               ACCEPT PQ-POSTDATE FROM DATE YYYYMMDD
               ACCEPT PQ-POSTTIME FROM TIME
               MOVE AC-CLOSEDATE TO PQ-CLOSEDATE
               WRITE PERIODLOG-REC
               CLOSE PERIODLOG-FILE
           END-IF.
       END PROGRAM PERIOD-GUARD.
