       01 OPENING-BALANCE PIC S9(7)V99.
       01 RUNNING-BALANCE PIC S9(7)V99.
       01 STMT-LINE PIC X(80).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "AR-STATEMENTS".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       01 STMT-AMT-DISP PIC Z(6)9.99-.
       01 STMT-BAL-DISP PIC Z(6)9.99-.
       01 STMT-TYPE-TEXT PIC X(08).
           ACCEPT STMT-YEARMONTH.

           OPEN OUTPUT STATEMENT-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

           IF STMT-ACCTNUM NOT = SPACES
               MOVE STMT-ACCTNUM TO AR-ACCTNUM
           END-IF.

           CLOSE STATEMENT-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "STATEMENTS WRITTEN TO ARSTATEMENT.DAT.".

       STATEMENT-NEXT-ACCOUNT.
               " " DELIMITED BY SIZE
               AR-ACCTNAME DELIMITED BY SIZE
               INTO STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO STMT-LINE.
           STRING "FOR THE MONTH " DELIMITED BY SIZE
               STMT-YEARMONTH DELIMITED BY SIZE
               INTO STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

           MOVE ZERO TO OPENING-BALANCE.
           MOVE "NO" TO ARTRANS-EOF-SW.
           STRING "BALANCE FORWARD              " DELIMITED BY SIZE
               STMT-BAL-DISP DELIMITED BY SIZE
               INTO STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

           MOVE "NO" TO ARTRANS-EOF-SW.
           OPEN INPUT ARTRANS-FILE.
           STRING "BALANCE DUE                  " DELIMITED BY SIZE
               STMT-BAL-DISP DELIMITED BY SIZE
               INTO STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE "P" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       ROLL-OPENING-BALANCE.
           IF AT-CHARGE
               MOVE "CHARGE  " TO STMT-TYPE-TEXT
           ELSE
               SUBTRACT AT-AMOUNT FROM RUNNING-BALANCE
               IF AT-WTAXAMOUNT > ZERO
                   MOVE "PMT/2307" TO STMT-TYPE-TEXT
               ELSE
                   MOVE "PAYMENT " TO STMT-TYPE-TEXT
               END-IF
           END-IF.
           MOVE AT-AMOUNT TO STMT-AMT-DISP.
           MOVE RUNNING-BALANCE TO STMT-BAL-DISP.
               " BAL " DELIMITED BY SIZE
               STMT-BAL-DISP DELIMITED BY SIZE
               INTO STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

       WRITE-STATEMENT-LINE.
           WRITE STATEMENT-REC FROM STMT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       AGING-REPORT.
           ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
               ADD BUCKET-60 TO TOTAL-60
               ADD BUCKET-90 TO TOTAL-90
           END-IF.

       SPOOL-REPORT-LINE.
           MOVE STMT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM AR-STATEMENTS.
