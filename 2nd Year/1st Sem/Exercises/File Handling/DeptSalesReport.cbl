       01 TOTAL-SALES PIC S9(08)V99 VALUE ZERO.
       01 DEPT-SHARE PIC 9(03)V99.
       01 DEPT-NAME-OUT PIC X(30).
       01 UNITS-DISP PIC ZZ,ZZZ,ZZ9.999-.
       01 SALES-DISP PIC ZZ,ZZZ,ZZ9.99-.
       01 SHARE-DISP PIC ZZ9.99.
       01 REPORT-LINE PIC X(132).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "DEPT-SALES-REPORT".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "BUSINESS DATE (0 FOR ALL DATES): ".
           END-PERFORM.

           OPEN INPUT DEPTMAST-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE SPACES TO REPORT-LINE.
           STRING "DEPARTMENT SALES REPORT FOR " RPT-BUSDATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM PRINT-DEPT-LINE.

           PERFORM VARYING DPT-SCAN FROM 1 BY 1 UNTIL
               DPT-SCAN > DPT-COUNT
               ELSE
                   MOVE ZERO TO DEPT-SHARE
               END-IF
               MOVE DPT-UNITS(DPT-SCAN) TO UNITS-DISP
               MOVE DPT-SALES(DPT-SCAN) TO SALES-DISP
               MOVE DEPT-SHARE TO SHARE-DISP
               MOVE SPACES TO REPORT-LINE
               STRING DPT-DEPTCODE(DPT-SCAN) " " DEPT-NAME-OUT
                   " UNITS: " UNITS-DISP
                   " NET SALES: P" SALES-DISP
                   " SHARE: " SHARE-DISP "%"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM PRINT-DEPT-LINE
           END-PERFORM.

           CLOSE DEPTMAST-FILE.
           MOVE TOTAL-SALES TO SALES-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL NET SALES: P" SALES-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM PRINT-DEPT-LINE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       PRINT-DEPT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM DEPT-SALES-REPORT.
