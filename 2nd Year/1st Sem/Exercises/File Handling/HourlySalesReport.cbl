           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORDERNUMH3
           ALTERNATE RECORD KEY IS ORNUMBERH3 WITH DUPLICATES
           ALTERNATE RECORD KEY IS LOYALTYCARDH3 WITH DUPLICATES
           ALTERNATE RECORD KEY IS TILLBUSDATEH3 WITH DUPLICATES
           FILE STATUS IS TENDER-STATUS.
           SELECT DAYPART-FILE
           ASSIGN TO "D:\Files\dat\daypart.dat"
       01 RECORD-UNITS PIC S9(06)V9(03).
       01 SAVED-ORDERNUM PIC 9(10).
       01 STORE-FILTER PIC X(03).
       01 TRANS-DISP PIC ZZZ,ZZ9-.
       01 UNITS-DISP PIC ZZ,ZZZ,ZZ9-.
       01 SALES-DISP PIC ZZ,ZZZ,ZZ9.99-.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "HOURLY-SALES-REPORT".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "FROM BUSINESS DATE (YYYYMMDD): ".

           CLOSE TENDER-FILE.

           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           PERFORM PRINT-HOURLY-TABLE.
           PERFORM PRINT-DAYPART-TABLE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           STOP RUN.

       LOAD-DAYPARTS.
           END-PERFORM.

       PRINT-HOURLY-TABLE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SALES BY HOUR (" RPT-FROMDATE " TO "
               RPT-TODATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM PRINT-SALES-LINE.
           PERFORM VARYING HOURIDX FROM 1 BY 1 UNTIL HOURIDX > 24
               IF HR-TRANS(HOURIDX) > ZERO
                   COMPUTE TRANSHOUR = HOURIDX - 1
                   MOVE HR-TRANS(HOURIDX) TO TRANS-DISP
                   MOVE HR-UNITS(HOURIDX) TO UNITS-DISP
                   MOVE HR-SALES(HOURIDX) TO SALES-DISP
                   MOVE SPACES TO REPORT-LINE
                   STRING "HOUR " TRANSHOUR ":00 TRANS: "
                       TRANS-DISP " UNITS: "
                       UNITS-DISP " NET SALES: P"
                       SALES-DISP
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM PRINT-SALES-LINE
               END-IF
           END-PERFORM.

       PRINT-DAYPART-TABLE.
           MOVE "SALES BY DAYPART" TO REPORT-LINE.
           PERFORM PRINT-SALES-LINE.
           PERFORM VARYING DYP-IDX FROM 1 BY 1 UNTIL
               DYP-IDX > DYP-COUNT
               MOVE DYP-TRANS(DYP-IDX) TO TRANS-DISP
               MOVE DYP-UNITS(DYP-IDX) TO UNITS-DISP
               MOVE DYP-SALES(DYP-IDX) TO SALES-DISP
               MOVE SPACES TO REPORT-LINE
               STRING DYP-NAME(DYP-IDX) " ("
                   DYP-STARTHOUR(DYP-IDX) "-" DYP-ENDHOUR(DYP-IDX)
                   ") TRANS: " TRANS-DISP
                   " UNITS: " UNITS-DISP
                   " NET SALES: P" SALES-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM PRINT-SALES-LINE
           END-PERFORM.

       PRINT-SALES-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM HOURLY-SALES-REPORT.
