       01 AM-SCAN PIC 9(03) COMP.
       01 EXCEPTION-COUNT PIC 9(05) VALUE ZERO.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "LOSS-PREVENTION".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       01 EXC-TABLE-AREA.
           05 EXC-ENTRY OCCURS 300 TIMES.
               10 EXC-SEVERITY PIC 9(09)V99.
           PERFORM LOAD-LP-CONFIG.

           OPEN OUTPUT LPREPORT-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE "LOSS PREVENTION EXCEPTION REPORT" TO REPORT-LINE.
           WRITE LPREPORT-REC FROM REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

           PERFORM SCAN-TENDER-FILE.
           PERFORM SCAN-VOID-AUDIT.
               EXCEPTION-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE LPREPORT-REC FROM REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.
           DISPLAY REPORT-LINE.

           CLOSE LPREPORT-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "EXCEPTION LISTING WRITTEN TO LPEXCEPT.DAT".
           STOP RUN.

           PERFORM VARYING EXC-I FROM 1 BY 1 UNTIL
               EXC-I > EXC-COUNT
               WRITE LPREPORT-REC FROM EXC-LINE(EXC-I)
               MOVE EXC-LINE(EXC-I) TO REPORT-LINE
               PERFORM SPOOL-REPORT-LINE
               DISPLAY EXC-LINE(EXC-I)
           END-PERFORM.
           IF EXC-OVERFLOW > ZERO
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE LPREPORT-REC FROM REPORT-LINE
               PERFORM SPOOL-REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM LOSS-PREVENTION-REPORT.
