       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-CLOSE-STREAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSESTEP-FILE
           ASSIGN TO "D:\Files\dat\closesteps.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLOSESTEP-STATUS.
           SELECT RUNCTL-FILE
           ASSIGN TO "D:\Files\dat\runctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNCTL-STATUS.
           SELECT CERT-FILE
           ASSIGN TO "D:\Files\dat\dayclosecert.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CERT-STATUS.
           SELECT CLOSESTATUS-FILE
           ASSIGN TO "D:\Files\dat\closestatus.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLOSESTATUS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLOSESTEP-FILE.
       01 CLOSESTEP-REC.
           05 CS-STEPNO PIC 9(02).
           05 CS-PROGRAM PIC X(20).
           05 CS-COMMAND PIC X(80).
           05 CS-CERTCHECK PIC X(01).
       FD RUNCTL-FILE.
       COPY "RUNCTL.CPY".
       FD CERT-FILE.
       01 CERT-REC PIC X(90).
       FD CLOSESTATUS-FILE.
       01 CLOSESTATUS-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 CLOSESTEP-STATUS PIC X(02).
       01 RUNCTL-STATUS PIC X(02).
       01 CERT-STATUS PIC X(02).
       01 CLOSESTATUS-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "DAY-CLOSE-STREAM".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 STREAM-ID PIC X(08) VALUE "DAYCLOSE".
       01 CLOSE-BUSDATE PIC 9(08).
       01 START-STEP PIC 9(02).
       01 RESTART-STEP PIC 9(02).
       01 SOURCE-EOF-SW PIC X(03).
           88 SOURCE-EOF VALUE "YES".
       01 STREAM-STOP-SW PIC X(03).
           88 STREAM-STOPPED VALUE "YES".
       01 STEP-FOUND-SW PIC X(03).
           88 STEP-FOUND VALUE "YES".
       01 STEP-LOGGED-SW PIC X(03).
           88 STEP-LOGGED VALUE "YES".
       01 STEP-TABLE-AREA.
           05 SP-ENTRY OCCURS 20 TIMES INDEXED BY SP-IDX.
               10 SP-STEPNO PIC 9(02).
               10 SP-PROGRAM PIC X(20).
               10 SP-COMMAND PIC X(80).
               10 SP-CERTCHECK PIC X(01).
                   88 SP-CHECK-CERT VALUE "Y".
               10 SP-STATE PIC X(01).
                   88 SP-NOT-RUN VALUE " ".
                   88 SP-STARTED VALUE "S".
                   88 SP-DONE VALUE "C".
                   88 SP-FAILED VALUE "F".
               10 SP-RUNDATE PIC 9(08).
               10 SP-RUNTIME PIC 9(08).
               10 SP-RECORDS PIC 9(06).
       01 SP-COUNT PIC 9(02) VALUE ZERO.
       01 SP-SCAN PIC 9(02) COMP.
       01 DEFAULT-STEPNO PIC 9(02) VALUE ZERO.
       01 DEFAULT-PROGRAM PIC X(20).
       01 DEFAULT-COMMAND PIC X(80).
       01 DEFAULT-CERTCHECK PIC X(01).
       01 STEP-START.
           05 STEP-STARTDATE PIC 9(08).
           05 STEP-STARTTIME PIC 9(08).
       01 LOG-STAMP.
           05 LOG-STAMPDATE PIC 9(08).
           05 LOG-STAMPTIME PIC 9(08).
       01 STEP-RC PIC S9(09).
       01 STEP-RECORDS PIC 9(06).
       01 STEP-TOTAL PIC S9(9)V99.
       01 STEP-COMPLETION PIC X(01).
       01 STEP-OUTCOME PIC X(01).
       01 FAIL-REASON PIC X(60).
       01 CERT-DATE-SW PIC X(03).
           88 CERT-DATE-OK VALUE "YES".
       01 CERT-PASS-SW PIC X(03).
           88 CERT-PASSED VALUE "YES".
       01 EXPECTED-CERT-HEAD PIC X(28).
       01 STATE-TEXT PIC X(12).
       01 RECORDS-DISP PIC ZZZ,ZZ9.
       01 RC-DISP PIC -(9)9.
       01 STEPS-RUN PIC 9(02) VALUE ZERO.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "DAY-CLOSE-STREAM".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "END-OF-DAY JOB STREAM".
           DISPLAY "BUSINESS DATE TO CLOSE (YYYYMMDD): ".
           ACCEPT CLOSE-BUSDATE.

           PERFORM LOAD-STEP-DEFINITIONS.
           IF SP-COUNT = ZERO
               DISPLAY "NO STEPS IN CLOSESTEPS.DAT, NOTHING TO RUN."
               STOP RUN
           END-IF.
           PERFORM LOAD-STEP-HISTORY.
           PERFORM FIND-RESTART-STEP.
           IF RESTART-STEP = ZERO
               DISPLAY "DAY CLOSE FOR " CLOSE-BUSDATE
                   " IS ALREADY COMPLETE."
               PERFORM PRINT-CLOSE-STATUS
               STOP RUN
           END-IF.
           IF RESTART-STEP > 1
               DISPLAY "RESTARTING AT STEP " SP-STEPNO(RESTART-STEP)
                   " " SP-PROGRAM(RESTART-STEP)
                   ", EARLIER STEPS ALREADY COMPLETED."
           END-IF.
           DISPLAY "START AT STEP (0 TO TAKE STEP "
               SP-STEPNO(RESTART-STEP) ", OR AN EARLIER STEP TO "
               "RERUN IT): ".
           ACCEPT START-STEP.
           IF START-STEP = ZERO
               MOVE RESTART-STEP TO SP-SCAN
           ELSE
               MOVE "NO" TO STEP-FOUND-SW
               PERFORM VARYING SP-IDX FROM 1 BY 1 UNTIL
                   SP-IDX > SP-COUNT OR STEP-FOUND
                   IF SP-STEPNO(SP-IDX) = START-STEP
                       MOVE "YES" TO STEP-FOUND-SW
                   END-IF
               END-PERFORM
               IF NOT STEP-FOUND
                   DISPLAY "STEP " START-STEP " IS NOT DEFINED, "
                       "STREAM NOT STARTED."
                   STOP RUN
               END-IF
               SET SP-IDX DOWN BY 1
               SET SP-SCAN TO SP-IDX
               IF SP-SCAN > RESTART-STEP
                   DISPLAY "STEP " START-STEP " COMES AFTER STEP "
                       SP-STEPNO(RESTART-STEP) " "
                       SP-PROGRAM(RESTART-STEP)
                       ", WHICH HAS NOT COMPLETED."
                   DISPLAY "STEPS CANNOT BE SKIPPED, STREAM NOT "
                       "STARTED."
                   STOP RUN
               END-IF
           END-IF.

           MOVE "NO" TO STREAM-STOP-SW.
           PERFORM UNTIL SP-SCAN > SP-COUNT OR STREAM-STOPPED
               PERFORM RUN-ONE-STEP
               ADD 1 TO SP-SCAN
           END-PERFORM.

           PERFORM LOAD-STEP-HISTORY.
           PERFORM FIND-RESTART-STEP.
           PERFORM PRINT-CLOSE-STATUS.
           STOP RUN.

       LOAD-STEP-DEFINITIONS.
           OPEN INPUT CLOSESTEP-FILE.
           IF CLOSESTEP-STATUS = "35"
               PERFORM WRITE-DEFAULT-STEPS
               OPEN INPUT CLOSESTEP-FILE
           END-IF.
           IF CLOSESTEP-STATUS NOT = "00"
               MOVE "CLOSE STEP DEFINITION FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE CLOSESTEP-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           MOVE "NO" TO SOURCE-EOF-SW.
           PERFORM UNTIL SOURCE-EOF OR SP-COUNT = 20
               READ CLOSESTEP-FILE
                   AT END
                       SET SOURCE-EOF TO TRUE
                   NOT AT END
                       IF CS-PROGRAM NOT = SPACES
                           ADD 1 TO SP-COUNT
                           MOVE CS-STEPNO TO SP-STEPNO(SP-COUNT)
                           MOVE CS-PROGRAM TO SP-PROGRAM(SP-COUNT)
                           MOVE CS-COMMAND TO SP-COMMAND(SP-COUNT)
                           MOVE CS-CERTCHECK
                               TO SP-CERTCHECK(SP-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLOSESTEP-FILE.

       WRITE-DEFAULT-STEPS.
           OPEN OUTPUT CLOSESTEP-FILE.
           MOVE "DAY-CLOSE-AUDIT" TO DEFAULT-PROGRAM.
           MOVE "DayCloseAudit" TO DEFAULT-COMMAND.
           MOVE "Y" TO DEFAULT-CERTCHECK.
           PERFORM WRITE-DEFAULT-STEP.
           MOVE "TENDER-REGISTER" TO DEFAULT-PROGRAM.
           MOVE "TenderRegister" TO DEFAULT-COMMAND.
           PERFORM WRITE-DEFAULT-STEP.
           MOVE "SHIFT-REPORT" TO DEFAULT-PROGRAM.
           MOVE "ShiftReport" TO DEFAULT-COMMAND.
           PERFORM WRITE-DEFAULT-STEP.
           MOVE "SETTLEMENT-RECON" TO DEFAULT-PROGRAM.
           MOVE "SettleRecon" TO DEFAULT-COMMAND.
           PERFORM WRITE-DEFAULT-STEP.
           MOVE "SAFE-LEDGER" TO DEFAULT-PROGRAM.
           MOVE "SafeLedger" TO DEFAULT-COMMAND.
           PERFORM WRITE-DEFAULT-STEP.
           MOVE "GL-EXTRACT" TO DEFAULT-PROGRAM.
           MOVE "GlExtract" TO DEFAULT-COMMAND.
           PERFORM WRITE-DEFAULT-STEP.
           MOVE "BIR-SALES-EXTRACT" TO DEFAULT-PROGRAM.
           MOVE "BirSalesExtract" TO DEFAULT-COMMAND.
           PERFORM WRITE-DEFAULT-STEP.
           MOVE "MARKDOWN-SELLTHRU" TO DEFAULT-PROGRAM.
           MOVE "MarkdownSellThru" TO DEFAULT-COMMAND.
           PERFORM WRITE-DEFAULT-STEP.
           MOVE "DATA-BACKUP" TO DEFAULT-PROGRAM.
           MOVE "DataBackup" TO DEFAULT-COMMAND.
           PERFORM WRITE-DEFAULT-STEP.
           MOVE "STORE-DAY-CONTROL" TO DEFAULT-PROGRAM.
           MOVE "DayControl" TO DEFAULT-COMMAND.
           PERFORM WRITE-DEFAULT-STEP.
           CLOSE CLOSESTEP-FILE.
           DISPLAY "CLOSESTEPS.DAT CREATED WITH THE STANDARD "
               "CLOSE STEPS.".

       WRITE-DEFAULT-STEP.
           ADD 10 TO DEFAULT-STEPNO.
           MOVE DEFAULT-STEPNO TO CS-STEPNO.
           MOVE DEFAULT-PROGRAM TO CS-PROGRAM.
           MOVE DEFAULT-COMMAND TO CS-COMMAND.
           MOVE DEFAULT-CERTCHECK TO CS-CERTCHECK.
           WRITE CLOSESTEP-REC.
           MOVE "N" TO DEFAULT-CERTCHECK.

       LOAD-STEP-HISTORY.
           PERFORM VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > SP-COUNT
               MOVE SPACE TO SP-STATE(SP-IDX)
               MOVE ZERO TO SP-RUNDATE(SP-IDX)
               MOVE ZERO TO SP-RUNTIME(SP-IDX)
               MOVE ZERO TO SP-RECORDS(SP-IDX)
           END-PERFORM.
           MOVE "NO" TO SOURCE-EOF-SW.
           OPEN INPUT RUNCTL-FILE.
           IF RUNCTL-STATUS = "00"
               PERFORM UNTIL SOURCE-EOF
                   READ RUNCTL-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           IF RU-STREAMID = STREAM-ID
                                   AND RU-BUSDATE = CLOSE-BUSDATE
                               PERFORM NOTE-STEP-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF.

       NOTE-STEP-HISTORY.
           MOVE "NO" TO STEP-FOUND-SW.
           PERFORM VARYING SP-IDX FROM 1 BY 1 UNTIL
               SP-IDX > SP-COUNT OR STEP-FOUND
               IF SP-STEPNO(SP-IDX) = RU-STEPNO
                   MOVE "YES" TO STEP-FOUND-SW
               END-IF
           END-PERFORM.
           IF STEP-FOUND
               SET SP-IDX DOWN BY 1
               MOVE RU-RUNDATE TO SP-RUNDATE(SP-IDX)
               MOVE RU-RUNTIME TO SP-RUNTIME(SP-IDX)
               IF RU-RUN-START
                   SET SP-STARTED(SP-IDX) TO TRUE
                   MOVE ZERO TO SP-RECORDS(SP-IDX)
               ELSE
                   MOVE RU-RECORDS TO SP-RECORDS(SP-IDX)
                   IF RU-COMPLETED
                       SET SP-DONE(SP-IDX) TO TRUE
                   ELSE
                       SET SP-FAILED(SP-IDX) TO TRUE
                   END-IF
               END-IF
           END-IF.

       FIND-RESTART-STEP.
           MOVE ZERO TO RESTART-STEP.
           PERFORM VARYING SP-IDX FROM 1 BY 1 UNTIL
               SP-IDX > SP-COUNT OR RESTART-STEP > ZERO
               IF NOT SP-DONE(SP-IDX)
                   SET RESTART-STEP TO SP-IDX
               END-IF
           END-PERFORM.

       RUN-ONE-STEP.
           DISPLAY "---- STEP " SP-STEPNO(SP-SCAN) " "
               SP-PROGRAM(SP-SCAN).
           ADD 1 TO STEPS-RUN.
           MOVE SPACES TO FAIL-REASON.
           MOVE ZERO TO STEP-RECORDS.
           MOVE ZERO TO STEP-TOTAL.
           MOVE "S" TO RU-EVENT.
           MOVE SPACE TO STEP-COMPLETION.
           PERFORM WRITE-STREAM-RECORD.
           MOVE RU-RUNDATE TO STEP-STARTDATE.
           MOVE RU-RUNTIME TO STEP-STARTTIME.

           CALL "SYSTEM" USING SP-COMMAND(SP-SCAN).
           MOVE RETURN-CODE TO STEP-RC.
           MOVE ZERO TO RETURN-CODE.

           PERFORM FIND-STEP-RUN-LOG.
           EVALUATE TRUE
               WHEN STEP-RC NOT = ZERO
                   MOVE STEP-RC TO RC-DISP
                   STRING "PROGRAM ENDED WITH RETURN CODE " RC-DISP
                       DELIMITED BY SIZE INTO FAIL-REASON
               WHEN NOT STEP-LOGGED
                   MOVE "PROGRAM DID NOT REACH ITS NORMAL END"
                       TO FAIL-REASON
               WHEN STEP-COMPLETION NOT = "C"
                   MOVE "PROGRAM REPORTED AN INCOMPLETE RUN"
                       TO FAIL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF FAIL-REASON = SPACES AND SP-CHECK-CERT(SP-SCAN)
               PERFORM CHECK-CLOSE-CERTIFICATE
           END-IF.

           IF FAIL-REASON = SPACES
               MOVE "C" TO STEP-COMPLETION
           ELSE
               MOVE "F" TO STEP-COMPLETION
               MOVE "YES" TO STREAM-STOP-SW
           END-IF.
           MOVE "E" TO RU-EVENT.
           PERFORM WRITE-STREAM-RECORD.
           IF STREAM-STOPPED
               DISPLAY "*** STREAM STOPPED AT STEP " SP-STEPNO(SP-SCAN)
                   " " SP-PROGRAM(SP-SCAN) " ***"
               DISPLAY "*** " FAIL-REASON
               DISPLAY "*** CORRECT THE PROBLEM AND RE-RUN, THE "
                   "STREAM RESTARTS AT THIS STEP."
           END-IF.

       FIND-STEP-RUN-LOG.
           MOVE "NO" TO STEP-LOGGED-SW.
           MOVE "NO" TO SOURCE-EOF-SW.
           OPEN INPUT RUNCTL-FILE.
           IF RUNCTL-STATUS = "00"
               PERFORM UNTIL SOURCE-EOF
                   READ RUNCTL-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           MOVE RU-RUNDATE TO LOG-STAMPDATE
                           MOVE RU-RUNTIME TO LOG-STAMPTIME
                           IF RU-PROGRAM = SP-PROGRAM(SP-SCAN)
                                   AND RU-STREAMID = SPACES
                                   AND RU-RUN-END
                                   AND LOG-STAMP NOT < STEP-START
                               MOVE "YES" TO STEP-LOGGED-SW
                               MOVE RU-RECORDS TO STEP-RECORDS
                               MOVE RU-TOTAL TO STEP-TOTAL
                               MOVE RU-COMPLETION TO STEP-COMPLETION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF.

       CHECK-CLOSE-CERTIFICATE.
           MOVE "NO" TO CERT-DATE-SW.
           MOVE "NO" TO CERT-PASS-SW.
           MOVE SPACES TO EXPECTED-CERT-HEAD.
           STRING "DAY CLOSE AUDIT FOR " CLOSE-BUSDATE
               DELIMITED BY SIZE INTO EXPECTED-CERT-HEAD.
           MOVE "NO" TO SOURCE-EOF-SW.
           OPEN INPUT CERT-FILE.
           IF CERT-STATUS = "00"
               PERFORM UNTIL SOURCE-EOF
                   READ CERT-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           IF CERT-REC(1:28) = EXPECTED-CERT-HEAD
                               MOVE "YES" TO CERT-DATE-SW
                           END-IF
                           IF CERT-REC(1:13) = "RESULT: PASS "
                               MOVE "YES" TO CERT-PASS-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERT-FILE
           END-IF.
           EVALUATE TRUE
               WHEN NOT CERT-DATE-OK
                   MOVE "NO CLOSE AUDIT CERTIFICATE FOR THIS DATE"
                       TO FAIL-REASON
               WHEN NOT CERT-PASSED
                   MOVE "CLOSE AUDIT CERTIFICATE IS NOT CLEAN"
                       TO FAIL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-STREAM-RECORD.
           OPEN EXTEND RUNCTL-FILE.
           IF RUNCTL-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
           END-IF.
           IF RUNCTL-STATUS NOT = "00"
               MOVE "RUN CONTROL FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE RUNCTL-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           MOVE SP-PROGRAM(SP-SCAN) TO RU-PROGRAM.
           ACCEPT RU-RUNDATE FROM DATE YYYYMMDD.
           ACCEPT RU-RUNTIME FROM TIME.
           MOVE STEP-RECORDS TO RU-RECORDS.
           MOVE STEP-TOTAL TO RU-TOTAL.
           MOVE STEP-COMPLETION TO RU-COMPLETION.
           MOVE STREAM-ID TO RU-STREAMID.
           MOVE SP-STEPNO(SP-SCAN) TO RU-STEPNO.
           MOVE CLOSE-BUSDATE TO RU-BUSDATE.
           WRITE RUNCTL-REC.
           CLOSE RUNCTL-FILE.

       PRINT-CLOSE-STATUS.
           OPEN OUTPUT CLOSESTATUS-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE SPACES TO REPORT-LINE.
           STRING "DAY CLOSE STATUS FOR BUSINESS DATE " CLOSE-BUSDATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "STEP PROGRAM              STATUS       RUN DATE "
               "TIME       RECORDS"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > SP-COUNT
               EVALUATE TRUE
                   WHEN SP-DONE(SP-IDX)
                       MOVE "COMPLETED" TO STATE-TEXT
                   WHEN SP-FAILED(SP-IDX)
                       MOVE "FAILED" TO STATE-TEXT
                   WHEN SP-STARTED(SP-IDX)
                       MOVE "DID NOT END" TO STATE-TEXT
                   WHEN OTHER
                       MOVE "NOT RUN" TO STATE-TEXT
               END-EVALUATE
               MOVE SP-RECORDS(SP-IDX) TO RECORDS-DISP
               MOVE SPACES TO REPORT-LINE
               IF SP-NOT-RUN(SP-IDX)
                   STRING SP-STEPNO(SP-IDX) "   " SP-PROGRAM(SP-IDX)
                       " " STATE-TEXT
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING SP-STEPNO(SP-IDX) "   " SP-PROGRAM(SP-IDX)
                       " " STATE-TEXT " " SP-RUNDATE(SP-IDX)
                       " " SP-RUNTIME(SP-IDX)(1:6) " " RECORDS-DISP
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           IF RESTART-STEP = ZERO
               STRING "DAY CLOSE COMPLETE, ALL " SP-COUNT
                   " STEPS RAN CLEAN."
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "DAY CLOSE NOT COMPLETE, NEXT RUN RESTARTS AT "
                   "STEP " SP-STEPNO(RESTART-STEP) " "
                   SP-PROGRAM(RESTART-STEP)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           CLOSE CLOSESTATUS-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "CLOSE STATUS WRITTEN TO CLOSESTATUS.DAT".

       WRITE-REPORT-LINE.
           WRITE CLOSESTATUS-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM DAY-CLOSE-STREAM.
