       IDENTIFICATION DIVISION.
       PROGRAM-ID. WTAX-QUARTERLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WTAXREG-FILE
           ASSIGN TO "D:\Files\dat\wtaxreg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WTAXREG-STATUS.
           SELECT WTAXQTR-FILE
           ASSIGN TO "D:\Files\dat\wtaxqtr.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WTAXQTR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WTAXREG-FILE.
       COPY "WTAXREG.CPY".
       FD WTAXQTR-FILE.
       01 WTAXQTR-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 WTAXREG-STATUS PIC X(02).
       01 WTAXQTR-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "WTAX-QUARTERLY".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 RPT-YEAR PIC 9(04).
       01 RPT-QUARTER PIC 9(01).
       01 FIRST-MONTH PIC 9(06).
       01 LAST-MONTH PIC 9(06).
       01 TRANS-YEARMONTH PIC 9(06).
       01 WTAXREG-EOF-SW PIC X(03) VALUE "NO".
           88 WTAXREG-EOF VALUE "YES".
       01 TIN-TABLE.
           05 TIN-ENTRY OCCURS 300 TIMES INDEXED BY TIN-IDX.
               10 TIN-NUMBER PIC X(15).
               10 TIN-ACCTNAME PIC X(30).
               10 TIN-CERTCOUNT PIC 9(04).
               10 TIN-AMOUNTCLEARED PIC 9(9)V99.
               10 TIN-TAXWITHHELD PIC 9(9)V99.
       01 TIN-COUNT PIC 9(03) VALUE ZERO.
       01 TIN-FOUND-SW PIC X(03).
           88 TIN-FOUND VALUE "YES".
       01 TIN-SCAN PIC 9(03) COMP.
       01 TOTAL-CERTS PIC 9(05) VALUE ZERO.
       01 TOTAL-CLEARED PIC 9(10)V99 VALUE ZERO.
       01 TOTAL-WITHHELD PIC 9(10)V99 VALUE ZERO.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "WTAX-QUARTERLY".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       01 COUNT-DISP PIC ZZZ9.
       01 CLEARED-DISP PIC ZZZ,ZZZ,ZZ9.99.
       01 WITHHELD-DISP PIC ZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "TAXABLE YEAR (YYYY): ".
           ACCEPT RPT-YEAR.
           DISPLAY "QUARTER (1-4): ".
           ACCEPT RPT-QUARTER.
           IF RPT-QUARTER < 1 OR RPT-QUARTER > 4
               DISPLAY "QUARTER MUST BE 1 TO 4, RUN REJECTED."
               STOP RUN
           END-IF.
           COMPUTE FIRST-MONTH =
               RPT-YEAR * 100 + (RPT-QUARTER - 1) * 3 + 1.
           COMPUTE LAST-MONTH = FIRST-MONTH + 2.

           OPEN INPUT WTAXREG-FILE.
           IF WTAXREG-STATUS NOT = "00"
               MOVE "WITHHOLDING TAX REGISTER" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE WTAXREG-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WTAXREG-EOF
               READ WTAXREG-FILE
                   AT END
                       SET WTAXREG-EOF TO TRUE
                   NOT AT END
                       DIVIDE WT-TRANSDATE BY 100
                           GIVING TRANS-YEARMONTH
                       IF TRANS-YEARMONTH >= FIRST-MONTH AND
                           TRANS-YEARMONTH <= LAST-MONTH
                           PERFORM ACCUMULATE-CERTIFICATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WTAXREG-FILE.

           OPEN OUTPUT WTAXQTR-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE SPACES TO REPORT-LINE.
           STRING "CREDITABLE WITHHOLDING TAX (BIR 2307) SUMMARY, "
               DELIMITED BY SIZE
               RPT-YEAR DELIMITED BY SIZE
               " QUARTER " DELIMITED BY SIZE
               RPT-QUARTER DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "TIN" TO REPORT-LINE(1:3).
           MOVE "CUSTOMER" TO REPORT-LINE(17:8).
           MOVE "CERTS" TO REPORT-LINE(47:5).
           MOVE "AMOUNT CLEARED" TO REPORT-LINE(53:14).
           MOVE "TAX WITHHELD" TO REPORT-LINE(69:12).
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING TIN-SCAN FROM 1 BY 1 UNTIL
               TIN-SCAN > TIN-COUNT
               PERFORM WRITE-TIN-LINE
           END-PERFORM.

           MOVE TOTAL-CERTS TO COUNT-DISP.
           MOVE TOTAL-CLEARED TO CLEARED-DISP.
           MOVE TOTAL-WITHHELD TO WITHHELD-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL CREDITABLE TAX WITHHELD" DELIMITED BY SIZE
               "                  " DELIMITED BY SIZE
               COUNT-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CLEARED-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WITHHELD-DISP DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE WTAXQTR-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "QUARTERLY SUMMARY WRITTEN TO WTAXQTR.DAT".
           STOP RUN.

       ACCUMULATE-CERTIFICATE.
           MOVE "NO" TO TIN-FOUND-SW.
           PERFORM VARYING TIN-IDX FROM 1 BY 1 UNTIL
               TIN-IDX > TIN-COUNT OR TIN-FOUND
               IF TIN-NUMBER(TIN-IDX) = WT-TIN
                   MOVE "YES" TO TIN-FOUND-SW
               END-IF
           END-PERFORM.
           IF TIN-FOUND
               SET TIN-IDX DOWN BY 1
           ELSE
               IF TIN-COUNT = 300
                   DISPLAY "TIN TABLE FULL, " WT-TIN " NOT SUMMARISED."
               ELSE
                   MOVE "YES" TO TIN-FOUND-SW
                   ADD 1 TO TIN-COUNT
                   SET TIN-IDX TO TIN-COUNT
                   MOVE WT-TIN TO TIN-NUMBER(TIN-IDX)
                   MOVE WT-ACCTNAME TO TIN-ACCTNAME(TIN-IDX)
                   MOVE ZERO TO TIN-CERTCOUNT(TIN-IDX)
                   MOVE ZERO TO TIN-AMOUNTCLEARED(TIN-IDX)
                   MOVE ZERO TO TIN-TAXWITHHELD(TIN-IDX)
               END-IF
           END-IF.
           IF TIN-FOUND
               ADD 1 TO TIN-CERTCOUNT(TIN-IDX)
               ADD WT-AMOUNTCLEARED TO TIN-AMOUNTCLEARED(TIN-IDX)
               ADD WT-TAXWITHHELD TO TIN-TAXWITHHELD(TIN-IDX)
               ADD 1 TO TOTAL-CERTS
               ADD WT-AMOUNTCLEARED TO TOTAL-CLEARED
               ADD WT-TAXWITHHELD TO TOTAL-WITHHELD
           END-IF.

       WRITE-TIN-LINE.
           MOVE TIN-CERTCOUNT(TIN-SCAN) TO COUNT-DISP.
           MOVE TIN-AMOUNTCLEARED(TIN-SCAN) TO CLEARED-DISP.
           MOVE TIN-TAXWITHHELD(TIN-SCAN) TO WITHHELD-DISP.
           MOVE SPACES TO REPORT-LINE.
           IF TIN-NUMBER(TIN-SCAN) = SPACES
               MOVE "*NO TIN*" TO TIN-NUMBER(TIN-SCAN)
           END-IF.
           STRING TIN-NUMBER(TIN-SCAN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TIN-ACCTNAME(TIN-SCAN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               COUNT-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CLEARED-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WITHHELD-DISP DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE WTAXQTR-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM WTAX-QUARTERLY.
