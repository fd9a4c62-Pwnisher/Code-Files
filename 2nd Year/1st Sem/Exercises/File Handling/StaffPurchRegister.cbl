       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFF-PURCH-REGISTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAFFPURCH-FILE
           ASSIGN TO "D:\Files\dat\staffpurch.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SP-ORDERNUM
           FILE STATUS IS STAFFPURCH-STATUS.
           SELECT STAFFLIMIT-FILE
           ASSIGN TO "D:\Files\dat\stafflimit.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SL-EMPLOYEEID
           FILE STATUS IS STAFFLIMIT-STATUS.
           SELECT PAYDEDUCT-FILE
           ASSIGN TO "D:\Files\dat\paydeduct.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYDEDUCT-STATUS.
           SELECT REGISTER-FILE
           ASSIGN TO "D:\Files\dat\staffpurchreg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-STATUS.
           SELECT PURCHSORT-FILE
           ASSIGN TO "D:\Files\dat\purchsort.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD STAFFPURCH-FILE.
       COPY "STAFFPURCH.CPY".
       FD STAFFLIMIT-FILE.
       COPY "STAFFLIMIT.CPY".
       FD PAYDEDUCT-FILE.
       COPY "PAYDEDUCT.CPY".
       FD REGISTER-FILE.
       01 REGISTER-REC PIC X(90).
       SD PURCHSORT-FILE.
       01 PURCHSORT-REC.
           05 SQ-EMPLOYEEID PIC X(10).
           05 SQ-BUSDATE PIC 9(08).
           05 SQ-ORDERNUM PIC 9(10).
           05 SQ-RECORDTYPE PIC X(01).
               88 SQ-SALE VALUE "S".
               88 SQ-VOID VALUE "V".
           05 SQ-ORNUMBER PIC 9(10).
           05 SQ-GROSSAMOUNT PIC 9(6)V99.
           05 SQ-DISCOUNTAMOUNT PIC 9(6)V99.
           05 SQ-AMOUNTDUE PIC 9(6)V99.
           05 SQ-PAYROLLAMOUNT PIC 9(6)V99.
           05 SQ-DEDUCTFLAG PIC X(01).
               88 SQ-DEDUCT-TAKEN VALUE "Y".
           05 SQ-DEDUCTPERIODTO PIC 9(08).
       WORKING-STORAGE SECTION.
       01 STAFFPURCH-STATUS PIC X(02).
       01 STAFFLIMIT-STATUS PIC X(02).
       01 PAYDEDUCT-STATUS PIC X(02).
       01 REGISTER-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "STAFF-PURCH-REGISTER".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 STAFFPURCH-EOF-SW PIC X(03) VALUE "NO".
           88 STAFFPURCH-EOF VALUE "YES".
       01 PURCHSORT-EOF-SW PIC X(03) VALUE "NO".
           88 PURCHSORT-EOF VALUE "YES".
       01 STAFFLIMIT-OPEN-SW PIC X(03) VALUE "NO".
           88 STAFFLIMIT-OPEN VALUE "YES".
       01 STAFFPURCH-OPEN-SW PIC X(03) VALUE "NO".
           88 STAFFPURCH-OPEN VALUE "YES".
       01 DEDUCT-LINE-SW PIC X(03).
           88 DEDUCT-LINE VALUE "YES".
       01 PERIOD-FROM PIC 9(08).
       01 PERIOD-TO PIC 9(08).
       01 CURRENT-EMPLOYEE PIC X(10).
       01 CURRENT-NAME PIC X(30).
       01 LINE-SIGN PIC S9(01).
       01 LINE-TYPE PIC X(06).
       01 LINE-MARK PIC X(02).
       01 EMP-LINECOUNT PIC 9(04).
       01 EMP-GROSS PIC S9(7)V99.
       01 EMP-DISCOUNT PIC S9(7)V99.
       01 EMP-AMOUNTDUE PIC S9(7)V99.
       01 EMP-CHARGED PIC 9(7)V99.
       01 EMP-CREDITED PIC 9(7)V99.
       01 EMP-DEDUCTCOUNT PIC 9(04).
       01 TOT-EMPLOYEES PIC 9(05) VALUE ZERO.
       01 TOT-LINES PIC 9(06) VALUE ZERO.
       01 TOT-GROSS PIC S9(8)V99 VALUE ZERO.
       01 TOT-DISCOUNT PIC S9(8)V99 VALUE ZERO.
       01 TOT-AMOUNTDUE PIC S9(8)V99 VALUE ZERO.
       01 TOT-DEDUCTION PIC S9(8)V99 VALUE ZERO.
       01 TOT-DEDUCTRECS PIC 9(05) VALUE ZERO.
       01 CARRIED-COUNT PIC 9(05) VALUE ZERO.
       01 SIGNED-AMOUNT PIC S9(8)V99.
       01 GROSS-DISP PIC ZZZ,ZZ9.99-.
       01 DISC-DISP PIC ZZZ,ZZ9.99-.
       01 DUE-DISP PIC ZZZ,ZZ9.99-.
       01 PAYROLL-DISP PIC ZZZ,ZZ9.99-.
       01 TOTAL-DISP PIC ZZ,ZZZ,ZZ9.99-.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "STAFF-PURCH-REGISTER".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "STAFF PURCHASE REGISTER AND PAYROLL DEDUCTIONS".
           DISPLAY "PAYROLL PERIOD FROM (YYYYMMDD): ".
           ACCEPT PERIOD-FROM.
           DISPLAY "PAYROLL PERIOD TO (YYYYMMDD): ".
           ACCEPT PERIOD-TO.
           PERFORM UNTIL PERIOD-TO >= PERIOD-FROM
               DISPLAY "PERIOD END IS BEFORE THE START, RE-ENTER: "
               ACCEPT PERIOD-TO
           END-PERFORM.

           OPEN INPUT STAFFLIMIT-FILE.
           IF STAFFLIMIT-STATUS = "00"
               MOVE "YES" TO STAFFLIMIT-OPEN-SW
           END-IF.

           OPEN OUTPUT PAYDEDUCT-FILE.
           IF PAYDEDUCT-STATUS NOT = "00"
               MOVE "PAYROLL DEDUCTION FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE PAYDEDUCT-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REGISTER-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE SPACES TO REPORT-LINE.
           STRING "STAFF PURCHASE REGISTER  PERIOD " PERIOD-FROM
               " TO " PERIOD-TO
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "* = EARLIER PAYROLL CHARGE NOT YET DEDUCTED"
               TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DATE     ORDER      OR NUMBER  TYPE         GROSS"
               "    DISCOUNT  AMOUNT DUE     PAYROLL"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           SORT PURCHSORT-FILE
               ON ASCENDING KEY SQ-EMPLOYEEID SQ-BUSDATE SQ-ORDERNUM
               INPUT PROCEDURE IS FEED-PURCHASES
               OUTPUT PROCEDURE IS DRAIN-PURCHASES.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF TOT-LINES = ZERO
               MOVE "NO STAFF PURCHASES FOR THIS PERIOD."
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "EMPLOYEES " TOT-EMPLOYEES
               "  TRANSACTIONS " TOT-LINES
               "  CARRIED IN " CARRIED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE TOT-GROSS TO TOTAL-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL GROSS PURCHASES      " TOTAL-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE TOT-DISCOUNT TO TOTAL-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL STAFF DISCOUNT       " TOTAL-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE TOT-AMOUNTDUE TO TOTAL-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL AMOUNT DUE           " TOTAL-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE TOT-DEDUCTION TO TOTAL-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL PAYROLL DEDUCTIONS   " TOTAL-DISP
               "  EMPLOYEES " TOT-DEDUCTRECS
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           IF STAFFLIMIT-OPEN
               CLOSE STAFFLIMIT-FILE
           END-IF.
           CLOSE PAYDEDUCT-FILE.
           CLOSE REGISTER-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "REGISTER WRITTEN TO STAFFPURCHREG.DAT, "
               "DEDUCTIONS TO PAYDEDUCT.DAT".
           STOP RUN.

       FEED-PURCHASES.
           OPEN INPUT STAFFPURCH-FILE.
           IF STAFFPURCH-STATUS NOT = "00"
               DISPLAY "NO STAFF PURCHASES ON FILE."
               SET STAFFPURCH-EOF TO TRUE
           END-IF.
           PERFORM UNTIL STAFFPURCH-EOF
               READ STAFFPURCH-FILE NEXT RECORD
                   AT END
                       SET STAFFPURCH-EOF TO TRUE
                   NOT AT END
                       PERFORM SELECT-PURCHASE
               END-READ
           END-PERFORM.
           IF STAFFPURCH-STATUS NOT = "35"
               CLOSE STAFFPURCH-FILE
           END-IF.

       SELECT-PURCHASE.
           IF (SP-BUSDATE >= PERIOD-FROM AND
               SP-BUSDATE <= PERIOD-TO) OR
               (SP-BUSDATE < PERIOD-FROM AND
               SP-PAYROLLAMOUNT > ZERO AND NOT SP-DEDUCT-TAKEN)
               MOVE SP-EMPLOYEEID TO SQ-EMPLOYEEID
               MOVE SP-BUSDATE TO SQ-BUSDATE
               MOVE SP-ORDERNUM TO SQ-ORDERNUM
               MOVE SP-RECORDTYPE TO SQ-RECORDTYPE
               MOVE SP-ORNUMBER TO SQ-ORNUMBER
               MOVE SP-GROSSAMOUNT TO SQ-GROSSAMOUNT
               MOVE SP-DISCOUNTAMOUNT TO SQ-DISCOUNTAMOUNT
               MOVE SP-AMOUNTDUE TO SQ-AMOUNTDUE
               MOVE SP-PAYROLLAMOUNT TO SQ-PAYROLLAMOUNT
               MOVE SP-DEDUCTFLAG TO SQ-DEDUCTFLAG
               MOVE SP-DEDUCTPERIODTO TO SQ-DEDUCTPERIODTO
               RELEASE PURCHSORT-REC
           END-IF.

       DRAIN-PURCHASES.
           OPEN I-O STAFFPURCH-FILE.
           IF STAFFPURCH-STATUS = "00"
               MOVE "YES" TO STAFFPURCH-OPEN-SW
           END-IF.
           MOVE SPACES TO CURRENT-EMPLOYEE.
           PERFORM UNTIL PURCHSORT-EOF
               RETURN PURCHSORT-FILE
                   AT END
                       SET PURCHSORT-EOF TO TRUE
                   NOT AT END
                       IF SQ-EMPLOYEEID NOT = CURRENT-EMPLOYEE
                           IF CURRENT-EMPLOYEE NOT = SPACES
                               PERFORM FINISH-EMPLOYEE
                           END-IF
                           PERFORM START-EMPLOYEE
                       END-IF
                       PERFORM LIST-PURCHASE
               END-RETURN
           END-PERFORM.
           IF CURRENT-EMPLOYEE NOT = SPACES
               PERFORM FINISH-EMPLOYEE
           END-IF.
           IF STAFFPURCH-OPEN
               CLOSE STAFFPURCH-FILE
           END-IF.

       START-EMPLOYEE.
           MOVE SQ-EMPLOYEEID TO CURRENT-EMPLOYEE.
           MOVE "(NOT ON STAFF LIMIT FILE)" TO CURRENT-NAME.
           IF STAFFLIMIT-OPEN
               MOVE SQ-EMPLOYEEID TO SL-EMPLOYEEID
               READ STAFFLIMIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SL-EMPLOYEENAME TO CURRENT-NAME
               END-READ
           END-IF.
           MOVE ZERO TO EMP-LINECOUNT EMP-GROSS EMP-DISCOUNT
               EMP-AMOUNTDUE EMP-CHARGED EMP-CREDITED
               EMP-DEDUCTCOUNT.
           ADD 1 TO TOT-EMPLOYEES.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "EMPLOYEE " CURRENT-EMPLOYEE " " CURRENT-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       LIST-PURCHASE.
           EVALUATE TRUE
               WHEN SQ-SALE
                   MOVE +1 TO LINE-SIGN
                   MOVE "SALE" TO LINE-TYPE
               WHEN SQ-VOID
                   MOVE -1 TO LINE-SIGN
                   MOVE "VOID" TO LINE-TYPE
               WHEN OTHER
                   MOVE -1 TO LINE-SIGN
                   MOVE "REFUND" TO LINE-TYPE
           END-EVALUATE.
           MOVE "NO" TO DEDUCT-LINE-SW.
           IF SQ-PAYROLLAMOUNT > ZERO AND
               (NOT SQ-DEDUCT-TAKEN OR
               SQ-DEDUCTPERIODTO = PERIOD-TO)
               MOVE "YES" TO DEDUCT-LINE-SW
           END-IF.
           MOVE SPACES TO LINE-MARK.
           IF SQ-BUSDATE < PERIOD-FROM
               MOVE " *" TO LINE-MARK
               ADD 1 TO CARRIED-COUNT
           ELSE
               ADD 1 TO EMP-LINECOUNT
               COMPUTE EMP-GROSS =
                   EMP-GROSS + SQ-GROSSAMOUNT * LINE-SIGN
               COMPUTE EMP-DISCOUNT =
                   EMP-DISCOUNT + SQ-DISCOUNTAMOUNT * LINE-SIGN
               COMPUTE EMP-AMOUNTDUE =
                   EMP-AMOUNTDUE + SQ-AMOUNTDUE * LINE-SIGN
           END-IF.
           ADD 1 TO TOT-LINES.

           COMPUTE SIGNED-AMOUNT = SQ-GROSSAMOUNT * LINE-SIGN.
           MOVE SIGNED-AMOUNT TO GROSS-DISP.
           COMPUTE SIGNED-AMOUNT = SQ-DISCOUNTAMOUNT * LINE-SIGN.
           MOVE SIGNED-AMOUNT TO DISC-DISP.
           COMPUTE SIGNED-AMOUNT = SQ-AMOUNTDUE * LINE-SIGN.
           MOVE SIGNED-AMOUNT TO DUE-DISP.
           COMPUTE SIGNED-AMOUNT = SQ-PAYROLLAMOUNT * LINE-SIGN.
           MOVE SIGNED-AMOUNT TO PAYROLL-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING SQ-BUSDATE " " SQ-ORDERNUM " " SQ-ORNUMBER " "
               LINE-TYPE " " GROSS-DISP " " DISC-DISP " "
               DUE-DISP " " PAYROLL-DISP LINE-MARK
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           IF DEDUCT-LINE
               ADD 1 TO EMP-DEDUCTCOUNT
               IF SQ-SALE
                   ADD SQ-PAYROLLAMOUNT TO EMP-CHARGED
               ELSE
                   ADD SQ-PAYROLLAMOUNT TO EMP-CREDITED
               END-IF
               PERFORM MARK-DEDUCTION-TAKEN
           END-IF.

       MARK-DEDUCTION-TAKEN.
           IF STAFFPURCH-OPEN
               MOVE SQ-ORDERNUM TO SP-ORDERNUM
               READ STAFFPURCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SP-DEDUCT-TAKEN TO TRUE
                       MOVE PERIOD-TO TO SP-DEDUCTPERIODTO
                       REWRITE STAFFPURCH-REC
               END-READ
           END-IF.

       FINISH-EMPLOYEE.
           MOVE EMP-GROSS TO GROSS-DISP.
           MOVE EMP-DISCOUNT TO DISC-DISP.
           MOVE EMP-AMOUNTDUE TO DUE-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "  PERIOD TOTAL " EMP-LINECOUNT
               " TRANSACTIONS      "
               GROSS-DISP " " DISC-DISP " " DUE-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD EMP-GROSS TO TOT-GROSS.
           ADD EMP-DISCOUNT TO TOT-DISCOUNT.
           ADD EMP-AMOUNTDUE TO TOT-AMOUNTDUE.

           IF EMP-DEDUCTCOUNT > ZERO
               MOVE CURRENT-EMPLOYEE TO PD-EMPLOYEEID
               MOVE PERIOD-FROM TO PD-PERIODFROM
               MOVE PERIOD-TO TO PD-PERIODTO
               MOVE EMP-DEDUCTCOUNT TO PD-PURCHASECOUNT
               MOVE EMP-CHARGED TO PD-CHARGED
               MOVE EMP-CREDITED TO PD-CREDITED
               COMPUTE PD-DEDUCTAMOUNT = EMP-CHARGED - EMP-CREDITED
               WRITE PAYDEDUCT-REC
               ADD PD-DEDUCTAMOUNT TO TOT-DEDUCTION
               ADD 1 TO TOT-DEDUCTRECS
               MOVE PD-DEDUCTAMOUNT TO PAYROLL-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "  PAYROLL DEDUCTION THIS PERIOD"
                   "                                           "
                   PAYROLL-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           WRITE REGISTER-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM STAFF-PURCH-REGISTER.
