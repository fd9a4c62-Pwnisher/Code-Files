           ASSIGN TO "D:\Files\dat\artrans.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARTRANS-STATUS.
           SELECT WTAXREG-FILE
           ASSIGN TO "D:\Files\dat\wtaxreg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WTAXREG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ARMAST-FILE.
       COPY "ARMAST.CPY".
       FD ARTRANS-FILE.
       COPY "ARTRANS.CPY".
       FD WTAXREG-FILE.
       COPY "WTAXREG.CPY".
       WORKING-STORAGE SECTION.
       01 ARMAST-STATUS PIC X(02).
       01 ARTRANS-STATUS PIC X(02).
       01 WTAXREG-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "AR-MAINTENANCE".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "AR-MAINTENANCE".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 MAINTCHOICE PIC X(01).
           88 MAINT-ADD VALUE "A".
           88 MAINT-CHANGE VALUE "C".
       01 WORKACCTNUM PIC X(10).
       01 PAYMENTAMOUNT PIC 9(7)V99.
       01 PAYMENTORNUM PIC 9(10).
       01 WITHHELDAMOUNT PIC 9(7)V99.
       01 CERTIFICATENUM PIC X(15).
       01 ATCCODE PIC X(05).
       01 AMOUNTCLEARED PIC 9(7)V99.
       01 TODAYDATE PIC 9(08).
       01 PERIOD-ACTION PIC X(01).
       01 PERIOD-DATE PIC 9(08).
       01 PERIOD-RECORDKEY PIC X(20) VALUE SPACES.
       01 PERIOD-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 PERIOD-OPERATOR PIC X(10) VALUE SPACES.
       01 PERIOD-STATE PIC X(01).
           88 PERIOD-IS-CLOSED VALUE "C".
       01 PERIOD-NEXTOPEN PIC 9(08).
       01 PERIOD-ANSWER PIC X(01).
       01 PERIOD-OK-SW PIC X(03).
           88 PERIOD-OK VALUE "YES".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O ARMAST-FILE.
               STOP RUN
           END-IF.

           PERFORM BACK-OFFICE-SIGN-ON.
           MOVE OPERATORID TO PERIOD-OPERATOR.
           ACCEPT TODAYDATE FROM DATE YYYYMMDD.

           PERFORM UNTIL MAINT-EXIT
               DISPLAY "AR MAINTENANCE (A-ADD ACCOUNT, C-CHANGE, "
               ACCEPT AR-CONTACTINFO
               DISPLAY "CREDIT LIMIT: "
               ACCEPT AR-CREDITLIMIT
               DISPLAY "TAX IDENTIFICATION NUMBER (TIN): "
               ACCEPT AR-TIN
               MOVE ZERO TO AR-BALANCE
               SET AR-ACCT-ACTIVE TO TRUE
               WRITE ARMAST-REC
               DISPLAY "CURRENT CREDIT LIMIT: P" AR-CREDITLIMIT
               DISPLAY "NEW CREDIT LIMIT: "
               ACCEPT AR-CREDITLIMIT
               DISPLAY "CURRENT TIN: " AR-TIN
               DISPLAY "NEW TIN: "
               ACCEPT AR-TIN
               REWRITE ARMAST-REC
               DISPLAY "ACCOUNT UPDATED."
           END-IF.
           PERFORM FETCH-ACCOUNT.
           IF ARMAST-STATUS = "00"
               DISPLAY "BALANCE OWING: P" AR-BALANCE
               PERFORM ACCEPT-POSTING-DATE
               IF PERIOD-OK
                   PERFORM POST-PAYMENT
               ELSE
                   DISPLAY "PAYMENT NOT POSTED."
               END-IF
           END-IF.

       POST-PAYMENT.
           DISPLAY "CASH/CHECK AMOUNT RECEIVED: ".
           ACCEPT PAYMENTAMOUNT.
           DISPLAY "TAX WITHHELD BY CUSTOMER (0 IF NONE): ".
           ACCEPT WITHHELDAMOUNT.
           MOVE SPACES TO CERTIFICATENUM.
           MOVE SPACES TO ATCCODE.
           IF WITHHELDAMOUNT > ZERO
               PERFORM UNTIL CERTIFICATENUM NOT = SPACES
                   DISPLAY "BIR FORM 2307 CERTIFICATE NUMBER: "
                   ACCEPT CERTIFICATENUM
               END-PERFORM
               DISPLAY "ATC CODE (BLANK FOR WC158): "
               ACCEPT ATCCODE
               IF ATCCODE = SPACES
                   MOVE "WC158" TO ATCCODE
               END-IF
           END-IF.
           DISPLAY "OFFICIAL RECEIPT NUMBER: ".
           ACCEPT PAYMENTORNUM.
           COMPUTE AMOUNTCLEARED = PAYMENTAMOUNT + WITHHELDAMOUNT.
           SUBTRACT AMOUNTCLEARED FROM AR-BALANCE.
           REWRITE ARMAST-REC.
           MOVE AR-ACCTNUM TO AT-ACCTNUM.
           SET AT-PAYMENT TO TRUE.
           MOVE PERIOD-DATE TO AT-TRANSDATE.
           ACCEPT AT-TRANSTIME FROM TIME.
           MOVE PAYMENTORNUM TO AT-REFERENCE.
           MOVE AMOUNTCLEARED TO AT-AMOUNT.
           MOVE AR-BALANCE TO AT-NEWBALANCE.
           MOVE OPERATORID TO AT-ENTEREDBY.
           MOVE WITHHELDAMOUNT TO AT-WTAXAMOUNT.
           MOVE CERTIFICATENUM TO AT-CERTNUM.
           WRITE ARTRANS-REC.
           IF WITHHELDAMOUNT > ZERO
               PERFORM WRITE-WTAX-REGISTER
           END-IF.
           MOVE AR-ACCTNUM TO PERIOD-RECORDKEY.
           MOVE AMOUNTCLEARED TO PERIOD-AMOUNT.
           PERFORM LOG-POSTING-PERIOD.
           DISPLAY "PAYMENT POSTED, NEW BALANCE: P" AR-BALANCE.

       DEACTIVATE-ACCOUNT.
           PERFORM FETCH-ACCOUNT.
           IF ARMAST-STATUS = "00"
               END-IF
           END-IF.

       WRITE-WTAX-REGISTER.
           OPEN EXTEND WTAXREG-FILE.
           IF WTAXREG-STATUS = "35"
               OPEN OUTPUT WTAXREG-FILE
           END-IF.
           MOVE AT-TRANSDATE TO WT-TRANSDATE.
           MOVE AR-ACCTNUM TO WT-ACCTNUM.
           MOVE AR-TIN TO WT-TIN.
           MOVE AR-ACCTNAME TO WT-ACCTNAME.
           MOVE PAYMENTORNUM TO WT-ORNUM.
           MOVE CERTIFICATENUM TO WT-CERTNUM.
           MOVE ATCCODE TO WT-ATCCODE.
           MOVE AMOUNTCLEARED TO WT-AMOUNTCLEARED.
           MOVE WITHHELDAMOUNT TO WT-TAXWITHHELD.
           MOVE OPERATORID TO WT-ENTEREDBY.
           WRITE WTAXREG-REC.
           CLOSE WTAXREG-FILE.
           IF AR-TIN = SPACES
               DISPLAY "WARNING: ACCOUNT HAS NO TIN ON FILE, UPDATE "
                   "IT BEFORE THE QUARTERLY SUMMARY."
           END-IF.

       ACCEPT-POSTING-DATE.
           MOVE 99999999 TO PERIOD-DATE.
           PERFORM UNTIL PERIOD-DATE NOT > TODAYDATE
               DISPLAY "PAYMENT DATE (YYYYMMDD, 0 FOR TODAY): "
               ACCEPT PERIOD-DATE
               IF PERIOD-DATE = ZERO
                   MOVE TODAYDATE TO PERIOD-DATE
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(PERIOD-DATE) NOT = ZERO
                   OR PERIOD-DATE > TODAYDATE
                   DISPLAY "ENTER A VALID DATE NOT AFTER TODAY."
                   MOVE 99999999 TO PERIOD-DATE
               END-IF
           END-PERFORM.
           PERFORM CHECK-POSTING-PERIOD.

       CHECK-POSTING-PERIOD.
           MOVE "YES" TO PERIOD-OK-SW.
           MOVE "C" TO PERIOD-ACTION.
           CALL "PERIOD-GUARD" USING GUARD-PROGRAMNAME PERIOD-ACTION
               PERIOD-DATE PERIOD-RECORDKEY PERIOD-AMOUNT
               PERIOD-OPERATOR PERIOD-STATE PERIOD-NEXTOPEN.
           IF PERIOD-IS-CLOSED
               DISPLAY PERIOD-DATE " FALLS IN A CLOSED ACCOUNTING "
                   "PERIOD."
               MOVE "NO" TO PERIOD-OK-SW
               IF PERIOD-NEXTOPEN NOT = ZERO
                   DISPLAY "POST DATED " PERIOD-NEXTOPEN
                       " INSTEAD? (Y/N): "
                   ACCEPT PERIOD-ANSWER
                   IF PERIOD-ANSWER = "Y" OR PERIOD-ANSWER = "y"
                       MOVE PERIOD-NEXTOPEN TO PERIOD-DATE
                       MOVE "YES" TO PERIOD-OK-SW
                   END-IF
               END-IF
           END-IF.

       LOG-POSTING-PERIOD.
           MOVE "L" TO PERIOD-ACTION.
           CALL "PERIOD-GUARD" USING GUARD-PROGRAMNAME PERIOD-ACTION
               PERIOD-DATE PERIOD-RECORDKEY PERIOD-AMOUNT
               PERIOD-OPERATOR PERIOD-STATE PERIOD-NEXTOPEN.

       FETCH-ACCOUNT.
           DISPLAY "ACCOUNT NUMBER: ".
           ACCEPT WORKACCTNUM.
               INVALID KEY
                   DISPLAY "ACCOUNT NOT FOUND."
           END-READ.

       BACK-OFFICE-SIGN-ON.
           MOVE "S" TO SIGNON-ACTION.
           MOVE "RUN" TO SIGNON-FUNCTION.
           CALL "BO-SIGNON" USING SIGNON-PROGRAMNAME SIGNON-ACTION
               SIGNON-FUNCTION SIGNON-USERID SIGNON-RESULT.
           IF NOT SIGNON-ALLOWED
               DISPLAY "NOT SIGNED ON, " SIGNON-PROGRAMNAME
                   " ENDED."
               STOP RUN
           END-IF.
           MOVE SIGNON-USERID TO OPERATORID.
       END PROGRAM AR-MAINTENANCE.
