           88 VCH-LIABILITY VALUE "L".
           88 VCH-EXIT VALUE "X".
       01 WORKVOUCHERNUM PIC X(12).
       01 CHECKDIGIT-ACTION PIC X(01).
       01 CHECKDIGIT-NUMBER PIC X(12).
       01 CHECKDIGIT-RESULT PIC X(01).
           88 CHECKDIGIT-OK VALUE "Y".
       01 VOUCHER-EOF-SW PIC X(03) VALUE "NO".
           88 VOUCHER-EOF VALUE "YES".
       01 OUTSTANDING-COUNT PIC 9(05) VALUE ZERO.
               ACCEPT VCHCHOICE
               EVALUATE TRUE
                   WHEN VCH-ISSUE
                       PERFORM ISSUE-VOUCHER THRU ISSUE-VOUCHER-EXIT
                   WHEN VCH-BALANCE
                       PERFORM VOUCHER-BALANCE
                   WHEN VCH-VOID
           STOP RUN.

       ISSUE-VOUCHER.
           DISPLAY "NEW VOUCHER NUMBER, WITHOUT CHECK DIGIT: ".
           ACCEPT WORKVOUCHERNUM.
           MOVE "G" TO CHECKDIGIT-ACTION.
           MOVE WORKVOUCHERNUM TO CHECKDIGIT-NUMBER.
           CALL "CHECK-DIGIT" USING CHECKDIGIT-ACTION CHECKDIGIT-NUMBER
               CHECKDIGIT-RESULT.
           IF NOT CHECKDIGIT-OK
               DISPLAY "VOUCHER NUMBER MUST BE 1 TO 11 DIGITS."
               GO TO ISSUE-VOUCHER-EXIT
           END-IF.
           MOVE CHECKDIGIT-NUMBER TO WORKVOUCHERNUM.
           DISPLAY "VOUCHER NUMBER WITH CHECK DIGIT: " WORKVOUCHERNUM.
           MOVE WORKVOUCHERNUM TO VO-VOUCHERNUM.

           READ VOUCHER-FILE
               END-WRITE
           END-IF.

       ISSUE-VOUCHER-EXIT.
           EXIT.

       VOUCHER-BALANCE.
           DISPLAY "VOUCHER NUMBER: ".
           ACCEPT WORKVOUCHERNUM.
