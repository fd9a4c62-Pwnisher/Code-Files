       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 RUNLOG-PROGRAMNAME PIC X(20) VALUE "SAFE-LEDGER".
       01 RUNLOG-EVENT PIC X(01).
       01 RUNLOG-RECORDS PIC 9(06) VALUE ZERO.
       01 RUNLOG-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 RUNLOG-COMPLETION PIC X(01) VALUE SPACE.
       01 SAFECHOICE PIC X(01).
           88 SAFE-LOAD VALUE "L".
           88 SAFE-SHIFTCASH VALUE "S".
           88 SAFE-RECON VALUE "R".
           88 SAFE-EXIT VALUE "X".
       01 WORKBUSDATE PIC 9(08).
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
       01 CASHEVENT-EOF-SW PIC X(03).
           88 CASHEVENT-EOF VALUE "YES".
       01 SAFELEDGER-EOF-SW PIC X(03).
       01 RC-INSAFE PIC S9(9)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO RUNLOG-EVENT.
           PERFORM WRITE-RUN-LOG.
           PERFORM UNTIL SAFE-EXIT
               DISPLAY "SAFE LEDGER (L-LOAD DROPS FROM CASH "
                   "EVENTS, S-LOAD END-OF-SHIFT CASH, P-PREPARE "
               EVALUATE TRUE
                   WHEN SAFE-LOAD
                       PERFORM LOAD-DROPS
                       ADD 1 TO RUNLOG-RECORDS
                   WHEN SAFE-SHIFTCASH
                       PERFORM LOAD-SHIFT-CASH
                       ADD 1 TO RUNLOG-RECORDS
                   WHEN SAFE-DEPOSIT
                       PERFORM PREPARE-DEPOSIT
                       ADD 1 TO RUNLOG-RECORDS
                   WHEN SAFE-RECON
                       PERFORM RECON-REPORT
                       ADD 1 TO RUNLOG-RECORDS
                   WHEN SAFE-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE, TRY AGAIN."
               END-EVALUATE
           END-PERFORM.
           MOVE "C" TO RUNLOG-COMPLETION.
           MOVE "E" TO RUNLOG-EVENT.
           PERFORM WRITE-RUN-LOG.
           STOP RUN.

       LOAD-DROPS.
           DISPLAY "BUSINESS DATE TO LOAD (YYYYMMDD): ".
           ACCEPT WORKBUSDATE.
           PERFORM CHECK-BUSDATE-PERIOD.

           MOVE "NO" TO ALREADY-LOADED-SW.
           MOVE "NO" TO SAFELEDGER-EOF-SW.
               DISPLAY "DROPS FOR " WORKBUSDATE " ARE ALREADY IN "
                   "THE SAFE LEDGER, NOT LOADED AGAIN."
           ELSE
               IF PERIOD-OK
                   PERFORM LOAD-DROPS-FOR-DATE
               END-IF
           END-IF.

       LOAD-DROPS-FOR-DATE.
                           MOVE CE-EVENTTIME TO SF-LOGTIME
                           WRITE SAFELEDGER-REC
                           ADD 1 TO DROPS-LOADED
                           MOVE SF-REFERENCE TO PERIOD-RECORDKEY
                           MOVE SF-AMOUNT TO PERIOD-AMOUNT
                           PERFORM LOG-POSTING-PERIOD
                       END-IF
               END-READ
           END-PERFORM.
       LOAD-SHIFT-CASH.
           DISPLAY "BUSINESS DATE TO LOAD (YYYYMMDD): ".
           ACCEPT WORKBUSDATE.
           PERFORM CHECK-BUSDATE-PERIOD.

           MOVE "NO" TO ALREADY-LOADED-SW.
           MOVE "NO" TO SAFELEDGER-EOF-SW.
               DISPLAY "END-OF-SHIFT CASH FOR " WORKBUSDATE " IS "
                   "ALREADY IN THE SAFE LEDGER, NOT LOADED AGAIN."
           ELSE
               IF PERIOD-OK
                   PERFORM LOAD-SHIFT-CASH-FOR-DATE
               END-IF
           END-IF.

       LOAD-SHIFT-CASH-FOR-DATE.
                               ACCEPT SF-LOGTIME FROM TIME
                               WRITE SAFELEDGER-REC
                               ADD 1 TO SHIFTS-LOADED
                               MOVE SF-REFERENCE TO PERIOD-RECORDKEY
                               MOVE SF-AMOUNT TO PERIOD-AMOUNT
                               PERFORM LOG-POSTING-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
           IF SAFE-BALANCE <= ZERO
               DISPLAY "NOTHING IN THE SAFE TO DEPOSIT."
           ELSE
               ACCEPT PERIOD-DATE FROM DATE YYYYMMDD
               PERFORM CHECK-POSTING-PERIOD
               IF PERIOD-OK
                   PERFORM BUILD-DEPOSIT-SLIP
               ELSE
                   DISPLAY "NO DEPOSIT PREPARED."
               END-IF
           END-IF.

       BUILD-DEPOSIT-SLIP.
           MOVE SPACES TO DEPOSIT-REFERENCE.
           PERFORM UNTIL DEPOSIT-REFERENCE NOT = SPACES
               DISPLAY "DEPOSIT REFERENCE: "
               ACCEPT DEPOSIT-REFERENCE
           END-PERFORM.

           OPEN EXTEND DEPOSITSLIP-FILE.
           IF DEPOSITSLIP-STATUS = "35"
           END-IF.

           OPEN EXTEND SAFELEDGER-FILE.
           MOVE PERIOD-DATE TO SF-BUSDATE.
           SET SF-BANKED TO TRUE.
           MOVE ZERO TO SF-TILLNUM.
           MOVE DEPOSIT-TOTAL TO SF-AMOUNT.
           ACCEPT SF-LOGTIME FROM TIME.
           WRITE SAFELEDGER-REC.
           CLOSE SAFELEDGER-FILE.
           MOVE DEPOSIT-REFERENCE TO PERIOD-RECORDKEY.
           MOVE DEPOSIT-TOTAL TO PERIOD-AMOUNT.
           PERFORM LOG-POSTING-PERIOD.
           DISPLAY "DEPOSIT OF P" DEPOSIT-TOTAL " PREPARED, SLIP "
               "WRITTEN TO DEPOSITSLIP.DAT.".

           ELSE
               ADD SF-AMOUNT TO RC-DROPPED(RC-IDX)
           END-IF.

       CHECK-BUSDATE-PERIOD.
           MOVE "YES" TO PERIOD-OK-SW.
           MOVE WORKBUSDATE TO PERIOD-DATE.
           MOVE "C" TO PERIOD-ACTION.
           CALL "PERIOD-GUARD" USING GUARD-PROGRAMNAME PERIOD-ACTION
               PERIOD-DATE PERIOD-RECORDKEY PERIOD-AMOUNT
               PERIOD-OPERATOR PERIOD-STATE PERIOD-NEXTOPEN.
           IF PERIOD-IS-CLOSED
               DISPLAY WORKBUSDATE " FALLS IN A CLOSED ACCOUNTING "
                   "PERIOD, NOTHING LOADED."
               MOVE "NO" TO PERIOD-OK-SW
           END-IF.

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

       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING RUNLOG-PROGRAMNAME RUNLOG-EVENT
               RUNLOG-RECORDS RUNLOG-TOTAL RUNLOG-COMPLETION.
       END PROGRAM SAFE-LEDGER.
