       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFF-FORECAST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TENDER-FILE
           ASSIGN TO "D:\Files\dat\tenderhdr.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORDERNUMH3
           ALTERNATE RECORD KEY IS ORNUMBERH3 WITH DUPLICATES
           ALTERNATE RECORD KEY IS LOYALTYCARDH3 WITH DUPLICATES
           ALTERNATE RECORD KEY IS TILLBUSDATEH3 WITH DUPLICATES
           FILE STATUS IS TENDER-STATUS.
           SELECT STAFFSCHED-FILE
           ASSIGN TO "D:\Files\dat\staffsched.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SS-KEY
           FILE STATUS IS STAFFSCHED-STATUS.
           SELECT TILLSTD-FILE
           ASSIGN TO "D:\Files\dat\tillstd.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TILLSTD-STATUS.
           SELECT FORECAST-FILE
           ASSIGN TO "D:\Files\dat\staffforecast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FORECAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TENDER-FILE.
       COPY "TENDERHDR.CPY".
       FD STAFFSCHED-FILE.
       COPY "STAFFSCHED.CPY".
       FD TILLSTD-FILE.
       01 TILLSTD-REC.
           05 TS-TRANSPERHOUR PIC 9(03).
           05 TS-UNITSPERHOUR PIC 9(04).
           05 TS-MINTILLS PIC 9(02).
       FD FORECAST-FILE.
       01 FORECAST-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 TENDER-STATUS PIC X(02).
       01 STAFFSCHED-STATUS PIC X(02).
       01 TILLSTD-STATUS PIC X(02).
       01 FORECAST-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "STAFF-FORECAST".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 TENDER-EOF-SW PIC X(03) VALUE "NO".
           88 TENDER-EOF VALUE "YES".
       01 SCHED-EOF-SW PIC X(03) VALUE "NO".
           88 SCHED-EOF VALUE "YES".
       01 HISTDATE-FOUND-SW PIC X(03).
           88 HISTDATE-FOUND VALUE "YES".
       01 TODAYDATE PIC 9(08).
       01 WEEKSTART PIC 9(08).
       01 WEEKEND PIC 9(08).
       01 HISTFROM PIC 9(08).
       01 HISTTO PIC 9(08).
       01 HISTWEEKS PIC 9(02).
       01 STORE-FILTER PIC X(03).
       01 TRANSSTANDARD PIC 9(03).
       01 TRANSOVERRIDE PIC 9(03).
       01 UNITSSTANDARD PIC 9(04).
       01 MINTILLS PIC 9(02).
       01 WORK-DATE PIC 9(08).
       01 WORK-INT PIC 9(07).
       01 DAYIDX PIC 9(01) COMP.
       01 HOURIDX PIC 9(02) COMP.
       01 OFFSETIDX PIC 9(01) COMP.
       01 TRANSHOUR PIC 9(02).
       01 WEEKDAY-NAMES-AREA.
           05 FILLER PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 WEEKDAY-NAMES REDEFINES WEEKDAY-NAMES-AREA.
           05 WEEKDAY-NAME PIC X(03) OCCURS 7 TIMES.
       01 WEEKDAY-AREA.
           05 WD-ENTRY OCCURS 7 TIMES.
               10 WD-HISTDAYS PIC 9(03).
               10 WD-FORECASTDATE PIC 9(08).
       01 FORECAST-TABLE-AREA.
           05 FT-DAY OCCURS 7 TIMES.
               10 FT-HOUR OCCURS 24 TIMES.
                   15 FT-TRANS PIC 9(07).
                   15 FT-UNITS PIC 9(08)V9(03).
                   15 FT-PLANNED PIC 9(03).
       01 HISTDATE-AREA.
           05 HD-DATE PIC 9(08) OCCURS 400 TIMES.
       01 HD-COUNT PIC 9(03) VALUE ZERO.
       01 HD-IDX PIC 9(03) COMP.
       01 LAST-BUSDATE PIC 9(08) VALUE ZERO.
       01 SHIFTSTARTMIN PIC 9(04).
       01 SHIFTENDMIN PIC 9(04).
       01 HOURSTARTMIN PIC 9(04).
       01 HOURENDMIN PIC 9(04).
       01 OVERLAPSTART PIC 9(04).
       01 OVERLAPEND PIC 9(04).
       01 WORK-HHMM PIC 9(04).
       01 WORK-HHMM-PARTS REDEFINES WORK-HHMM.
           05 WORK-HH PIC 9(02).
           05 WORK-MM PIC 9(02).
       01 AVGTRANS PIC 9(05)V9.
       01 AVGUNITS PIC 9(06)V9.
       01 TILLSRAW PIC 9(03)V9(04).
       01 TILLSWHOLE PIC 9(03).
       01 TILLSNEEDED PIC 9(03).
       01 UNITTILLS PIC 9(03).
       01 TILLDIFF PIC 9(03).
       01 DAY-NEEDED PIC 9(04).
       01 DAY-PLANNED PIC 9(04).
       01 WEEK-NEEDED PIC 9(05) VALUE ZERO.
       01 WEEK-PLANNED PIC 9(05) VALUE ZERO.
       01 UNDER-HOURS PIC 9(04) VALUE ZERO.
       01 OVER-HOURS PIC 9(04) VALUE ZERO.
       01 HOUR-DISP PIC 9(02).
       01 AVGTRANS-DISP PIC ZZ,ZZ9.9.
       01 AVGUNITS-DISP PIC ZZZ,ZZ9.9.
       01 TILLS-DISP PIC ZZ9.
       01 PLANNED-DISP PIC ZZ9.
       01 DIFF-DISP PIC ZZ9.
       01 TOTAL-DISP PIC ZZ,ZZ9.
       01 STATUS-TEXT PIC X(24).
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "STAFF-FORECAST".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT TODAYDATE FROM DATE YYYYMMDD.
           PERFORM LOAD-TILL-STANDARD.

           DISPLAY "CASHIER STAFFING FORECAST".
           DISPLAY "FIRST DAY OF THE FORECAST WEEK (0 FOR TOMORROW): ".
           ACCEPT WEEKSTART.
           IF WEEKSTART = ZERO
               COMPUTE WEEKSTART = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TODAYDATE) + 1)
           END-IF.
           DISPLAY "WEEKS OF HISTORY TO USE (0 FOR 6): ".
           ACCEPT HISTWEEKS.
           IF HISTWEEKS = ZERO
               MOVE 6 TO HISTWEEKS
           END-IF.
           IF HISTWEEKS > 52
               MOVE 52 TO HISTWEEKS
           END-IF.
           DISPLAY "STORE CODE (BLANK FOR ALL STORES): ".
           ACCEPT STORE-FILTER.
           DISPLAY "TRANSACTIONS PER CASHIER HOUR (0 FOR STANDARD "
               TRANSSTANDARD "): ".
           ACCEPT TRANSOVERRIDE.
           IF TRANSOVERRIDE NOT = ZERO
               MOVE TRANSOVERRIDE TO TRANSSTANDARD
           END-IF.

           COMPUTE WORK-INT = FUNCTION INTEGER-OF-DATE(WEEKSTART).
           COMPUTE WEEKEND = FUNCTION DATE-OF-INTEGER(WORK-INT + 6).
           COMPUTE HISTFROM = FUNCTION DATE-OF-INTEGER(
               WORK-INT - 7 * HISTWEEKS).
           COMPUTE HISTTO = FUNCTION DATE-OF-INTEGER(WORK-INT - 1).
           IF HISTTO > TODAYDATE
               MOVE TODAYDATE TO HISTTO
           END-IF.

           INITIALIZE WEEKDAY-AREA.
           INITIALIZE FORECAST-TABLE-AREA.
           PERFORM VARYING OFFSETIDX FROM 0 BY 1 UNTIL OFFSETIDX > 6
               COMPUTE WORK-DATE = FUNCTION DATE-OF-INTEGER(
                   WORK-INT + OFFSETIDX)
               PERFORM FIND-WEEKDAY
               MOVE WORK-DATE TO WD-FORECASTDATE(DAYIDX)
           END-PERFORM.

           OPEN INPUT TENDER-FILE.
           IF TENDER-STATUS NOT = "00"
               MOVE "TENDER HEADER FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE TENDER-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL TENDER-EOF
               READ TENDER-FILE NEXT RECORD
                   AT END
                       SET TENDER-EOF TO TRUE
                   NOT AT END
                       IF BUSDATEH3 >= HISTFROM AND
                           BUSDATEH3 <= HISTTO AND
                           (STORE-FILTER = SPACES OR
                           STORECODEH3 = STORE-FILTER)
                           PERFORM BUCKET-HISTORY
                               THRU BUCKET-HISTORY-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TENDER-FILE.

           OPEN INPUT STAFFSCHED-FILE.
           IF STAFFSCHED-STATUS = "00"
               PERFORM LOAD-PLANNED-TILLS
               CLOSE STAFFSCHED-FILE
           ELSE
               DISPLAY "NO STAFF SCHEDULE FILE, PLANNED TILLS SHOWN "
                   "AS ZERO."
           END-IF.

           OPEN OUTPUT FORECAST-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           PERFORM PRINT-FORECAST.
           CLOSE FORECAST-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           STOP RUN.

       LOAD-TILL-STANDARD.
           MOVE 20 TO TRANSSTANDARD.
           MOVE ZERO TO UNITSSTANDARD.
           MOVE 1 TO MINTILLS.
           OPEN INPUT TILLSTD-FILE.
           IF TILLSTD-STATUS = "00"
               READ TILLSTD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TS-TRANSPERHOUR NUMERIC AND
                               TS-TRANSPERHOUR > ZERO
                           MOVE TS-TRANSPERHOUR TO TRANSSTANDARD
                       END-IF
                       IF TS-UNITSPERHOUR NUMERIC
                           MOVE TS-UNITSPERHOUR TO UNITSSTANDARD
                       END-IF
                       IF TS-MINTILLS NUMERIC
                           MOVE TS-MINTILLS TO MINTILLS
                       END-IF
               END-READ
               CLOSE TILLSTD-FILE
           END-IF.

       FIND-WEEKDAY.
           COMPUTE DAYIDX = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WORK-DATE) - 1, 7) + 1.

       BUCKET-HISTORY.
           IF HDR-TRAINING OR NOT (HDR-SALE OR HDR-REFUND)
               GO TO BUCKET-HISTORY-EXIT
           END-IF.
           MOVE BUSDATEH3 TO WORK-DATE.
           PERFORM FIND-WEEKDAY.
           IF BUSDATEH3 NOT = LAST-BUSDATE
               PERFORM COUNT-HISTORY-DATE
               MOVE BUSDATEH3 TO LAST-BUSDATE
           END-IF.
           DIVIDE TRANSTIMEH3 BY 1000000 GIVING TRANSHOUR.
           COMPUTE HOURIDX = TRANSHOUR + 1.
           IF HOURIDX >= 1 AND HOURIDX <= 24
               ADD 1 TO FT-TRANS(DAYIDX, HOURIDX)
               ADD UNITCOUNTH3 TO FT-UNITS(DAYIDX, HOURIDX)
           END-IF.
       BUCKET-HISTORY-EXIT.
           EXIT.

       COUNT-HISTORY-DATE.
           MOVE "NO" TO HISTDATE-FOUND-SW.
           PERFORM VARYING HD-IDX FROM 1 BY 1 UNTIL
               HD-IDX > HD-COUNT OR HISTDATE-FOUND
               IF HD-DATE(HD-IDX) = BUSDATEH3
                   SET HISTDATE-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT HISTDATE-FOUND AND HD-COUNT < 400
               ADD 1 TO HD-COUNT
               MOVE BUSDATEH3 TO HD-DATE(HD-COUNT)
               ADD 1 TO WD-HISTDAYS(DAYIDX)
           END-IF.

       LOAD-PLANNED-TILLS.
           MOVE WEEKSTART TO SS-SCHEDDATE.
           MOVE LOW-VALUES TO SS-EMPLOYEEID.
           MOVE ZERO TO SS-SHIFTSEQ.
           START STAFFSCHED-FILE KEY IS NOT LESS THAN SS-KEY
               INVALID KEY
                   SET SCHED-EOF TO TRUE
           END-START.
           PERFORM UNTIL SCHED-EOF
               READ STAFFSCHED-FILE NEXT RECORD
                   AT END
                       SET SCHED-EOF TO TRUE
                   NOT AT END
                       IF SS-SCHEDDATE > WEEKEND
                           SET SCHED-EOF TO TRUE
                       ELSE
                           IF SS-TILLNUM > ZERO
                               PERFORM SPREAD-SHIFT-HOURS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SPREAD-SHIFT-HOURS.
           MOVE SS-SCHEDDATE TO WORK-DATE.
           PERFORM FIND-WEEKDAY.
           MOVE SS-PLANSTART TO WORK-HHMM.
           COMPUTE SHIFTSTARTMIN = WORK-HH * 60 + WORK-MM.
           MOVE SS-PLANEND TO WORK-HHMM.
           COMPUTE SHIFTENDMIN = WORK-HH * 60 + WORK-MM.
           IF SHIFTENDMIN NOT > SHIFTSTARTMIN
               MOVE 1440 TO SHIFTENDMIN
           END-IF.
           PERFORM VARYING HOURIDX FROM 1 BY 1 UNTIL HOURIDX > 24
               COMPUTE HOURSTARTMIN = (HOURIDX - 1) * 60
               COMPUTE HOURENDMIN = HOURIDX * 60
               IF SHIFTSTARTMIN > HOURSTARTMIN
                   MOVE SHIFTSTARTMIN TO OVERLAPSTART
               ELSE
                   MOVE HOURSTARTMIN TO OVERLAPSTART
               END-IF
               IF SHIFTENDMIN < HOURENDMIN
                   MOVE SHIFTENDMIN TO OVERLAPEND
               ELSE
                   MOVE HOURENDMIN TO OVERLAPEND
               END-IF
               IF OVERLAPEND > OVERLAPSTART AND
                       OVERLAPEND - OVERLAPSTART >= 30
                   ADD 1 TO FT-PLANNED(DAYIDX, HOURIDX)
               END-IF
           END-PERFORM.

       PRINT-FORECAST.
           MOVE SPACES TO REPORT-LINE.
           STRING "CASHIER STAFFING FORECAST " WEEKSTART " TO "
               WEEKEND
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-FORECAST-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "HISTORY " HISTFROM " TO " HISTTO
               "   STORE " STORE-FILTER
               "   STANDARD " TRANSSTANDARD " TRANS/CASHIER HOUR"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-FORECAST-LINE.
           IF UNITSSTANDARD > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "ITEMS STANDARD " UNITSSTANDARD
                   " ITEMS/CASHIER HOUR   MINIMUM TILLS " MINTILLS
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-FORECAST-LINE
           END-IF.

           PERFORM VARYING OFFSETIDX FROM 0 BY 1 UNTIL OFFSETIDX > 6
               COMPUTE WORK-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WEEKSTART) + OFFSETIDX)
               PERFORM FIND-WEEKDAY
               PERFORM PRINT-FORECAST-DAY
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-FORECAST-LINE.
           MOVE WEEK-NEEDED TO TOTAL-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "WEEK TILL-HOURS NEEDED  " TOTAL-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-FORECAST-LINE.
           MOVE WEEK-PLANNED TO TOTAL-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "WEEK TILL-HOURS PLANNED " TOTAL-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-FORECAST-LINE.
           MOVE UNDER-HOURS TO TOTAL-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "HOURS UNDER-STAFFED     " TOTAL-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-FORECAST-LINE.
           MOVE OVER-HOURS TO TOTAL-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "HOURS OVER-STAFFED      " TOTAL-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-FORECAST-LINE.

       PRINT-FORECAST-DAY.
           MOVE ZERO TO DAY-NEEDED.
           MOVE ZERO TO DAY-PLANNED.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-FORECAST-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING WEEKDAY-NAME(DAYIDX) " " WORK-DATE
               "   (" WD-HISTDAYS(DAYIDX) " DAYS OF HISTORY)"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-FORECAST-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  HOUR  AVG TRANS  AVG ITEMS  NEEDED  PLANNED"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-FORECAST-LINE.
           PERFORM VARYING HOURIDX FROM 1 BY 1 UNTIL HOURIDX > 24
               PERFORM PRINT-FORECAST-HOUR
                   THRU PRINT-FORECAST-HOUR-EXIT
           END-PERFORM.
           MOVE DAY-NEEDED TO TILLS-DISP.
           MOVE DAY-PLANNED TO PLANNED-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "  TILL-HOURS               " TILLS-DISP
               "    " PLANNED-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-FORECAST-LINE.
           ADD DAY-NEEDED TO WEEK-NEEDED.
           ADD DAY-PLANNED TO WEEK-PLANNED.

       PRINT-FORECAST-HOUR.
           MOVE ZERO TO AVGTRANS.
           MOVE ZERO TO AVGUNITS.
           MOVE ZERO TO TILLSNEEDED.
           IF WD-HISTDAYS(DAYIDX) > ZERO AND
                   FT-TRANS(DAYIDX, HOURIDX) > ZERO
               COMPUTE AVGTRANS ROUNDED = FT-TRANS(DAYIDX, HOURIDX)
                   / WD-HISTDAYS(DAYIDX)
               COMPUTE AVGUNITS ROUNDED = FT-UNITS(DAYIDX, HOURIDX)
                   / WD-HISTDAYS(DAYIDX)
               COMPUTE TILLSRAW = FT-TRANS(DAYIDX, HOURIDX)
                   / (WD-HISTDAYS(DAYIDX) * TRANSSTANDARD)
               PERFORM ROUND-UP-TILLS
               MOVE TILLSWHOLE TO TILLSNEEDED
               IF UNITSSTANDARD > ZERO
                   COMPUTE TILLSRAW = FT-UNITS(DAYIDX, HOURIDX)
                       / (WD-HISTDAYS(DAYIDX) * UNITSSTANDARD)
                   PERFORM ROUND-UP-TILLS
                   MOVE TILLSWHOLE TO UNITTILLS
                   IF UNITTILLS > TILLSNEEDED
                       MOVE UNITTILLS TO TILLSNEEDED
                   END-IF
               END-IF
               IF TILLSNEEDED < MINTILLS
                   MOVE MINTILLS TO TILLSNEEDED
               END-IF
           END-IF.

           IF TILLSNEEDED = ZERO AND FT-PLANNED(DAYIDX, HOURIDX) = ZERO
               GO TO PRINT-FORECAST-HOUR-EXIT
           END-IF.

           MOVE SPACES TO STATUS-TEXT.
           EVALUATE TRUE
               WHEN FT-PLANNED(DAYIDX, HOURIDX) < TILLSNEEDED
                   COMPUTE TILLDIFF = TILLSNEEDED
                       - FT-PLANNED(DAYIDX, HOURIDX)
                   MOVE TILLDIFF TO DIFF-DISP
                   STRING "*** UNDER-STAFFED BY " DIFF-DISP
                       DELIMITED BY SIZE INTO STATUS-TEXT
                   ADD 1 TO UNDER-HOURS
               WHEN FT-PLANNED(DAYIDX, HOURIDX) > TILLSNEEDED
                   COMPUTE TILLDIFF = FT-PLANNED(DAYIDX, HOURIDX)
                       - TILLSNEEDED
                   MOVE TILLDIFF TO DIFF-DISP
                   STRING "    OVER-STAFFED BY " DIFF-DISP
                       DELIMITED BY SIZE INTO STATUS-TEXT
                   ADD 1 TO OVER-HOURS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           COMPUTE HOUR-DISP = HOURIDX - 1.
           MOVE AVGTRANS TO AVGTRANS-DISP.
           MOVE AVGUNITS TO AVGUNITS-DISP.
           MOVE TILLSNEEDED TO TILLS-DISP.
           MOVE FT-PLANNED(DAYIDX, HOURIDX) TO PLANNED-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " HOUR-DISP ":00 " AVGTRANS-DISP "  "
               AVGUNITS-DISP "     " TILLS-DISP "      " PLANNED-DISP
               "  " STATUS-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-FORECAST-LINE.
           ADD TILLSNEEDED TO DAY-NEEDED.
           ADD FT-PLANNED(DAYIDX, HOURIDX) TO DAY-PLANNED.
       PRINT-FORECAST-HOUR-EXIT.
           EXIT.

       ROUND-UP-TILLS.
           MOVE TILLSRAW TO TILLSWHOLE.
           IF TILLSRAW > TILLSWHOLE
               ADD 1 TO TILLSWHOLE
           END-IF.

       WRITE-FORECAST-LINE.
           WRITE FORECAST-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM STAFF-FORECAST.
