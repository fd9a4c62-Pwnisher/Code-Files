           ASSIGN TO "D:\Files\dat\degreedays.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEGREE-STATUS.
           SELECT COLD-EXCURSION-FILE
           ASSIGN TO "D:\Files\dat\coldexcur.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COLD-EXCURSION-STATUS.
           SELECT RUNCTL-FILE
           ASSIGN TO "D:\Files\dat\runctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           05 TH-MINC pic S9(3)V9(2).
           05 TH-MAXC pic S9(3)V9(2).
           05 TH-BASEC pic S9(3)V9(2).
           05 TH-MAXMINUTES pic 9(04).
       FD DEGREE-FILE.
       01 DEGREE-REC pic X(90).
       FD COLD-EXCURSION-FILE.
       01 COLD-EXCURSION-REC.
           05 CX-LOCATION pic X(10).
           05 CX-STARTSTAMP pic 9(14).
           05 CX-ENDSTAMP pic 9(14).
           05 CX-MINUTES pic 9(05).
           05 CX-READINGS pic 9(05).
           05 CX-OPENFLAG pic X(01).
       FD RUNCTL-FILE.
       01 RUNCTL-REC.
           05 RU-PROGRAM PIC X(20).
           05 RU-TOTAL PIC S9(9)V99.
           05 RU-COMPLETION PIC X(01).
               88 RU-COMPLETED VALUE "C".
           05 RU-STREAMID PIC X(08).
           05 RU-STEPNO PIC 9(02).
           05 RU-BUSDATE PIC 9(08).
       WORKING-STORAGE SECTION.
       01 TEMP-INPUT-STATUS pic X(02).
       01 TEMP-OUTPUT-STATUS pic X(02).
               10 THT-INBREACH pic X(01).
               10 THT-BREACHSTART pic 9(14).
               10 THT-BREACHCOUNT pic 9(05).
               10 THT-MAXMINUTES pic 9(04).
               10 THT-LASTSTAMP pic 9(14).
       01 THT-COUNT pic 9(02) value ZERO.
       01 THT-FOUND-SW pic X(03).
           88 THT-FOUND value "YES".
       01 PHDD-DISP pic ZZZZ9.99.
       01 PCDD-DISP pic ZZZZ9.99.
       01 DEGREE-LINE pic X(90).
       01 COLD-EXCURSION-STATUS pic X(02).
       01 EXC-STAMP pic 9(14).
       01 EXC-STAMP-PARTS redefines EXC-STAMP.
           05 EXC-STAMP-DATE pic 9(08).
           05 EXC-STAMP-HH pic 9(02).
           05 EXC-STAMP-MM pic 9(02).
           05 EXC-STAMP-SS pic 9(02).
       01 EXC-STARTMINS pic 9(09).
       01 EXC-ENDMINS pic 9(09).
       01 EXC-ENDSTAMP pic 9(14).
       01 EXC-MINUTES pic 9(05).
       01 EXC-OPENFLAG pic X(01).
       01 EXC-LOGGED pic 9(05) value ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "CONVERT: C TO F (C), F TO C (F), BATCH (B), "
            PERFORM LOAD-THRESHOLDS.
            MOVE "NO" TO TEMP-EOF-SW.
            OPEN INPUT TEMP-INPUT-FILE.
            OPEN EXTEND COLD-EXCURSION-FILE.
            IF COLD-EXCURSION-STATUS = "35"
                OPEN OUTPUT COLD-EXCURSION-FILE
            END-IF.

            PERFORM UNTIL TEMP-EOF
                READ TEMP-INPUT-FILE
            CLOSE TEMP-INPUT-FILE.

            PERFORM CLOSE-OPEN-EXCURSIONS.
            CLOSE COLD-EXCURSION-FILE.
            PERFORM PRINT-DAILY-STATISTICS.
            DISPLAY "READINGS OUTSIDE LIMITS: " EXCEPTION-COUNT.
            DISPLAY "EXCURSIONS LOGGED FOR QUARANTINE: " EXC-LOGGED.

       LOAD-THRESHOLDS.
            OPEN INPUT TEMP-THRESH-FILE.
                            MOVE TH-MINC TO THT-MINC(THT-COUNT)
                            MOVE TH-MAXC TO THT-MAXC(THT-COUNT)
                            MOVE TH-BASEC TO THT-BASEC(THT-COUNT)
                            IF TH-MAXMINUTES NUMERIC
                                MOVE TH-MAXMINUTES
                                    TO THT-MAXMINUTES(THT-COUNT)
                            ELSE
                                MOVE ZERO TO THT-MAXMINUTES(THT-COUNT)
                            END-IF
                            MOVE ZERO TO THT-LASTSTAMP(THT-COUNT)
                            MOVE "N" TO THT-INBREACH(THT-COUNT)
                            MOVE ZERO TO THT-BREACHSTART(THT-COUNT)
                            MOVE ZERO TO THT-BREACHCOUNT(THT-COUNT)
                    MOVE ZERO TO THT-BREACHCOUNT(THT-IDX)
                END-IF
                ADD 1 TO THT-BREACHCOUNT(THT-IDX)
                MOVE TI-TIMESTAMP TO THT-LASTSTAMP(THT-IDX)
            ELSE
                IF THT-INBREACH(THT-IDX) = "Y"
                    PERFORM REPORT-EXCURSION
                " FROM " THT-BREACHSTART(THT-IDX)
                " TO " TI-TIMESTAMP
                " (" THT-BREACHCOUNT(THT-IDX) " READINGS)".
            MOVE TI-TIMESTAMP TO EXC-ENDSTAMP.
            MOVE "N" TO EXC-OPENFLAG.
            PERFORM MEASURE-EXCURSION.
            MOVE "N" TO THT-INBREACH(THT-IDX).
            MOVE ZERO TO THT-BREACHCOUNT(THT-IDX).

                        " SINCE " THT-BREACHSTART(THT-IDX)
                        " (" THT-BREACHCOUNT(THT-IDX)
                        " READINGS)"
                    MOVE THT-LASTSTAMP(THT-IDX) TO EXC-ENDSTAMP
                    MOVE "O" TO EXC-OPENFLAG
                    PERFORM MEASURE-EXCURSION
                END-IF
            END-PERFORM.

       MEASURE-EXCURSION.
            MOVE THT-BREACHSTART(THT-IDX) TO EXC-STAMP.
            COMPUTE EXC-STARTMINS =
                FUNCTION INTEGER-OF-DATE(EXC-STAMP-DATE) * 1440
                + EXC-STAMP-HH * 60 + EXC-STAMP-MM.
            MOVE EXC-ENDSTAMP TO EXC-STAMP.
            COMPUTE EXC-ENDMINS =
                FUNCTION INTEGER-OF-DATE(EXC-STAMP-DATE) * 1440
                + EXC-STAMP-HH * 60 + EXC-STAMP-MM.
            IF EXC-ENDMINS > EXC-STARTMINS
                COMPUTE EXC-MINUTES = EXC-ENDMINS - EXC-STARTMINS
            ELSE
                MOVE ZERO TO EXC-MINUTES
            END-IF.
            IF THT-MAXMINUTES(THT-IDX) > ZERO AND
                EXC-MINUTES > THT-MAXMINUTES(THT-IDX)
                PERFORM LOG-COLD-EXCURSION
            END-IF.

       LOG-COLD-EXCURSION.
            MOVE THT-LOCATION(THT-IDX) TO CX-LOCATION.
            MOVE THT-BREACHSTART(THT-IDX) TO CX-STARTSTAMP.
            MOVE EXC-ENDSTAMP TO CX-ENDSTAMP.
            MOVE EXC-MINUTES TO CX-MINUTES.
            MOVE THT-BREACHCOUNT(THT-IDX) TO CX-READINGS.
            MOVE EXC-OPENFLAG TO CX-OPENFLAG.
            WRITE COLD-EXCURSION-REC.
            ADD 1 TO EXC-LOGGED.
            DISPLAY "EXCURSION AT " THT-LOCATION(THT-IDX) " LASTED "
                EXC-MINUTES " MINUTES, OVER THE "
                THT-MAXMINUTES(THT-IDX)
                " MINUTE LIMIT, LOGGED FOR QUARANTINE.".

       PRINT-DAILY-STATISTICS.
            DISPLAY "DAILY TEMPERATURE STATISTICS".
            PERFORM VARYING DS-SCAN FROM 1 BY 1 UNTIL
           MOVE "TEMPERATURE-BATCH" TO RU-PROGRAM.
           ACCEPT RU-RUNDATE FROM DATE YYYYMMDD.
           ACCEPT RU-RUNTIME FROM TIME.
           MOVE SPACES TO RU-STREAMID.
           MOVE ZERO TO RU-STEPNO.
           MOVE ZERO TO RU-BUSDATE.
           WRITE RUNCTL-REC.
           CLOSE RUNCTL-FILE.

