           05 AC-INCDEADLINE PIC 9(08).
           05 AC-REMSTART PIC 9(08).
           05 AC-REMEND PIC 9(08).
           05 AC-CENSUSDATE PIC 9(08).
       WORKING-STORAGE SECTION.
       01 ACADCAL-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "ACADEMIC-CALENDAR".
           ACCEPT AC-REMSTART.
           DISPLAY "REMOVAL EXAM WINDOW END (YYYYMMDD): ".
           ACCEPT AC-REMEND.
           DISPLAY "ENROLLMENT CENSUS DATE (YYYYMMDD): ".
           ACCEPT AC-CENSUSDATE.
           WRITE ACADCAL-REC
               INVALID KEY
                   REWRITE ACADCAL-REC
                   DISPLAY "INC DUE    : " AC-INCDEADLINE
                   DISPLAY "REMOVALS   : " AC-REMSTART " - "
                       AC-REMEND
                   DISPLAY "CENSUS     : " AC-CENSUSDATE
           END-READ.
       END PROGRAM ACADEMIC-CALENDAR.
