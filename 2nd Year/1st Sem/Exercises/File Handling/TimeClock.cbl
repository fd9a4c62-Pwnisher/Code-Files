       DATA DIVISION.
       FILE SECTION.
       FD TIMECLOCK-FILE.
       COPY "TIMECLOCK.CPY".
       FD TTPARAMS-FILE.
       COPY "TTPARAMS.CPY".
       FD TENDER-FILE.
       COPY "TENDERREC.CPY".
       WORKING-STORAGE SECTION.
