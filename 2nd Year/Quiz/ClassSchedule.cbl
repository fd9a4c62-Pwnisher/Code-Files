           ACCESS MODE IS RANDOM
           RECORD KEY IS ST-STUDENTNUM
           FILE STATUS IS STUDMAST-STATUS.
           SELECT ROOMMAST-FILE
           ASSIGN TO "D:\Files\dat\roommast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-ROOM
           FILE STATUS IS ROOMMAST-STATUS.
           SELECT ROOMUTIL-FILE
           ASSIGN TO "D:\Files\dat\roomutil.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROOMUTIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SCHEDULE-FILE.
           05 ST-STATUSFLAG PIC X(01).
               88 ST-STUDENT-ACTIVE VALUE "A".
               88 ST-STUDENT-INACTIVE VALUE "I".
           05 ST-SEX PIC X(01).
               88 ST-MALE VALUE "M".
               88 ST-FEMALE VALUE "F".
           05 ST-BIRTHDATE PIC 9(08).
           05 ST-CITIZENSHIP PIC X(20).
       FD ROOMMAST-FILE.
       01 ROOMMAST-REC.
           05 RM-ROOM PIC X(08).
           05 RM-BUILDING PIC X(20).
           05 RM-CAPACITY PIC 9(03).
           05 RM-ROOMTYPE PIC X(01).
               88 RM-LECTURE VALUE "L".
               88 RM-LAB VALUE "B".
               88 RM-TYPE-VALID VALUE "L" "B".
           05 RM-AVAILHOURS PIC 9(03).
           05 RM-ACTIVEFLAG PIC X(01).
               88 RM-ROOM-ACTIVE VALUE "A".
               88 RM-ROOM-INACTIVE VALUE "I".
       FD ROOMUTIL-FILE.
       01 ROOMUTIL-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 SCHEDULE-STATUS PIC X(02).
       01 ROSTER-STATUS PIC X(02).
       01 STUDMAST-STATUS PIC X(02).
       01 ROOMMAST-STATUS PIC X(02).
       01 ROOMUTIL-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "CLASS-SCHEDULE".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
           88 SCHED-LIST VALUE "L".
           88 SCHED-ROOMS VALUE "R".
           88 SCHED-TIMETABLE VALUE "T".
           88 SCHED-ROOMMAST VALUE "M".
           88 SCHED-UTILIZATION VALUE "U".
           88 SCHED-VACANT VALUE "V".
           88 SCHED-EXIT VALUE "X".
       01 WORKSUBJECT PIC X(10).
       01 WORKSECTION PIC X(06).
       01 ROSTER-EOF-SW PIC X(03).
           88 ROSTER-EOF VALUE "YES".
       01 SCHED-TABLE-AREA.
           05 SCT-ENTRY OCCURS 500 TIMES.
               10 SCT-SUBJECT PIC X(10).
               10 SCT-SECTION PIC X(06).
               10 SCT-DAYS PIC X(07).
               10 SCT-START PIC 9(04).
               10 SCT-END PIC 9(04).
               10 SCT-ROOM PIC X(08).
               10 SCT-ENROLLED PIC 9(03).
       01 SCT-COUNT PIC 9(03) VALUE ZERO.
       01 SCT-TRUNCATED PIC 9(05) VALUE ZERO.
       01 SCT-I PIC 9(03) COMP.
       01 SCT-J PIC 9(03) COMP.
       01 DAY-I PIC 9(01) COMP.
       01 CLASH-COUNT PIC 9(03).
       01 TIMETABLE-STUDENT PIC 9(10).
       01 TIMETABLE-LINES PIC 9(03).
       01 WORKROOM PIC X(08).
       01 ROOMMAST-EOF-SW PIC X(03).
           88 ROOMMAST-EOF VALUE "YES".
       01 ROOM-BUSY-SW PIC X(03).
           88 ROOM-BUSY VALUE "YES".
       01 FIND-DAYS PIC X(07).
       01 FIND-START PIC 9(04).
       01 FIND-END PIC 9(04).
       01 FIND-CAPACITY PIC 9(03).
       01 DAY-SPACES PIC 9(01).
       01 MEETING-DAYS PIC 9(01).
       01 CLOCK-HH PIC 9(02).
       01 CLOCK-MM PIC 9(02).
       01 START-MINUTES PIC 9(04).
       01 END-MINUTES PIC 9(04).
       01 SECTION-MINUTES PIC 9(05).
       01 ROOM-MINUTES PIC 9(05).
       01 ROOM-SECTIONS PIC 9(03).
       01 ROOM-HOURS PIC 9(03)V9.
       01 ROOM-UTILPCT PIC 9(03)V9.
       01 ROOM-COUNT PIC 9(03).
       01 VACANT-COUNT PIC 9(03).
       01 OVERCAP-COUNT PIC 9(03).
       01 UNMASTERED-COUNT PIC 9(03).
       01 TOTAL-MINUTES PIC 9(07).
       01 TOTAL-AVAILHOURS PIC 9(06).
       01 TOTAL-HOURS PIC 9(05)V9.
       01 ROOMTYPE-DESC PIC X(07).
       01 CAPACITY-DISP PIC ZZ9.
       01 ENROLLED-DISP PIC ZZ9.
       01 SECTIONS-DISP PIC ZZ9.
       01 HOURS-DISP PIC ZZ9.9.
       01 AVAIL-DISP PIC ZZ9.
       01 PCT-DISP PIC ZZ9.9.
       01 COUNT-DISP PIC ZZ9.
       01 TRUNCATED-DISP PIC ZZ,ZZ9.
       01 TOTAL-HOURS-DISP PIC ZZ,ZZ9.9.
       01 TOTAL-AVAIL-DISP PIC ZZZ,ZZ9.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "CLASS-SCHEDULE".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O SCHEDULE-FILE.
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN I-O ROOMMAST-FILE.
           IF ROOMMAST-STATUS = "35"
               OPEN OUTPUT ROOMMAST-FILE
               CLOSE ROOMMAST-FILE
               OPEN I-O ROOMMAST-FILE
           END-IF.
           IF ROOMMAST-STATUS NOT = "00"
               MOVE "ROOM MASTER" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE ROOMMAST-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               CLOSE SCHEDULE-FILE
               STOP RUN
           END-IF.

           PERFORM UNTIL SCHED-EXIT
               DISPLAY "CLASS SCHEDULE (S-SET SCHEDULE, L-LIST, "
                   "R-ROOM UTILIZATION, T-STUDENT TIMETABLE, "
                   "M-ROOM MASTER, U-UTILIZATION REPORT, "
                   "V-VACANT ROOMS, X-EXIT): "
               ACCEPT SCHEDCHOICE
               EVALUATE TRUE
                   WHEN SCHED-SET
                       PERFORM ROOM-UTILIZATION
                   WHEN SCHED-TIMETABLE
                       PERFORM STUDENT-TIMETABLE
                   WHEN SCHED-ROOMMAST
                       PERFORM MAINTAIN-ROOM
                   WHEN SCHED-UTILIZATION
                       PERFORM UTILIZATION-REPORT
                   WHEN SCHED-VACANT
                       PERFORM VACANT-ROOM-FINDER
                   WHEN SCHED-EXIT
                       CONTINUE
                   WHEN OTHER
           END-PERFORM.

           CLOSE SCHEDULE-FILE.
           CLOSE ROOMMAST-FILE.
           STOP RUN.

       SET-SCHEDULE.

       LIST-SCHEDULES.
           PERFORM LOAD-SCHEDULE-TABLE.
           PERFORM WARN-SCHEDULE-TABLE-FULL.
           PERFORM VARYING SCT-I FROM 1 BY 1 UNTIL
               SCT-I > SCT-COUNT
               DISPLAY SCT-SUBJECT(SCT-I) " " SCT-SECTION(SCT-I)

       LOAD-SCHEDULE-TABLE.
           MOVE ZERO TO SCT-COUNT.
           MOVE ZERO TO SCT-TRUNCATED.
           MOVE "NO" TO SCHEDULE-EOF-SW.
           MOVE LOW-VALUES TO SCH-KEY.
           START SCHEDULE-FILE KEY IS NOT LESS THAN SCH-KEY
                   AT END
                       SET SCHEDULE-EOF TO TRUE
                   NOT AT END
                       IF SCT-COUNT < 500
                           ADD 1 TO SCT-COUNT
                           MOVE SCH-SUBJECTCODE
                               TO SCT-SUBJECT(SCT-COUNT)
                               TO SCT-START(SCT-COUNT)
                           MOVE SCH-ENDTIME TO SCT-END(SCT-COUNT)
                           MOVE SCH-ROOM TO SCT-ROOM(SCT-COUNT)
                           MOVE ZERO TO SCT-ENROLLED(SCT-COUNT)
                       ELSE
                           ADD 1 TO SCT-TRUNCATED
                       END-IF
               END-READ
           END-PERFORM.

       WARN-SCHEDULE-TABLE-FULL.
           IF SCT-TRUNCATED > ZERO
               MOVE SCT-TRUNCATED TO TRUNCATED-DISP
               DISPLAY "*** SCHEDULE TABLE FULL: " TRUNCATED-DISP
                   " SCHEDULES NOT LOADED, RESULTS INCOMPLETE ***"
           END-IF.

       ROOM-UTILIZATION.
           PERFORM LOAD-SCHEDULE-TABLE.
           PERFORM WARN-SCHEDULE-TABLE-FULL.
           DISPLAY "ROOM UTILIZATION AND DOUBLE BOOKINGS".
           PERFORM VARYING SCT-I FROM 1 BY 1 UNTIL
               SCT-I > SCT-COUNT
                       SCH-ENDTIME " ROOM " SCH-ROOM
           END-READ.
           ADD 1 TO TIMETABLE-LINES.

       MAINTAIN-ROOM.
           DISPLAY "ROOM: ".
           ACCEPT WORKROOM.
           MOVE WORKROOM TO RM-ROOM.
           READ ROOMMAST-FILE
               INVALID KEY
                   MOVE WORKROOM TO RM-ROOM
                   PERFORM ACCEPT-ROOM-FIELDS
                   WRITE ROOMMAST-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   DISPLAY "ROOM ADDED."
               NOT INVALID KEY
                   DISPLAY "CURRENT: " RM-BUILDING " CAPACITY "
                       RM-CAPACITY " TYPE " RM-ROOMTYPE " HOURS "
                       RM-AVAILHOURS " STATUS " RM-ACTIVEFLAG
                   PERFORM ACCEPT-ROOM-FIELDS
                   REWRITE ROOMMAST-REC
                   DISPLAY "ROOM UPDATED."
           END-READ.

       ACCEPT-ROOM-FIELDS.
           DISPLAY "BUILDING: ".
           ACCEPT RM-BUILDING.
           DISPLAY "SEATING CAPACITY: ".
           ACCEPT RM-CAPACITY.
           DISPLAY "ROOM TYPE (L-LECTURE, B-LABORATORY): ".
           ACCEPT RM-ROOMTYPE.
           PERFORM UNTIL RM-TYPE-VALID
               DISPLAY "ROOM TYPE MUST BE L OR B, RE-ENTER: "
               ACCEPT RM-ROOMTYPE
           END-PERFORM.
           DISPLAY "AVAILABLE HOURS PER WEEK: ".
           ACCEPT RM-AVAILHOURS.
           PERFORM UNTIL RM-AVAILHOURS > ZERO AND
               RM-AVAILHOURS NOT > 168
               DISPLAY "HOURS MUST BE 1 TO 168, RE-ENTER: "
               ACCEPT RM-AVAILHOURS
           END-PERFORM.
           DISPLAY "STATUS (A-ACTIVE, I-INACTIVE): ".
           ACCEPT RM-ACTIVEFLAG.
           PERFORM UNTIL RM-ROOM-ACTIVE OR RM-ROOM-INACTIVE
               DISPLAY "STATUS MUST BE A OR I, RE-ENTER: "
               ACCEPT RM-ACTIVEFLAG
           END-PERFORM.

       START-ROOMMAST-SCAN.
           MOVE "NO" TO ROOMMAST-EOF-SW.
           MOVE LOW-VALUES TO RM-ROOM.
           START ROOMMAST-FILE KEY IS NOT LESS THAN RM-ROOM
               INVALID KEY
                   SET ROOMMAST-EOF TO TRUE
           END-START.

       SET-ROOMTYPE-DESC.
           EVALUATE TRUE
               WHEN RM-LECTURE
                   MOVE "LECTURE" TO ROOMTYPE-DESC
               WHEN RM-LAB
                   MOVE "LAB" TO ROOMTYPE-DESC
               WHEN OTHER
                   MOVE SPACES TO ROOMTYPE-DESC
           END-EVALUATE.

       COUNT-SECTION-ENROLLMENT.
           MOVE "NO" TO ROSTER-EOF-SW.
           OPEN INPUT ROSTER-FILE.
           IF ROSTER-STATUS NOT = "00"
               SET ROSTER-EOF TO TRUE
           END-IF.
           PERFORM UNTIL ROSTER-EOF
               READ ROSTER-FILE
                   AT END
                       SET ROSTER-EOF TO TRUE
                   NOT AT END
                       IF NOT RO-DROPPED
                           PERFORM TALLY-SECTION-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROSTER-FILE.

       TALLY-SECTION-ENROLLMENT.
           PERFORM VARYING SCT-I FROM 1 BY 1 UNTIL
               SCT-I > SCT-COUNT
               IF SCT-SUBJECT(SCT-I) = RO-SUBJECTCODE AND
                   SCT-SECTION(SCT-I) = RO-SECTION
                   ADD 1 TO SCT-ENROLLED(SCT-I)
               END-IF
           END-PERFORM.

       COMPUTE-SECTION-MINUTES.
           MOVE ZERO TO SECTION-MINUTES.
           MOVE ZERO TO DAY-SPACES.
           INSPECT SCT-DAYS(SCT-I) TALLYING DAY-SPACES
               FOR ALL SPACES.
           COMPUTE MEETING-DAYS = 7 - DAY-SPACES.
           DIVIDE SCT-START(SCT-I) BY 100 GIVING CLOCK-HH
               REMAINDER CLOCK-MM.
           COMPUTE START-MINUTES = CLOCK-HH * 60 + CLOCK-MM.
           DIVIDE SCT-END(SCT-I) BY 100 GIVING CLOCK-HH
               REMAINDER CLOCK-MM.
           COMPUTE END-MINUTES = CLOCK-HH * 60 + CLOCK-MM.
           IF END-MINUTES > START-MINUTES
               COMPUTE SECTION-MINUTES =
                   MEETING-DAYS * (END-MINUTES - START-MINUTES)
           END-IF.

       UTILIZATION-REPORT.
           PERFORM LOAD-SCHEDULE-TABLE.
           PERFORM COUNT-SECTION-ENROLLMENT.
           MOVE ZERO TO ROOM-COUNT.
           MOVE ZERO TO TOTAL-MINUTES.
           MOVE ZERO TO TOTAL-AVAILHOURS.
           OPEN OUTPUT ROOMUTIL-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE "ROOM UTILIZATION PER WEEK" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF SCT-TRUNCATED > ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE SCT-TRUNCATED TO TRUNCATED-DISP
               STRING "*** SCHEDULE TABLE FULL: " TRUNCATED-DISP
                   " SCHEDULES NOT COUNTED ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "ROOM" TO REPORT-LINE.
           MOVE "BUILDING" TO REPORT-LINE(10:8).
           MOVE "TYPE" TO REPORT-LINE(31:4).
           MOVE "CAP" TO REPORT-LINE(39:3).
           MOVE "SECTIONS" TO REPORT-LINE(43:8).
           MOVE "SCHED HRS" TO REPORT-LINE(53:9).
           MOVE "AVAIL HRS" TO REPORT-LINE(64:9).
           MOVE "UTIL %" TO REPORT-LINE(75:6).
           PERFORM WRITE-REPORT-LINE.
           PERFORM START-ROOMMAST-SCAN.
           PERFORM UNTIL ROOMMAST-EOF
               READ ROOMMAST-FILE NEXT RECORD
                   AT END
                       SET ROOMMAST-EOF TO TRUE
                   NOT AT END
                       PERFORM REPORT-ONE-ROOM
               END-READ
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ROOM-COUNT TO COUNT-DISP.
           COMPUTE TOTAL-HOURS ROUNDED = TOTAL-MINUTES / 60.
           MOVE TOTAL-HOURS TO TOTAL-HOURS-DISP.
           MOVE TOTAL-AVAILHOURS TO TOTAL-AVAIL-DISP.
           MOVE ZERO TO ROOM-UTILPCT.
           IF TOTAL-AVAILHOURS > ZERO
               COMPUTE ROOM-UTILPCT ROUNDED =
                   TOTAL-MINUTES * 100 / (TOTAL-AVAILHOURS * 60)
           END-IF.
           MOVE ROOM-UTILPCT TO PCT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACTIVE ROOMS: " COUNT-DISP "  SCHED HOURS: "
               TOTAL-HOURS-DISP "  AVAIL HOURS: "
               TOTAL-AVAIL-DISP "  UTILIZATION: " PCT-DISP "%"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "SECTIONS OVER ROOM SEATING CAPACITY" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ZERO TO OVERCAP-COUNT.
           MOVE ZERO TO UNMASTERED-COUNT.
           PERFORM VARYING SCT-I FROM 1 BY 1 UNTIL
               SCT-I > SCT-COUNT
               PERFORM CHECK-SECTION-CAPACITY
           END-PERFORM.
           IF OVERCAP-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF UNMASTERED-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "SECTIONS SCHEDULED IN ROOMS NOT ON THE ROOM "
                   TO REPORT-LINE
               MOVE "MASTER" TO REPORT-LINE(45:6)
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING SCT-I FROM 1 BY 1 UNTIL
                   SCT-I > SCT-COUNT
                   PERFORM LIST-UNMASTERED-SECTION
               END-PERFORM
           END-IF.
           CLOSE ROOMUTIL-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "REPORT WRITTEN TO ROOMUTIL.DAT".

       REPORT-ONE-ROOM.
           MOVE ZERO TO ROOM-MINUTES.
           MOVE ZERO TO ROOM-SECTIONS.
           PERFORM VARYING SCT-I FROM 1 BY 1 UNTIL
               SCT-I > SCT-COUNT
               IF SCT-ROOM(SCT-I) = RM-ROOM
                   PERFORM COMPUTE-SECTION-MINUTES
                   ADD SECTION-MINUTES TO ROOM-MINUTES
                   ADD 1 TO ROOM-SECTIONS
               END-IF
           END-PERFORM.
           COMPUTE ROOM-HOURS ROUNDED = ROOM-MINUTES / 60.
           MOVE ZERO TO ROOM-UTILPCT.
           IF RM-AVAILHOURS > ZERO
               COMPUTE ROOM-UTILPCT ROUNDED =
                   ROOM-MINUTES * 100 / (RM-AVAILHOURS * 60)
           END-IF.
           PERFORM SET-ROOMTYPE-DESC.
           MOVE RM-CAPACITY TO CAPACITY-DISP.
           MOVE ROOM-SECTIONS TO SECTIONS-DISP.
           MOVE ROOM-HOURS TO HOURS-DISP.
           MOVE RM-AVAILHOURS TO AVAIL-DISP.
           MOVE ROOM-UTILPCT TO PCT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING RM-ROOM " " RM-BUILDING " " ROOMTYPE-DESC " "
               CAPACITY-DISP "      " SECTIONS-DISP "      "
               HOURS-DISP "        " AVAIL-DISP "   " PCT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           IF RM-ROOM-INACTIVE
               MOVE "INACTIVE" TO REPORT-LINE(82:8)
           ELSE
               ADD 1 TO ROOM-COUNT
               ADD ROOM-MINUTES TO TOTAL-MINUTES
               ADD RM-AVAILHOURS TO TOTAL-AVAILHOURS
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       CHECK-SECTION-CAPACITY.
           MOVE SCT-ROOM(SCT-I) TO RM-ROOM.
           READ ROOMMAST-FILE
               INVALID KEY
                   ADD 1 TO UNMASTERED-COUNT
               NOT INVALID KEY
                   IF SCT-ENROLLED(SCT-I) > RM-CAPACITY
                       ADD 1 TO OVERCAP-COUNT
                       MOVE SCT-ENROLLED(SCT-I) TO ENROLLED-DISP
                       MOVE RM-CAPACITY TO CAPACITY-DISP
                       MOVE SPACES TO REPORT-LINE
                       STRING "  " SCT-SUBJECT(SCT-I) " "
                           SCT-SECTION(SCT-I) " ROOM " RM-ROOM
                           " ENROLLED " ENROLLED-DISP
                           " SEATS " CAPACITY-DISP
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
           END-READ.

       LIST-UNMASTERED-SECTION.
           MOVE SCT-ROOM(SCT-I) TO RM-ROOM.
           READ ROOMMAST-FILE
               INVALID KEY
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " SCT-SUBJECT(SCT-I) " "
                       SCT-SECTION(SCT-I) " ROOM " SCT-ROOM(SCT-I)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
           END-READ.

       VACANT-ROOM-FINDER.
           DISPLAY "DAY(S) (E.G. T, OR MWF; TTH USES T AND H): ".
           ACCEPT FIND-DAYS.
           DISPLAY "FROM TIME (HHMM): ".
           ACCEPT FIND-START.
           DISPLAY "TO TIME (HHMM): ".
           ACCEPT FIND-END.
           PERFORM UNTIL FIND-END > FIND-START
               DISPLAY "END TIME MUST BE AFTER START, RE-ENTER: "
               ACCEPT FIND-END
           END-PERFORM.
           DISPLAY "MINIMUM SEATING CAPACITY (0 FOR ANY): ".
           ACCEPT FIND-CAPACITY.
           PERFORM LOAD-SCHEDULE-TABLE.
           PERFORM WARN-SCHEDULE-TABLE-FULL.
           MOVE ZERO TO VACANT-COUNT.
           DISPLAY "VACANT ROOMS " FIND-DAYS " " FIND-START "-"
               FIND-END " SEATING " FIND-CAPACITY " OR MORE".
           PERFORM START-ROOMMAST-SCAN.
           PERFORM UNTIL ROOMMAST-EOF
               READ ROOMMAST-FILE NEXT RECORD
                   AT END
                       SET ROOMMAST-EOF TO TRUE
                   NOT AT END
                       IF RM-ROOM-ACTIVE AND
                           RM-CAPACITY NOT < FIND-CAPACITY
                           PERFORM CHECK-ROOM-BUSY
                           IF NOT ROOM-BUSY
                               PERFORM SET-ROOMTYPE-DESC
                               ADD 1 TO VACANT-COUNT
                               DISPLAY "  " RM-ROOM " " RM-BUILDING
                                   " " ROOMTYPE-DESC " CAPACITY "
                                   RM-CAPACITY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "VACANT ROOMS FOUND: " VACANT-COUNT.

       CHECK-ROOM-BUSY.
           MOVE "NO" TO ROOM-BUSY-SW.
           PERFORM VARYING SCT-I FROM 1 BY 1 UNTIL
               SCT-I > SCT-COUNT OR ROOM-BUSY
               IF SCT-ROOM(SCT-I) = RM-ROOM AND
                   SCT-START(SCT-I) < FIND-END AND
                   FIND-START < SCT-END(SCT-I)
                   PERFORM CHECK-FIND-DAY-OVERLAP
                   IF DAYS-OVERLAP
                       MOVE "YES" TO ROOM-BUSY-SW
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-FIND-DAY-OVERLAP.
           MOVE "NO" TO DAYS-OVERLAP-SW.
           PERFORM VARYING DAY-I FROM 1 BY 1 UNTIL DAY-I > 7
               IF FIND-DAYS(DAY-I:1) NOT = SPACE
                   PERFORM VARYING DAY-J FROM 1 BY 1 UNTIL
                       DAY-J > 7
                       IF SCT-DAYS(SCT-I)(DAY-J:1) =
                           FIND-DAYS(DAY-I:1)
                           MOVE "YES" TO DAYS-OVERLAP-SW
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       WRITE-REPORT-LINE.
           WRITE ROOMUTIL-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM CLASS-SCHEDULE.
