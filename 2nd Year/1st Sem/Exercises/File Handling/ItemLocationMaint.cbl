       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-LOCATION-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMLOC-FILE
           ASSIGN TO "D:\Files\dat\itemloc.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IL-KEY
           FILE STATUS IS ITEMLOC-STATUS.
           SELECT ITEMMAST-FILE
           ASSIGN TO "D:\Files\dat\itemmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IM-ITEMCODE
           FILE STATUS IS ITEMMAST-STATUS.
           SELECT NOLOC-FILE
           ASSIGN TO "D:\Files\dat\noloc.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOLOC-STATUS.
           SELECT MAINTAUDIT-FILE
           ASSIGN TO "D:\Files\dat\maintaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINTAUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ITEMLOC-FILE.
       COPY "ITEMLOC.CPY".
       FD ITEMMAST-FILE.
       COPY "ITEMMAST.CPY".
       FD NOLOC-FILE.
       01 NOLOC-REC PIC X(90).
       FD MAINTAUDIT-FILE.
       COPY "MAINTAUDIT.CPY".
       WORKING-STORAGE SECTION.
       01 ITEMLOC-STATUS PIC X(02).
       01 ITEMMAST-STATUS PIC X(02).
       01 NOLOC-STATUS PIC X(02).
       01 MAINTAUDIT-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "ITEM-LOCATION-MAINT".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "ITEM-LOCATION-MAINT".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 LOCCHOICE PIC X(01).
           88 LOC-ADD VALUE "A".
           88 LOC-DELETE VALUE "D".
           88 LOC-LIST VALUE "L".
           88 LOC-EXCEPTIONS VALUE "N".
           88 LOC-EXIT VALUE "X".
       01 WORKITEMCODE PIC X(10).
       01 WORKLOCSEQ PIC 9(02).
       01 NEXTLOCSEQ PIC 9(02).
       01 ITEMLOC-EOF-SW PIC X(03).
           88 ITEMLOC-EOF VALUE "YES".
       01 ITEMMAST-EOF-SW PIC X(03).
           88 ITEMMAST-EOF VALUE "YES".
       01 LOC-FOUND-SW PIC X(03).
           88 LOC-FOUND VALUE "YES".
       01 LOCATION-COUNT PIC 9(03).
       01 NOLOC-COUNT PIC 9(05).
       01 REPORT-LINE PIC X(90).
       01 STOCK-DISP PIC ZZZ,ZZ9.999-.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O ITEMLOC-FILE.
           IF ITEMLOC-STATUS = "35"
               OPEN OUTPUT ITEMLOC-FILE
               CLOSE ITEMLOC-FILE
               OPEN I-O ITEMLOC-FILE
           END-IF.
           IF ITEMLOC-STATUS NOT = "00"
               MOVE "ITEM LOCATION FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE ITEMLOC-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN INPUT ITEMMAST-FILE.
           IF ITEMMAST-STATUS NOT = "00"
               MOVE "ITEM MASTER" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE ITEMMAST-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.

           PERFORM BACK-OFFICE-SIGN-ON.

           PERFORM UNTIL LOC-EXIT
               DISPLAY "ITEM LOCATIONS (A-ADD, D-DELETE, L-LIST FOR "
                   "ITEM, N-NO LOCATION EXCEPTIONS, X-EXIT): "
               ACCEPT LOCCHOICE
               EVALUATE TRUE
                   WHEN LOC-ADD
                       PERFORM ADD-LOCATION
                   WHEN LOC-DELETE
                       PERFORM DELETE-LOCATION
                   WHEN LOC-LIST
                       PERFORM LIST-ITEM-LOCATIONS
                   WHEN LOC-EXCEPTIONS
                       PERFORM NO-LOCATION-EXCEPTIONS
                   WHEN LOC-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE, TRY AGAIN."
               END-EVALUATE
           END-PERFORM.

           CLOSE ITEMLOC-FILE.
           CLOSE ITEMMAST-FILE.
           STOP RUN.

       ADD-LOCATION.
           DISPLAY "ITEM CODE: ".
           ACCEPT WORKITEMCODE.
           MOVE WORKITEMCODE TO IM-ITEMCODE.
           READ ITEMMAST-FILE
               INVALID KEY
                   DISPLAY "ITEM CODE NOT FOUND."
               NOT INVALID KEY
                   PERFORM ADD-ONE-LOCATION
           END-READ.

       ADD-ONE-LOCATION.
           DISPLAY "ITEM: " IM-ITEMNAME.
           PERFORM FIND-NEXT-LOCSEQ.
           IF NEXTLOCSEQ = 99
               DISPLAY "ITEM ALREADY HAS THE MAXIMUM LOCATIONS."
           ELSE
               MOVE WORKITEMCODE TO IL-ITEMCODE
               ADD 1 TO NEXTLOCSEQ GIVING IL-LOCSEQ
               DISPLAY "AISLE: "
               ACCEPT IL-AISLE
               DISPLAY "BAY: "
               ACCEPT IL-BAY
               DISPLAY "SHELF: "
               ACCEPT IL-SHELF
               DISPLAY "LOCATION TYPE (F-SALES FLOOR, B-BACKROOM): "
               ACCEPT IL-LOCTYPE
               IF NOT IL-BACKROOM
                   SET IL-SALES-FLOOR TO TRUE
               END-IF
               IF IL-AISLE = SPACES
                   DISPLAY "AISLE IS REQUIRED, LOCATION NOT ADDED."
               ELSE
                   WRITE ITEMLOC-REC
                       INVALID KEY
                           DISPLAY "LOCATION ALREADY ON FILE."
                       NOT INVALID KEY
                           MOVE SPACES TO MA-BEFOREIMAGE
                           MOVE ITEMLOC-REC TO MA-AFTERIMAGE
                           MOVE "A" TO MA-ACTION
                           MOVE IL-KEY TO MA-RECORDKEY
                           PERFORM WRITE-MAINT-AUDIT
                           DISPLAY "LOCATION " IL-LOCSEQ " ADDED FOR "
                               WORKITEMCODE "."
                   END-WRITE
               END-IF
           END-IF.

       FIND-NEXT-LOCSEQ.
           MOVE ZERO TO NEXTLOCSEQ.
           MOVE "NO" TO ITEMLOC-EOF-SW.
           MOVE WORKITEMCODE TO IL-ITEMCODE.
           MOVE ZERO TO IL-LOCSEQ.
           START ITEMLOC-FILE KEY IS NOT LESS THAN IL-KEY
               INVALID KEY
                   SET ITEMLOC-EOF TO TRUE
           END-START.
           PERFORM UNTIL ITEMLOC-EOF
               READ ITEMLOC-FILE NEXT RECORD
                   AT END
                       SET ITEMLOC-EOF TO TRUE
                   NOT AT END
                       IF IL-ITEMCODE NOT = WORKITEMCODE
                           SET ITEMLOC-EOF TO TRUE
                       ELSE
                           MOVE IL-LOCSEQ TO NEXTLOCSEQ
                       END-IF
               END-READ
           END-PERFORM.

       DELETE-LOCATION.
           DISPLAY "ITEM CODE: ".
           ACCEPT WORKITEMCODE.
           PERFORM LIST-LOCATIONS-FOR-ITEM.
           IF LOCATION-COUNT > ZERO
               DISPLAY "LOCATION NUMBER TO DELETE: "
               ACCEPT WORKLOCSEQ
               MOVE WORKITEMCODE TO IL-ITEMCODE
               MOVE WORKLOCSEQ TO IL-LOCSEQ
               READ ITEMLOC-FILE
                   INVALID KEY
                       DISPLAY "LOCATION NUMBER NOT FOUND."
                   NOT INVALID KEY
                       MOVE ITEMLOC-REC TO MA-BEFOREIMAGE
                       DELETE ITEMLOC-FILE
                       MOVE SPACES TO MA-AFTERIMAGE
                       MOVE "D" TO MA-ACTION
                       MOVE IL-KEY TO MA-RECORDKEY
                       PERFORM WRITE-MAINT-AUDIT
                       DISPLAY "LOCATION DELETED."
               END-READ
           END-IF.

       LIST-ITEM-LOCATIONS.
           DISPLAY "ITEM CODE: ".
           ACCEPT WORKITEMCODE.
           PERFORM LIST-LOCATIONS-FOR-ITEM.

       LIST-LOCATIONS-FOR-ITEM.
           MOVE ZERO TO LOCATION-COUNT.
           MOVE "NO" TO ITEMLOC-EOF-SW.
           MOVE WORKITEMCODE TO IL-ITEMCODE.
           MOVE ZERO TO IL-LOCSEQ.
           START ITEMLOC-FILE KEY IS NOT LESS THAN IL-KEY
               INVALID KEY
                   SET ITEMLOC-EOF TO TRUE
           END-START.
           PERFORM UNTIL ITEMLOC-EOF
               READ ITEMLOC-FILE NEXT RECORD
                   AT END
                       SET ITEMLOC-EOF TO TRUE
                   NOT AT END
                       IF IL-ITEMCODE NOT = WORKITEMCODE
                           SET ITEMLOC-EOF TO TRUE
                       ELSE
                           ADD 1 TO LOCATION-COUNT
                           DISPLAY "  " IL-LOCSEQ " AISLE " IL-AISLE
                               " BAY " IL-BAY " SHELF " IL-SHELF
                               " TYPE " IL-LOCTYPE
                       END-IF
               END-READ
           END-PERFORM.
           IF LOCATION-COUNT = ZERO
               DISPLAY "NO LOCATIONS ASSIGNED TO " WORKITEMCODE "."
           END-IF.

       NO-LOCATION-EXCEPTIONS.
           OPEN OUTPUT NOLOC-FILE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "ACTIVE ITEMS WITH NO LOCATION ASSIGNED"
               TO REPORT-LINE.
           WRITE NOLOC-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "ITEM" TO REPORT-LINE(1:4).
           MOVE "DESCRIPTION" TO REPORT-LINE(12:11).
           MOVE "DEPT" TO REPORT-LINE(43:4).
           MOVE "STOCK ON HAND" TO REPORT-LINE(48:13).
           WRITE NOLOC-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.

           MOVE ZERO TO NOLOC-COUNT.
           MOVE "NO" TO ITEMMAST-EOF-SW.
           MOVE LOW-VALUES TO IM-ITEMCODE.
           START ITEMMAST-FILE KEY IS NOT LESS THAN IM-ITEMCODE
               INVALID KEY
                   SET ITEMMAST-EOF TO TRUE
           END-START.
           PERFORM UNTIL ITEMMAST-EOF
               READ ITEMMAST-FILE NEXT RECORD
                   AT END
                       SET ITEMMAST-EOF TO TRUE
                   NOT AT END
                       IF IM-ITEM-ACTIVE
                           PERFORM CHECK-ITEM-HAS-LOCATION
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           STRING "ITEMS WITH NO LOCATION: " DELIMITED BY SIZE
               NOLOC-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE NOLOC-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           CLOSE NOLOC-FILE.
           DISPLAY "EXCEPTION LIST WRITTEN TO NOLOC.DAT".

       CHECK-ITEM-HAS-LOCATION.
           MOVE "NO" TO LOC-FOUND-SW.
           MOVE IM-ITEMCODE TO IL-ITEMCODE.
           MOVE ZERO TO IL-LOCSEQ.
           START ITEMLOC-FILE KEY IS NOT LESS THAN IL-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ITEMLOC-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF IL-ITEMCODE = IM-ITEMCODE
                               MOVE "YES" TO LOC-FOUND-SW
                           END-IF
                   END-READ
           END-START.
           IF NOT LOC-FOUND
               ADD 1 TO NOLOC-COUNT
               MOVE SPACES TO REPORT-LINE
               MOVE IM-ITEMCODE TO REPORT-LINE(1:10)
               MOVE IM-ITEMNAME TO REPORT-LINE(12:30)
               MOVE IM-DEPTCODE TO REPORT-LINE(43:4)
               MOVE IM-STOCKONHAND TO STOCK-DISP
               MOVE STOCK-DISP TO REPORT-LINE(48:12)
               WRITE NOLOC-REC FROM REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF.

       WRITE-MAINT-AUDIT.
           OPEN EXTEND MAINTAUDIT-FILE.
           IF MAINTAUDIT-STATUS = "35"
               OPEN OUTPUT MAINTAUDIT-FILE
           END-IF.
           ACCEPT MA-AUDITDATE FROM DATE YYYYMMDD.
           ACCEPT MA-AUDITTIME FROM TIME.
           MOVE "ITEM-LOCATION-MAINT" TO MA-PROGRAM.
           MOVE OPERATORID TO MA-OPERATOR.
           WRITE MAINTAUDIT-REC.
           CLOSE MAINTAUDIT-FILE.

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
       END PROGRAM ITEM-LOCATION-MAINT.
