       IDENTIFICATION DIVISION.
       PROGRAM-ID. BO-USER-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOUSER-FILE
           ASSIGN TO "D:\Files\dat\bouser.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BU-USERID
           FILE STATUS IS BOUSER-STATUS.
           SELECT BOAUTH-FILE
           ASSIGN TO "D:\Files\dat\boauth.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BA-KEY
           FILE STATUS IS BOAUTH-STATUS.
           SELECT BOSECLOG-FILE
           ASSIGN TO "D:\Files\dat\boseclog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BOSECLOG-STATUS.
           SELECT MAINTAUDIT-FILE
           ASSIGN TO "D:\Files\dat\maintaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINTAUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BOUSER-FILE.
       COPY "BOUSER.CPY".
       FD BOAUTH-FILE.
       COPY "BOAUTH.CPY".
       FD BOSECLOG-FILE.
       COPY "BOSECLOG.CPY".
       FD MAINTAUDIT-FILE.
       COPY "MAINTAUDIT.CPY".
       WORKING-STORAGE SECTION.
       01 BOUSER-STATUS PIC X(02).
       01 BOAUTH-STATUS PIC X(02).
       01 BOSECLOG-STATUS PIC X(02).
       01 MAINTAUDIT-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "BO-USER-MAINT".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "BO-USER-MAINT".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 USERCHOICE PIC X(01).
           88 USER-ADD VALUE "A".
           88 USER-CHANGE VALUE "C".
           88 USER-PIN VALUE "P".
           88 USER-DEACTIVATE VALUE "D".
           88 USER-REACTIVATE VALUE "R".
           88 USER-GRANT VALUE "G".
           88 USER-REVOKE VALUE "V".
           88 USER-LIST VALUE "L".
           88 USER-GRANTLIST VALUE "K".
           88 USER-SECLOG VALUE "S".
           88 USER-EXIT VALUE "X".
       01 WORKUSERID PIC X(10).
       01 WORKROLE PIC X(04).
       01 WORKPIN PIC 9(04).
       01 LOGFROMDATE PIC 9(08).
       01 USERS-EXIST-SW PIC X(03).
           88 USERS-EXIST VALUE "YES".
       01 BOUSER-EOF-SW PIC X(03).
           88 BOUSER-EOF VALUE "YES".
       01 BOAUTH-EOF-SW PIC X(03).
           88 BOAUTH-EOF VALUE "YES".
       01 BOSECLOG-EOF-SW PIC X(03).
           88 BOSECLOG-EOF VALUE "YES".
       01 LIST-COUNT PIC 9(05).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-USER-FILES.
           MOVE "NO" TO USERS-EXIST-SW.
           MOVE LOW-VALUES TO BU-USERID.
           START BOUSER-FILE KEY IS NOT LESS THAN BU-USERID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ BOUSER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE "YES" TO USERS-EXIST-SW
                   END-READ
           END-START.

           IF USERS-EXIST
               CLOSE BOUSER-FILE
               CLOSE BOAUTH-FILE
               PERFORM BACK-OFFICE-SIGN-ON
               PERFORM OPEN-USER-FILES
           ELSE
               DISPLAY "NO BACK-OFFICE USERS ON FILE YET, THE FIRST "
                   "USER SET UP IS THE ADMINISTRATOR."
               PERFORM ADD-FIRST-ADMIN
           END-IF.

           PERFORM UNTIL USER-EXIT
               DISPLAY "BACK-OFFICE USERS (A-ADD, C-CHANGE, P-RESET "
                   "PIN/UNLOCK, D-DEACTIVATE, R-REACTIVATE, G-GRANT "
                   "FUNCTION, V-REVOKE FUNCTION, L-LIST USERS, "
                   "K-LIST GRANTS, S-DENIED SIGN-ONS, X-EXIT): "
               ACCEPT USERCHOICE
               EVALUATE TRUE
                   WHEN USER-ADD
                       PERFORM ADD-USER
                   WHEN USER-CHANGE
                       PERFORM CHANGE-USER
                   WHEN USER-PIN
                       PERFORM RESET-USER-PIN
                   WHEN USER-DEACTIVATE
                       PERFORM DEACTIVATE-USER
                   WHEN USER-REACTIVATE
                       PERFORM REACTIVATE-USER
                   WHEN USER-GRANT
                       PERFORM GRANT-FUNCTION
                   WHEN USER-REVOKE
                       PERFORM REVOKE-FUNCTION
                   WHEN USER-LIST
                       PERFORM LIST-USERS
                   WHEN USER-GRANTLIST
                       PERFORM LIST-GRANTS
                   WHEN USER-SECLOG
                       PERFORM LIST-DENIED-SIGNONS
                   WHEN USER-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE, TRY AGAIN."
               END-EVALUATE
           END-PERFORM.

           CLOSE BOUSER-FILE.
           CLOSE BOAUTH-FILE.
           STOP RUN.

       OPEN-USER-FILES.
           OPEN I-O BOUSER-FILE.
           IF BOUSER-STATUS = "35"
               OPEN OUTPUT BOUSER-FILE
               CLOSE BOUSER-FILE
               OPEN I-O BOUSER-FILE
           END-IF.
           IF BOUSER-STATUS NOT = "00"
               MOVE "BACK-OFFICE USER FILE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE BOUSER-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN I-O BOAUTH-FILE.
           IF BOAUTH-STATUS = "35"
               OPEN OUTPUT BOAUTH-FILE
               CLOSE BOAUTH-FILE
               OPEN I-O BOAUTH-FILE
           END-IF.
           IF BOAUTH-STATUS NOT = "00"
               MOVE "AUTHORIZATION TABLE" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE BOAUTH-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.

       ADD-FIRST-ADMIN.
           MOVE SPACES TO WORKUSERID.
           PERFORM UNTIL WORKUSERID NOT = SPACES
               DISPLAY "ADMINISTRATOR USER ID: "
               ACCEPT WORKUSERID
           END-PERFORM.
           MOVE WORKUSERID TO OPERATORID.
           MOVE "ADMN" TO WORKROLE.
           PERFORM WRITE-NEW-USER.

       ADD-USER.
           DISPLAY "NEW USER ID: ".
           ACCEPT WORKUSERID.
           MOVE WORKUSERID TO BU-USERID.
           READ BOUSER-FILE
               INVALID KEY
                   MOVE SPACES TO WORKROLE
                   PERFORM UNTIL WORKROLE NOT = SPACES
                       DISPLAY "ROLE CODE (E.G. ADMN, MGR, INV, "
                           "CLRK): "
                       ACCEPT WORKROLE
                   END-PERFORM
                   PERFORM WRITE-NEW-USER
               NOT INVALID KEY
                   DISPLAY "USER ID ALREADY ON FILE, NOT ADDED."
           END-READ.

       WRITE-NEW-USER.
           MOVE WORKUSERID TO BU-USERID.
           DISPLAY "USER NAME: ".
           ACCEPT BU-USERNAME.
           DISPLAY "PIN (4 DIGITS): ".
           ACCEPT BU-PIN.
           MOVE WORKROLE TO BU-ROLE.
           SET BU-USER-ACTIVE TO TRUE.
           MOVE ZERO TO BU-FAILCOUNT.
           MOVE SPACE TO BU-LOCKFLAG.
           MOVE ZERO TO BU-LASTSIGNON.
           WRITE BOUSER-REC
               INVALID KEY
                   DISPLAY "USER ID ALREADY ON FILE, NOT ADDED."
               NOT INVALID KEY
                   MOVE SPACES TO MA-BEFOREIMAGE
                   MOVE BOUSER-REC TO MA-AFTERIMAGE
                   MOVE "A" TO MA-ACTION
                   MOVE WORKUSERID TO MA-RECORDKEY
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "USER " WORKUSERID " ADDED WITH ROLE "
                       WORKROLE "."
           END-WRITE.

       CHANGE-USER.
           PERFORM FETCH-USER.
           IF BOUSER-STATUS = "00"
               MOVE BOUSER-REC TO MA-BEFOREIMAGE
               DISPLAY "CURRENT NAME: " BU-USERNAME
               DISPLAY "NEW NAME: "
               ACCEPT BU-USERNAME
               IF WORKUSERID = OPERATORID
                   DISPLAY "YOU CANNOT CHANGE YOUR OWN ROLE, IT "
                       "STAYS " BU-ROLE "."
               ELSE
                   DISPLAY "CURRENT ROLE: " BU-ROLE
                   DISPLAY "NEW ROLE (BLANK TO KEEP): "
                   ACCEPT WORKROLE
                   IF WORKROLE NOT = SPACES
                       MOVE WORKROLE TO BU-ROLE
                   END-IF
               END-IF
               REWRITE BOUSER-REC
               MOVE BOUSER-REC TO MA-AFTERIMAGE
               MOVE "C" TO MA-ACTION
               MOVE WORKUSERID TO MA-RECORDKEY
               PERFORM WRITE-MAINT-AUDIT
               DISPLAY "USER UPDATED."
           END-IF.

       RESET-USER-PIN.
           PERFORM FETCH-USER.
           IF BOUSER-STATUS = "00"
               MOVE BOUSER-REC TO MA-BEFOREIMAGE
               DISPLAY "NEW PIN (4 DIGITS): "
               ACCEPT WORKPIN
               MOVE WORKPIN TO BU-PIN
               MOVE ZERO TO BU-FAILCOUNT
               MOVE SPACE TO BU-LOCKFLAG
               REWRITE BOUSER-REC
               MOVE BOUSER-REC TO MA-AFTERIMAGE
               MOVE "C" TO MA-ACTION
               MOVE WORKUSERID TO MA-RECORDKEY
               PERFORM WRITE-MAINT-AUDIT
               DISPLAY "PIN RESET AND USER " WORKUSERID " UNLOCKED."
           END-IF.

       DEACTIVATE-USER.
           PERFORM FETCH-USER.
           IF BOUSER-STATUS = "00"
               EVALUATE TRUE
                   WHEN WORKUSERID = OPERATORID
                       DISPLAY "YOU CANNOT DEACTIVATE YOURSELF."
                   WHEN BU-USER-INACTIVE
                       DISPLAY "USER IS ALREADY DEACTIVATED."
                   WHEN OTHER
                       MOVE BOUSER-REC TO MA-BEFOREIMAGE
                       SET BU-USER-INACTIVE TO TRUE
                       REWRITE BOUSER-REC
                       MOVE BOUSER-REC TO MA-AFTERIMAGE
                       MOVE "D" TO MA-ACTION
                       MOVE WORKUSERID TO MA-RECORDKEY
                       PERFORM WRITE-MAINT-AUDIT
                       DISPLAY "USER " WORKUSERID " DEACTIVATED."
               END-EVALUATE
           END-IF.

       REACTIVATE-USER.
           PERFORM FETCH-USER.
           IF BOUSER-STATUS = "00"
               IF BU-USER-ACTIVE
                   DISPLAY "USER IS ALREADY ACTIVE."
               ELSE
                   MOVE BOUSER-REC TO MA-BEFOREIMAGE
                   SET BU-USER-ACTIVE TO TRUE
                   REWRITE BOUSER-REC
                   MOVE BOUSER-REC TO MA-AFTERIMAGE
                   MOVE "R" TO MA-ACTION
                   MOVE WORKUSERID TO MA-RECORDKEY
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "USER " WORKUSERID " REACTIVATED."
               END-IF
           END-IF.

       FETCH-USER.
           DISPLAY "USER ID: ".
           ACCEPT WORKUSERID.
           MOVE WORKUSERID TO BU-USERID.
           READ BOUSER-FILE
               INVALID KEY
                   DISPLAY "USER ID NOT FOUND."
           END-READ.

       ACCEPT-GRANT-KEY.
           MOVE SPACES TO BA-KEY.
           PERFORM UNTIL BA-ROLE NOT = SPACES
               DISPLAY "ROLE CODE: "
               ACCEPT BA-ROLE
           END-PERFORM.
           PERFORM UNTIL BA-PROGRAM NOT = SPACES
               DISPLAY "PROGRAM NAME (E.G. ITEM-MAINTENANCE): "
               ACCEPT BA-PROGRAM
           END-PERFORM.
           PERFORM UNTIL BA-FUNCTION NOT = SPACES
               DISPLAY "FUNCTION (RUN TO SIGN ON, * FOR EVERY "
                   "FUNCTION): "
               ACCEPT BA-FUNCTION
           END-PERFORM.

       GRANT-FUNCTION.
           PERFORM ACCEPT-GRANT-KEY.
           MOVE OPERATORID TO BA-GRANTEDBY.
           ACCEPT BA-GRANTDATE FROM DATE YYYYMMDD.
           WRITE BOAUTH-REC
               INVALID KEY
                   DISPLAY "ROLE ALREADY HAS THAT FUNCTION."
               NOT INVALID KEY
                   MOVE SPACES TO MA-BEFOREIMAGE
                   MOVE BOAUTH-REC TO MA-AFTERIMAGE
                   MOVE "A" TO MA-ACTION
                   MOVE BA-KEY TO MA-RECORDKEY
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "ROLE " BA-ROLE " MAY NOW USE "
                       BA-FUNCTION " IN " BA-PROGRAM "."
           END-WRITE.

       REVOKE-FUNCTION.
           PERFORM ACCEPT-GRANT-KEY.
           READ BOAUTH-FILE
               INVALID KEY
                   DISPLAY "ROLE DOES NOT HAVE THAT FUNCTION."
               NOT INVALID KEY
                   MOVE BOAUTH-REC TO MA-BEFOREIMAGE
                   DELETE BOAUTH-FILE
                   MOVE SPACES TO MA-AFTERIMAGE
                   MOVE "D" TO MA-ACTION
                   MOVE BA-KEY TO MA-RECORDKEY
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "FUNCTION REVOKED."
           END-READ.

       LIST-USERS.
           MOVE "NO" TO BOUSER-EOF-SW.
           MOVE LOW-VALUES TO BU-USERID.
           START BOUSER-FILE KEY IS NOT LESS THAN BU-USERID
               INVALID KEY
                   SET BOUSER-EOF TO TRUE
           END-START.
           PERFORM UNTIL BOUSER-EOF
               READ BOUSER-FILE NEXT RECORD
                   AT END
                       SET BOUSER-EOF TO TRUE
                   NOT AT END
                       DISPLAY BU-USERID " " BU-USERNAME " ROLE "
                           BU-ROLE " STATUS " BU-ACTIVEFLAG
                           " LOCK " BU-LOCKFLAG " LAST SIGN-ON "
                           BU-LASTSIGNON
               END-READ
           END-PERFORM.

       LIST-GRANTS.
           DISPLAY "ROLE CODE (BLANK FOR ALL): ".
           ACCEPT WORKROLE.
           MOVE "NO" TO BOAUTH-EOF-SW.
           MOVE LOW-VALUES TO BA-KEY.
           START BOAUTH-FILE KEY IS NOT LESS THAN BA-KEY
               INVALID KEY
                   SET BOAUTH-EOF TO TRUE
                   DISPLAY "NO FUNCTIONS GRANTED YET."
           END-START.
           PERFORM UNTIL BOAUTH-EOF
               READ BOAUTH-FILE NEXT RECORD
                   AT END
                       SET BOAUTH-EOF TO TRUE
                   NOT AT END
                       IF WORKROLE = SPACES OR BA-ROLE = WORKROLE
                           DISPLAY BA-ROLE " " BA-PROGRAM " "
                               BA-FUNCTION " GRANTED BY "
                               BA-GRANTEDBY " ON " BA-GRANTDATE
                       END-IF
               END-READ
           END-PERFORM.

       LIST-DENIED-SIGNONS.
           DISPLAY "SHOW DENIED ATTEMPTS FROM (YYYYMMDD, 0 FOR ALL): ".
           ACCEPT LOGFROMDATE.
           MOVE ZERO TO LIST-COUNT.
           MOVE "NO" TO BOSECLOG-EOF-SW.
           OPEN INPUT BOSECLOG-FILE.
           IF BOSECLOG-STATUS NOT = "00"
               SET BOSECLOG-EOF TO TRUE
           END-IF.
           PERFORM UNTIL BOSECLOG-EOF
               READ BOSECLOG-FILE
                   AT END
                       SET BOSECLOG-EOF TO TRUE
                   NOT AT END
                       IF BL-LOGDATE NOT < LOGFROMDATE
                           ADD 1 TO LIST-COUNT
                           DISPLAY BL-LOGDATE " " BL-LOGTIME(1:4) " "
                               BL-USERID " " BL-PROGRAM " "
                               BL-FUNCTION " " BL-REASON
                       END-IF
               END-READ
           END-PERFORM.
           IF BOSECLOG-STATUS NOT = "35"
               CLOSE BOSECLOG-FILE
           END-IF.
           DISPLAY "DENIED ATTEMPTS LISTED: " LIST-COUNT.

       WRITE-MAINT-AUDIT.
           OPEN EXTEND MAINTAUDIT-FILE.
           IF MAINTAUDIT-STATUS = "35"
               OPEN OUTPUT MAINTAUDIT-FILE
           END-IF.
           ACCEPT MA-AUDITDATE FROM DATE YYYYMMDD.
           ACCEPT MA-AUDITTIME FROM TIME.
           MOVE "BO-USER-MAINT" TO MA-PROGRAM.
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
       END PROGRAM BO-USER-MAINT.
