       IDENTIFICATION DIVISION.
       PROGRAM-ID. BO-SIGNON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOUSER-FILE
           ASSIGN TO "D:\Files\dat\bouser.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BU-USERID
           FILE STATUS IS BOUSER-STATUS.
           SELECT BOAUTH-FILE
           ASSIGN TO "D:\Files\dat\boauth.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BA-KEY
           FILE STATUS IS BOAUTH-STATUS.
           SELECT BOSECLOG-FILE
           ASSIGN TO "D:\Files\dat\boseclog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BOSECLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BOUSER-FILE.
       COPY "BOUSER.CPY".
       FD BOAUTH-FILE.
       COPY "BOAUTH.CPY".
       FD BOSECLOG-FILE.
       COPY "BOSECLOG.CPY".
       WORKING-STORAGE SECTION.
       01 BOUSER-STATUS PIC X(02).
       01 BOAUTH-STATUS PIC X(02).
       01 BOSECLOG-STATUS PIC X(02).
       01 ENTEREDUSERID PIC X(10).
       01 ENTEREDPIN PIC 9(04).
       01 SIGNON-TRIES PIC 9(01).
       01 SIGNON-OK-SW PIC X(03).
           88 SIGNON-OK VALUE "YES".
       01 AUTH-OK-SW PIC X(03).
           88 AUTH-OK VALUE "YES".
       01 BOAUTH-OPEN-SW PIC X(03).
           88 BOAUTH-OPEN VALUE "YES".
       01 DENY-USERID PIC X(10).
       01 DENY-REASON PIC X(30).
       LINKAGE SECTION.
       01 BS-PROGRAMNAME PIC X(20).
       01 BS-ACTION PIC X(01).
       01 BS-FUNCTION PIC X(08).
       01 BS-USERID PIC X(10).
       01 BS-RESULT PIC X(01).
       PROCEDURE DIVISION USING BS-PROGRAMNAME BS-ACTION
           BS-FUNCTION BS-USERID BS-RESULT.
       MAIN-PROCEDURE.
           MOVE "N" TO BS-RESULT.
           OPEN I-O BOUSER-FILE.
           IF BOUSER-STATUS NOT = "00"
               DISPLAY "NO BACK-OFFICE USERS ON FILE, SET THEM UP IN "
                   "BACK-OFFICE USER MAINTENANCE FIRST."
               MOVE BS-USERID TO DENY-USERID
               MOVE "NO BACK-OFFICE USER FILE" TO DENY-REASON
               PERFORM LOG-DENIED
               GOBACK
           END-IF.
           MOVE "NO" TO BOAUTH-OPEN-SW.
           OPEN INPUT BOAUTH-FILE.
           IF BOAUTH-STATUS = "00"
               MOVE "YES" TO BOAUTH-OPEN-SW
           END-IF.

           EVALUATE BS-ACTION
               WHEN "S"
                   PERFORM SIGN-ON-USER
               WHEN "A"
                   PERFORM AUTHORIZE-USER
           END-EVALUATE.

           CLOSE BOUSER-FILE.
           IF BOAUTH-OPEN
               CLOSE BOAUTH-FILE
           END-IF.
           GOBACK.

       SIGN-ON-USER.
           MOVE SPACES TO BS-USERID.
           MOVE "NO" TO SIGNON-OK-SW.
           MOVE ZERO TO SIGNON-TRIES.
           PERFORM UNTIL SIGNON-OK OR SIGNON-TRIES >= 3
               ADD 1 TO SIGNON-TRIES
               DISPLAY "BACK-OFFICE USER ID: "
               ACCEPT ENTEREDUSERID
               MOVE ENTEREDUSERID TO BU-USERID
               MOVE ENTEREDUSERID TO DENY-USERID
               READ BOUSER-FILE
                   INVALID KEY
                       DISPLAY "USER ID NOT ON FILE."
                       MOVE "UNKNOWN USER ID" TO DENY-REASON
                       PERFORM LOG-DENIED
                   NOT INVALID KEY
                       PERFORM CHECK-USER-PIN
               END-READ
           END-PERFORM.
           IF SIGNON-OK
               MOVE BU-USERID TO BS-USERID
               PERFORM CHECK-AUTHORIZATION
               IF AUTH-OK
                   MOVE "Y" TO BS-RESULT
                   DISPLAY "SIGNED ON: " BU-USERNAME
               END-IF
           ELSE
               DISPLAY "SIGN-ON FAILED."
           END-IF.

       CHECK-USER-PIN.
           EVALUATE TRUE
               WHEN BU-USER-INACTIVE
                   DISPLAY "USER ID IS DEACTIVATED."
                   MOVE "USER ID DEACTIVATED" TO DENY-REASON
                   PERFORM LOG-DENIED
               WHEN BU-USER-LOCKED
                   DISPLAY "USER ID IS LOCKED AFTER TOO MANY FAILED "
                       "PIN TRIES, AN ADMINISTRATOR MUST RESET IT."
                   MOVE "USER ID LOCKED OUT" TO DENY-REASON
                   PERFORM LOG-DENIED
               WHEN OTHER
                   DISPLAY "PIN: "
                   ACCEPT ENTEREDPIN
                   IF ENTEREDPIN = BU-PIN
                       MOVE "YES" TO SIGNON-OK-SW
                       MOVE ZERO TO BU-FAILCOUNT
                       ACCEPT BU-LASTSIGNON FROM DATE YYYYMMDD
                       REWRITE BOUSER-REC
                   ELSE
                       PERFORM COUNT-PIN-FAILURE
                   END-IF
           END-EVALUATE.

       COUNT-PIN-FAILURE.
           ADD 1 TO BU-FAILCOUNT.
           IF BU-FAILCOUNT >= 3
               SET BU-USER-LOCKED TO TRUE
               MOVE "WRONG PIN, USER ID LOCKED OUT" TO DENY-REASON
               DISPLAY "WRONG PIN, USER ID IS NOW LOCKED."
           ELSE
               MOVE "WRONG PIN" TO DENY-REASON
               DISPLAY "WRONG PIN."
           END-IF.
           REWRITE BOUSER-REC.
           PERFORM LOG-DENIED.

       AUTHORIZE-USER.
           MOVE BS-USERID TO BU-USERID.
           MOVE BS-USERID TO DENY-USERID.
           READ BOUSER-FILE
               INVALID KEY
                   DISPLAY "USER ID " BS-USERID " IS NOT ON FILE."
                   MOVE "UNKNOWN USER ID" TO DENY-REASON
                   PERFORM LOG-DENIED
               NOT INVALID KEY
                   IF BU-USER-INACTIVE OR BU-USER-LOCKED
                       DISPLAY "USER ID " BS-USERID " IS NO LONGER "
                           "ALLOWED TO SIGN ON."
                       MOVE "USER ID DEACTIVATED OR LOCKED"
                           TO DENY-REASON
                       PERFORM LOG-DENIED
                   ELSE
                       PERFORM CHECK-AUTHORIZATION
                       IF AUTH-OK
                           MOVE "Y" TO BS-RESULT
                       END-IF
                   END-IF
           END-READ.

       CHECK-AUTHORIZATION.
           MOVE "NO" TO AUTH-OK-SW.
           IF BU-ROLE-ADMIN
               MOVE "YES" TO AUTH-OK-SW
           END-IF.
           IF NOT AUTH-OK AND BOAUTH-OPEN
               MOVE BU-ROLE TO BA-ROLE
               MOVE BS-PROGRAMNAME TO BA-PROGRAM
               MOVE BS-FUNCTION TO BA-FUNCTION
               READ BOAUTH-FILE
                   INVALID KEY
                       MOVE "*" TO BA-FUNCTION
                       READ BOAUTH-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "YES" TO AUTH-OK-SW
                       END-READ
                   NOT INVALID KEY
                       MOVE "YES" TO AUTH-OK-SW
               END-READ
           END-IF.
           IF NOT AUTH-OK
               DISPLAY "ROLE " BU-ROLE " IS NOT AUTHORIZED FOR "
                   BS-FUNCTION " IN " BS-PROGRAMNAME "."
               MOVE BU-USERID TO DENY-USERID
               MOVE "ROLE NOT AUTHORIZED" TO DENY-REASON
               PERFORM LOG-DENIED
           END-IF.

       LOG-DENIED.
           OPEN EXTEND BOSECLOG-FILE.
           IF BOSECLOG-STATUS = "35"
               OPEN OUTPUT BOSECLOG-FILE
           END-IF.
           IF BOSECLOG-STATUS = "00"
               ACCEPT BL-LOGDATE FROM DATE YYYYMMDD
               ACCEPT BL-LOGTIME FROM TIME
               MOVE BS-PROGRAMNAME TO BL-PROGRAM
               MOVE BS-FUNCTION TO BL-FUNCTION
               MOVE DENY-USERID TO BL-USERID
               MOVE DENY-REASON TO BL-REASON
               WRITE BOSECLOG-REC
               CLOSE BOSECLOG-FILE
           END-IF.
       END PROGRAM BO-SIGNON.
