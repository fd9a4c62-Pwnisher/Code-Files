       01 BOUSER-REC.
           05 BU-USERID PIC X(10).
           05 BU-USERNAME PIC X(30).
           05 BU-PIN PIC 9(04).
           05 BU-ROLE PIC X(04).
               88 BU-ROLE-ADMIN VALUE "ADMN".
           05 BU-ACTIVEFLAG PIC X(01).
               88 BU-USER-ACTIVE VALUE "A".
               88 BU-USER-INACTIVE VALUE "D".
           05 BU-FAILCOUNT PIC 9(02).
           05 BU-LOCKFLAG PIC X(01).
               88 BU-USER-LOCKED VALUE "L".
           05 BU-LASTSIGNON PIC 9(08).
