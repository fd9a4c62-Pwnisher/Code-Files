           05 SR-ACTIVEFLAG PIC X(01).
               88 SR-ID-ACTIVE VALUE "A".
               88 SR-ID-INACTIVE VALUE "D".
           05 SR-HOLDERTYPE PIC X(01).
               88 SR-SENIOR-CITIZEN VALUE "S".
               88 SR-PWD VALUE "P".
