       01 PKGCTL-REC.
           05 PC-STORECODE PIC X(03).
           05 PC-LASTSEQ PIC 9(06).
           05 PC-CUTOFFDATE PIC 9(08).
           05 PC-CUTOFFTIME PIC 9(08).
           05 PC-RUNDATE PIC 9(08).
