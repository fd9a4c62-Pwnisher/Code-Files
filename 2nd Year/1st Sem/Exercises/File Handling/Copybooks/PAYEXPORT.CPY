       01 PAYEXPORT-REC.
           05 PY-EMPLOYEEID PIC X(10).
           05 PY-PERIODFROM PIC 9(08).
           05 PY-PERIODTO PIC 9(08).
           05 PY-DAYSWORKED PIC 9(02).
           05 PY-DAYSHELD PIC 9(02).
           05 PY-REGHOURS PIC 9(03)V99.
           05 PY-OTHOURS PIC 9(03)V99.
           05 PY-NIGHTHOURS PIC 9(03)V99.
           05 PY-TARDYMIN PIC 9(05).
           05 PY-UNDERMIN PIC 9(05).
           05 PY-REGHOLHOURS PIC 9(03)V99.
           05 PY-SPCHOLHOURS PIC 9(03)V99.
           05 PY-HOLPREMHOURS PIC 9(03)V99.
           05 PY-EXCEPTCOUNT PIC 9(03).
           05 PY-STATUS PIC X(01).
               88 PY-READY VALUE "C".
               88 PY-ON-HOLD VALUE "H".
