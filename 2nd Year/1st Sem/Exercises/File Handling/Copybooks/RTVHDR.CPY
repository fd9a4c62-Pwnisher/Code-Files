       01 RTVHDR-REC.
           05 RH-RTVNUMBER PIC 9(08).
           05 RH-SUPPLIERCODE PIC X(10).
           05 RH-RTVDATE PIC 9(08).
           05 RH-PREPAREDBY PIC X(10).
           05 RH-LINECOUNT PIC 9(03).
           05 RH-MEMOTOTAL PIC 9(8)V99.
           05 RH-MEMOSTATUS PIC X(01).
               88 RH-MEMO-OPEN VALUE "O".
               88 RH-MEMO-APPLIED VALUE "A".
           05 RH-APPLIEDINVOICE PIC X(15).
           05 RH-APPLIEDDATE PIC 9(08).
