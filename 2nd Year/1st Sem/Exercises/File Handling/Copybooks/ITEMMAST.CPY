           05 IM-SUPPLIERCODE PIC X(10).
           05 IM-REORDERPOINT PIC 9(06).
           05 IM-REORDERQTY PIC 9(06).
           05 IM-WARRANTYMONTHS PIC 9(03).
           05 IM-CONSIGNFLAG PIC X(01).
               88 IM-CONSIGNMENT VALUE "Y".
           05 IM-CONSIGNORCODE PIC X(10).
