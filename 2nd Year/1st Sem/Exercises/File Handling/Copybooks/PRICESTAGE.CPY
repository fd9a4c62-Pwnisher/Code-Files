       01 PRICESTAGE-REC.
           05 PS-KEY.
               10 PS-BATCHNUM PIC 9(06).
               10 PS-ROWNUM PIC 9(05).
           05 PS-SUPPLIERCODE PIC X(10).
           05 PS-SUPPITEMCODE PIC X(15).
           05 PS-ITEMREF PIC X(10).
           05 PS-ITEMCODE PIC X(10).
           05 PS-DESCRIPTION PIC X(30).
           05 PS-UNITCOST PIC 9(6)V99.
           05 PS-RETAILPRICE PIC 9(6)V99.
           05 PS-EFFDATE PIC 9(08).
           05 PS-OLDCOST PIC 9(6)V99.
           05 PS-OLDPRICE PIC 9(6)V99.
           05 PS-ROWTYPE PIC X(01).
               88 PS-COST-UPDATE VALUE "C".
               88 PS-NEW-ITEM VALUE "N".
           05 PS-STATUS PIC X(01).
               88 PS-PENDING VALUE "P".
               88 PS-APPROVED VALUE "A".
               88 PS-DECLINED VALUE "R".
               88 PS-WAITING VALUE "W".
               88 PS-POSTED VALUE "D".
           05 PS-WARNFLAG PIC X(01).
               88 PS-LARGE-CHANGE VALUE "Y".
           05 PS-DEPTCODE PIC X(04).
           05 PS-TAXCLASS PIC X(01).
           05 PS-IMPORTDATE PIC 9(08).
           05 PS-IMPORTEDBY PIC X(10).
           05 PS-APPROVEDBY PIC X(10).
           05 PS-POSTDATE PIC 9(08).
