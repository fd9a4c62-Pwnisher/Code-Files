       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-DATA-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMMAST-FILE
           ASSIGN TO "D:\Files\dat\itemmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IM-ITEMCODE
           FILE STATUS IS ITEMMAST-STATUS.
           SELECT ITEMALIAS-FILE
           ASSIGN TO "D:\Files\dat\itemalias.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AL-ALIASCODE
           FILE STATUS IS ITEMALIAS-STATUS.
           SELECT BOM-FILE
           ASSIGN TO "D:\Files\dat\bom.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BM-KEY
           FILE STATUS IS BOM-STATUS.
           SELECT PROMO-FILE
           ASSIGN TO "D:\Files\dat\promo.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-KEY
           FILE STATUS IS PROMO-STATUS.
           SELECT COUPON-FILE
           ASSIGN TO "D:\Files\dat\coupon.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-COUPONCODE
           FILE STATUS IS COUPON-STATUS.
           SELECT ITEMLOT-FILE
           ASSIGN TO "D:\Files\dat\itemlot.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-KEY
           FILE STATUS IS ITEMLOT-STATUS.
           SELECT DEPTMAST-FILE
           ASSIGN TO "D:\Files\dat\deptmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DP-DEPTCODE
           FILE STATUS IS DEPTMAST-STATUS.
           SELECT SUPPMAST-FILE
           ASSIGN TO "D:\Files\dat\suppmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SU-SUPPLIERCODE
           FILE STATUS IS SUPPMAST-STATUS.
           SELECT CASHMAST-FILE
           ASSIGN TO "D:\Files\dat\cashiermast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CASHIERID
           FILE STATUS IS CASHMAST-STATUS.
           SELECT CUSTMAST-FILE
           ASSIGN TO "D:\Files\dat\custmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CU-CARDNUM
           FILE STATUS IS CUSTMAST-STATUS.
           SELECT EXCEPTION-FILE
           ASSIGN TO "D:\Files\dat\mdexcept.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCEPTION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ITEMMAST-FILE.
       COPY "ITEMMAST.CPY".
       FD ITEMALIAS-FILE.
       COPY "ITEMALIAS.CPY".
       FD BOM-FILE.
       COPY "BOMREC.CPY".
       FD PROMO-FILE.
       COPY "PROMOREC.CPY".
       FD COUPON-FILE.
       COPY "COUPON.CPY".
       FD ITEMLOT-FILE.
       COPY "LOTREC.CPY".
       FD DEPTMAST-FILE.
       COPY "DEPTMAST.CPY".
       FD SUPPMAST-FILE.
       COPY "SUPPMAST.CPY".
       FD CASHMAST-FILE.
       COPY "CASHMAST.CPY".
       FD CUSTMAST-FILE.
       COPY "CUSTMAST.CPY".
       FD EXCEPTION-FILE.
       01 EXCEPTION-REC PIC X(90).
       WORKING-STORAGE SECTION.
       01 ITEMMAST-STATUS PIC X(02).
       01 ITEMALIAS-STATUS PIC X(02).
       01 BOM-STATUS PIC X(02).
       01 PROMO-STATUS PIC X(02).
       01 COUPON-STATUS PIC X(02).
       01 ITEMLOT-STATUS PIC X(02).
       01 DEPTMAST-STATUS PIC X(02).
       01 SUPPMAST-STATUS PIC X(02).
       01 CASHMAST-STATUS PIC X(02).
       01 CUSTMAST-STATUS PIC X(02).
       01 EXCEPTION-STATUS PIC X(02).
       01 GUARD-PROGRAMNAME PIC X(20) VALUE "MASTER-DATA-CHECK".
       01 GUARD-FILENAME PIC X(30).
       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 SOURCE-EOF-SW PIC X(03).
           88 SOURCE-EOF VALUE "YES".
       01 DEPT-OPEN-SW PIC X(03) VALUE "NO".
           88 DEPT-OPEN VALUE "YES".
       01 SUPP-OPEN-SW PIC X(03) VALUE "NO".
           88 SUPP-OPEN VALUE "YES".
       01 ITEM-ON-FILE-SW PIC X(03).
           88 ITEM-ON-FILE VALUE "YES".
       01 TODAY-DATE PIC 9(08).
       01 CHECK-CODE PIC X(10).
       01 CHECK-NAME PIC X(30).
       01 CHECK-ACTIVEFLAG PIC X(01).
           88 CHECK-ITEM-INACTIVE VALUE "D".
       01 EXC-AREA PIC X(08).
       01 EXC-KEY PIC X(22).
       01 EXC-PROBLEM PIC X(58).
       01 EXC-FIX PIC X(74).
       01 AREA-COUNT PIC 9(05).
       01 RECORD-COUNT PIC 9(06).
       01 TOTAL-EXCEPTIONS PIC 9(06) VALUE ZERO.
       01 COUNT-DISP PIC ZZZ,ZZ9.
       01 RECORD-DISP PIC ZZZ,ZZ9.
       01 QTY-DISP PIC -ZZZ,ZZ9.999.
       01 REPORT-LINE PIC X(90).
       01 SPOOL-ACTION PIC X(01).
       01 SPOOL-PROGRAMNAME PIC X(20) VALUE "MASTER-DATA-CHECK".
       01 SPOOL-OPERATOR PIC X(10) VALUE SPACES.
       01 SPOOL-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT ITEMMAST-FILE.
           IF ITEMMAST-STATUS NOT = "00"
               MOVE "ITEM MASTER" TO GUARD-FILENAME
               MOVE "OPEN" TO GUARD-ACTION
               MOVE ITEMMAST-STATUS TO GUARD-FILESTATUS
               CALL "FILE-GUARD" USING GUARD-PROGRAMNAME
                   GUARD-FILENAME GUARD-ACTION GUARD-FILESTATUS
               STOP RUN
           END-IF.
           OPEN INPUT DEPTMAST-FILE.
           IF DEPTMAST-STATUS = "00"
               MOVE "YES" TO DEPT-OPEN-SW
           END-IF.
           OPEN INPUT SUPPMAST-FILE.
           IF SUPPMAST-STATUS = "00"
               MOVE "YES" TO SUPP-OPEN-SW
           END-IF.
           OPEN OUTPUT EXCEPTION-FILE.
           MOVE "O" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           MOVE SPACES TO REPORT-LINE.
           STRING "MASTER DATA INTEGRITY EXCEPTIONS AS OF " TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "AREA     KEY                    PROBLEM / FIX"
               TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM CHECK-ITEM-MASTER.
           PERFORM CHECK-ITEM-ALIASES.
           PERFORM CHECK-KIT-COMPONENTS.
           PERFORM CHECK-PROMOTIONS.
           PERFORM CHECK-COUPONS.
           PERFORM CHECK-ITEM-LOTS.
           PERFORM CHECK-DEPARTMENTS.
           PERFORM CHECK-SUPPLIERS.
           PERFORM CHECK-CASHIERS.
           PERFORM CHECK-CUSTOMERS.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE TOTAL-EXCEPTIONS TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           IF TOTAL-EXCEPTIONS = ZERO
               MOVE "NO EXCEPTIONS, MASTER FILES ARE CONSISTENT."
                   TO REPORT-LINE
           ELSE
               STRING "TOTAL EXCEPTIONS: " COUNT-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

           CLOSE ITEMMAST-FILE.
           IF DEPT-OPEN
               CLOSE DEPTMAST-FILE
           END-IF.
           IF SUPP-OPEN
               CLOSE SUPPMAST-FILE
           END-IF.
           CLOSE EXCEPTION-FILE.
           MOVE "C" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.
           DISPLAY "EXCEPTION REPORT WRITTEN TO MDEXCEPT.DAT".
           STOP RUN.

       CHECK-ITEM-MASTER.
           MOVE "ITEM" TO EXC-AREA.
           PERFORM START-AREA.
           MOVE "NO" TO SOURCE-EOF-SW.
           MOVE LOW-VALUES TO IM-ITEMCODE.
           START ITEMMAST-FILE KEY IS NOT LESS THAN IM-ITEMCODE
               INVALID KEY
                   SET SOURCE-EOF TO TRUE
           END-START.
           PERFORM UNTIL SOURCE-EOF
               READ ITEMMAST-FILE NEXT RECORD
                   AT END
                       SET SOURCE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO RECORD-COUNT
                       PERFORM CHECK-ONE-ITEM
               END-READ
           END-PERFORM.
           PERFORM END-AREA.

       CHECK-ONE-ITEM.
           MOVE IM-ITEMCODE TO EXC-KEY.
           IF NOT IM-ITEM-ACTIVE AND NOT IM-ITEM-INACTIVE
               MOVE SPACES TO EXC-PROBLEM
               STRING "ACTIVE FLAG '" IM-ACTIVEFLAG
                   "' IS NEITHER A NOR D"
                   DELIMITED BY SIZE INTO EXC-PROBLEM
               MOVE "DEACTIVATE OR REACTIVATE IN ITEM-MAINTENANCE"
                   TO EXC-FIX
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF IM-ITEM-INACTIVE AND IM-STOCKONHAND NOT = ZERO
               MOVE IM-STOCKONHAND TO QTY-DISP
               MOVE SPACES TO EXC-PROBLEM
               STRING "DEACTIVATED WITH STOCK ON HAND " QTY-DISP
                   DELIMITED BY SIZE INTO EXC-PROBLEM
               MOVE "ADJUST STOCK TO ZERO OR REACTIVATE THE ITEM"
                   TO EXC-FIX
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF IM-ITEM-ACTIVE AND IM-ITEMPRICE = ZERO
               MOVE "ACTIVE ITEM WITH A ZERO SELLING PRICE"
                   TO EXC-PROBLEM
               MOVE "SET THE PRICE IN ITEM-MAINTENANCE OR DEACTIVATE"
                   TO EXC-FIX
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF NOT IM-TAX-VATABLE AND NOT IM-TAX-EXEMPT
                   AND NOT IM-TAX-ZERORATED
               MOVE SPACES TO EXC-PROBLEM
               STRING "TAX CLASS '" IM-TAXCLASS "' IS NOT V, E OR Z"
                   DELIMITED BY SIZE INTO EXC-PROBLEM
               MOVE "CORRECT THE TAX CLASS IN ITEM-MAINTENANCE"
                   TO EXC-FIX
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF IM-DEPTCODE = SPACES
               MOVE "ITEM HAS NO DEPARTMENT CODE" TO EXC-PROBLEM
               MOVE "ASSIGN A DEPARTMENT IN ITEM-MAINTENANCE"
                   TO EXC-FIX
               PERFORM WRITE-EXCEPTION
           ELSE
               IF DEPT-OPEN
                   MOVE IM-DEPTCODE TO DP-DEPTCODE
                   READ DEPTMAST-FILE
                       INVALID KEY
                           MOVE SPACES TO EXC-PROBLEM
                           STRING "DEPARTMENT " IM-DEPTCODE
                               " IS NOT ON THE DEPARTMENT MASTER"
                               DELIMITED BY SIZE INTO EXC-PROBLEM
                           MOVE "RE-ADD THE DEPT OR RECODE THE ITEM"
                               TO EXC-FIX
                           PERFORM WRITE-EXCEPTION
                   END-READ
               END-IF
           END-IF.
           IF IM-SUPPLIERCODE NOT = SPACES AND SUPP-OPEN
               MOVE IM-SUPPLIERCODE TO SU-SUPPLIERCODE
               READ SUPPMAST-FILE
                   INVALID KEY
                       MOVE SPACES TO EXC-PROBLEM
                       STRING "SUPPLIER " IM-SUPPLIERCODE
                           " IS NOT ON THE SUPPLIER MASTER"
                           DELIMITED BY SIZE INTO EXC-PROBLEM
                       MOVE "ADD SUPPLIER OR CHANGE ITEM ORDERING INFO"
                           TO EXC-FIX
                       PERFORM WRITE-EXCEPTION
                   NOT INVALID KEY
                       IF IM-ITEM-ACTIVE AND SU-SUPPLIER-INACTIVE
                               AND IM-REORDERPOINT > ZERO
                           MOVE SPACES TO EXC-PROBLEM
                           STRING "REORDERS FROM DEACTIVATED SUPPLIER "
                               IM-SUPPLIERCODE
                               DELIMITED BY SIZE INTO EXC-PROBLEM
                           MOVE "MOVE THE ITEM TO AN ACTIVE SUPPLIER"
                               TO EXC-FIX
                           PERFORM WRITE-EXCEPTION
                       END-IF
               END-READ
           END-IF.

       CHECK-ITEM-ALIASES.
           MOVE "ALIAS" TO EXC-AREA.
           OPEN INPUT ITEMALIAS-FILE.
           IF ITEMALIAS-STATUS NOT = "00"
               PERFORM REPORT-FILE-NOT-CHECKED
           ELSE
               PERFORM START-AREA
               MOVE "NO" TO SOURCE-EOF-SW
               MOVE LOW-VALUES TO AL-ALIASCODE
               START ITEMALIAS-FILE KEY IS NOT LESS THAN AL-ALIASCODE
                   INVALID KEY
                       SET SOURCE-EOF TO TRUE
               END-START
               PERFORM UNTIL SOURCE-EOF
                   READ ITEMALIAS-FILE NEXT RECORD
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO RECORD-COUNT
                           PERFORM CHECK-ONE-ALIAS
                   END-READ
               END-PERFORM
               CLOSE ITEMALIAS-FILE
               PERFORM END-AREA
           END-IF.

       CHECK-ONE-ALIAS.
           MOVE AL-ALIASCODE TO EXC-KEY.
           IF AL-ALIASCODE NOT = AL-ITEMCODE
               MOVE AL-ALIASCODE TO CHECK-CODE
               PERFORM LOOKUP-CHECK-ITEM
               IF ITEM-ON-FILE
                   MOVE SPACES TO EXC-PROBLEM
                   STRING "SCAN CODE IS ALSO ITEM " CHECK-CODE
                       ", TILL SELLS " AL-ITEMCODE
                       DELIMITED BY SIZE INTO EXC-PROBLEM
                   MOVE "RE-POINT THE ALIAS, ITEM CANNOT BE KEYED"
                       TO EXC-FIX
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.
           MOVE AL-ITEMCODE TO CHECK-CODE.
           PERFORM LOOKUP-CHECK-ITEM.
           EVALUATE TRUE
               WHEN NOT ITEM-ON-FILE
                   MOVE SPACES TO EXC-PROBLEM
                   STRING "RESOLVES TO MISSING ITEM " AL-ITEMCODE
                       DELIMITED BY SIZE INTO EXC-PROBLEM
                   MOVE "RE-POINT THE ALIAS IN ITEM-MAINTENANCE"
                       TO EXC-FIX
                   PERFORM WRITE-EXCEPTION
               WHEN CHECK-ITEM-INACTIVE
                   MOVE SPACES TO EXC-PROBLEM
                   STRING "RESOLVES TO DEACTIVATED ITEM " AL-ITEMCODE
                       DELIMITED BY SIZE INTO EXC-PROBLEM
                   MOVE "RE-POINT THE ALIAS OR REACTIVATE THE ITEM"
                       TO EXC-FIX
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-KIT-COMPONENTS.
           MOVE "KIT" TO EXC-AREA.
           OPEN INPUT BOM-FILE.
           IF BOM-STATUS NOT = "00"
               PERFORM REPORT-FILE-NOT-CHECKED
           ELSE
               PERFORM START-AREA
               MOVE "NO" TO SOURCE-EOF-SW
               MOVE LOW-VALUES TO BM-KEY
               START BOM-FILE KEY IS NOT LESS THAN BM-KEY
                   INVALID KEY
                       SET SOURCE-EOF TO TRUE
               END-START
               PERFORM UNTIL SOURCE-EOF
                   READ BOM-FILE NEXT RECORD
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO RECORD-COUNT
                           PERFORM CHECK-ONE-KIT-LINE
                   END-READ
               END-PERFORM
               CLOSE BOM-FILE
               PERFORM END-AREA
           END-IF.

       CHECK-ONE-KIT-LINE.
           MOVE SPACES TO EXC-KEY.
           STRING BM-PARENTCODE "/" BM-COMPONENTCODE
               DELIMITED BY SIZE INTO EXC-KEY.
           IF BM-PARENTCODE = BM-COMPONENTCODE
               MOVE "KIT LISTS ITSELF AS ONE OF ITS COMPONENTS"
                   TO EXC-PROBLEM
               MOVE "REMOVE THE LINE IN ITEM-MAINTENANCE KIT"
                   TO EXC-FIX
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF BM-QTYPERKIT = ZERO
               MOVE "COMPONENT QUANTITY PER KIT IS ZERO" TO EXC-PROBLEM
               MOVE "ENTER THE QUANTITY OR REMOVE THE COMPONENT"
                   TO EXC-FIX
               PERFORM WRITE-EXCEPTION
           END-IF.
           MOVE BM-PARENTCODE TO CHECK-CODE.
           PERFORM LOOKUP-CHECK-ITEM.
           IF NOT ITEM-ON-FILE
               MOVE "KIT ITEM IS NOT ON THE ITEM MASTER" TO EXC-PROBLEM
               MOVE "DELETE THE KIT LINES OR RE-ADD THE KIT ITEM"
                   TO EXC-FIX
               PERFORM WRITE-EXCEPTION
           ELSE
               IF NOT CHECK-ITEM-INACTIVE
                   MOVE BM-COMPONENTCODE TO CHECK-CODE
                   PERFORM LOOKUP-CHECK-ITEM
                   EVALUATE TRUE
                       WHEN NOT ITEM-ON-FILE
                           MOVE "ACTIVE KIT USES A MISSING PART"
                               TO EXC-PROBLEM
                           MOVE "REPLACE COMPONENT OR DEACTIVATE KIT"
                               TO EXC-FIX
                           PERFORM WRITE-EXCEPTION
                       WHEN CHECK-ITEM-INACTIVE
                           MOVE "ACTIVE KIT USES A DEACTIVATED PART"
                               TO EXC-PROBLEM
                           MOVE "REPLACE OR REACTIVATE COMPONENT"
                               TO EXC-FIX
                           PERFORM WRITE-EXCEPTION
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       CHECK-PROMOTIONS.
           MOVE "PROMO" TO EXC-AREA.
           OPEN INPUT PROMO-FILE.
           IF PROMO-STATUS NOT = "00"
               PERFORM REPORT-FILE-NOT-CHECKED
           ELSE
               PERFORM START-AREA
               MOVE "NO" TO SOURCE-EOF-SW
               MOVE LOW-VALUES TO PM-KEY
               START PROMO-FILE KEY IS NOT LESS THAN PM-KEY
                   INVALID KEY
                       SET SOURCE-EOF TO TRUE
               END-START
               PERFORM UNTIL SOURCE-EOF
                   READ PROMO-FILE NEXT RECORD
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO RECORD-COUNT
                           PERFORM CHECK-ONE-PROMO
                   END-READ
               END-PERFORM
               CLOSE PROMO-FILE
               PERFORM END-AREA
           END-IF.

       CHECK-ONE-PROMO.
           MOVE SPACES TO EXC-KEY.
           STRING PM-ITEMCODE "/" PM-PROMOSEQ
               DELIMITED BY SIZE INTO EXC-KEY.
           IF PM-ENDDATE < PM-STARTDATE
               MOVE SPACES TO EXC-PROBLEM
               STRING "ENDS " PM-ENDDATE " BEFORE IT STARTS "
                   PM-STARTDATE
                   DELIMITED BY SIZE INTO EXC-PROBLEM
               MOVE "RE-ENTER THE PROMO IN PROMO-MAINTENANCE" TO EXC-FIX
               PERFORM WRITE-EXCEPTION
           END-IF.
           MOVE PM-ITEMCODE TO CHECK-CODE.
           PERFORM LOOKUP-CHECK-ITEM.
           EVALUATE TRUE
               WHEN NOT ITEM-ON-FILE
                   MOVE "PROMO IS FOR AN ITEM NOT ON THE ITEM MASTER"
                       TO EXC-PROBLEM
                   MOVE "DELETE THE PROMO IN PROMO-MAINTENANCE"
                       TO EXC-FIX
                   PERFORM WRITE-EXCEPTION
               WHEN CHECK-ITEM-INACTIVE AND PM-ENDDATE NOT < TODAY-DATE
                   MOVE SPACES TO EXC-PROBLEM
                   STRING "LIVE PROMO (TO " PM-ENDDATE
                       ") ON A DEACTIVATED ITEM"
                       DELIMITED BY SIZE INTO EXC-PROBLEM
                   MOVE "DELETE THE PROMO OR REACTIVATE THE ITEM"
                       TO EXC-FIX
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-COUPONS.
           MOVE "COUPON" TO EXC-AREA.
           OPEN INPUT COUPON-FILE.
           IF COUPON-STATUS NOT = "00"
               PERFORM REPORT-FILE-NOT-CHECKED
           ELSE
               PERFORM START-AREA
               MOVE "NO" TO SOURCE-EOF-SW
               MOVE LOW-VALUES TO CP-COUPONCODE
               START COUPON-FILE KEY IS NOT LESS THAN CP-COUPONCODE
                   INVALID KEY
                       SET SOURCE-EOF TO TRUE
               END-START
               PERFORM UNTIL SOURCE-EOF
                   READ COUPON-FILE NEXT RECORD
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO RECORD-COUNT
                           PERFORM CHECK-ONE-COUPON
                   END-READ
               END-PERFORM
               CLOSE COUPON-FILE
               PERFORM END-AREA
           END-IF.

       CHECK-ONE-COUPON.
           MOVE CP-COUPONCODE TO EXC-KEY.
           IF CP-COUPON-REDEEMED AND
                   (CP-REDEEMDATE = ZERO OR CP-REDEEMORDER = ZERO)
               MOVE "REDEEMED BUT NO REDEMPTION DATE OR ORDER"
                   TO EXC-PROBLEM
               MOVE "TRACE THE REDEMPTION BEFORE CLAIMING" TO EXC-FIX
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF CP-SUPPLIERCODE NOT = SPACES AND SUPP-OPEN
               MOVE CP-SUPPLIERCODE TO SU-SUPPLIERCODE
               READ SUPPMAST-FILE
                   INVALID KEY
                       MOVE SPACES TO EXC-PROBLEM
                       STRING "SUPPLIER " CP-SUPPLIERCODE
                           " IS NOT ON THE SUPPLIER MASTER"
                           DELIMITED BY SIZE INTO EXC-PROBLEM
                       MOVE "ADD THE SUPPLIER SO CLAIMS CAN BE BILLED"
                           TO EXC-FIX
                       PERFORM WRITE-EXCEPTION
               END-READ
           END-IF.
           IF CP-COUPON-ACTIVE AND CP-ENDDATE NOT < TODAY-DATE
               MOVE CP-ITEMCODE TO CHECK-CODE
               PERFORM LOOKUP-CHECK-ITEM
               EVALUATE TRUE
                   WHEN NOT ITEM-ON-FILE
                       MOVE SPACES TO EXC-PROBLEM
                       STRING "ACTIVE COUPON FOR MISSING ITEM "
                           CP-ITEMCODE
                           DELIMITED BY SIZE INTO EXC-PROBLEM
                       MOVE "DEACTIVATE IT IN COUPON-MAINTENANCE"
                           TO EXC-FIX
                       PERFORM WRITE-EXCEPTION
                   WHEN CHECK-ITEM-INACTIVE
                       MOVE SPACES TO EXC-PROBLEM
                       STRING "ACTIVE COUPON FOR DEACTIVATED ITEM "
                           CP-ITEMCODE
                           DELIMITED BY SIZE INTO EXC-PROBLEM
                       MOVE "DEACTIVATE COUPON OR REACTIVATE ITEM"
                           TO EXC-FIX
                       PERFORM WRITE-EXCEPTION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       CHECK-ITEM-LOTS.
           MOVE "LOT" TO EXC-AREA.
           OPEN INPUT ITEMLOT-FILE.
           IF ITEMLOT-STATUS NOT = "00"
               PERFORM REPORT-FILE-NOT-CHECKED
           ELSE
               PERFORM START-AREA
               MOVE "NO" TO SOURCE-EOF-SW
               MOVE LOW-VALUES TO LT-KEY
               START ITEMLOT-FILE KEY IS NOT LESS THAN LT-KEY
                   INVALID KEY
                       SET SOURCE-EOF TO TRUE
               END-START
               PERFORM UNTIL SOURCE-EOF
                   READ ITEMLOT-FILE NEXT RECORD
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO RECORD-COUNT
                           PERFORM CHECK-ONE-LOT
                   END-READ
               END-PERFORM
               CLOSE ITEMLOT-FILE
               PERFORM END-AREA
           END-IF.

       CHECK-ONE-LOT.
           MOVE SPACES TO EXC-KEY.
           STRING LT-ITEMCODE "/" LT-LOTNUM
               DELIMITED BY SIZE INTO EXC-KEY.
           MOVE LT-QTYONHAND TO QTY-DISP.
           MOVE LT-ITEMCODE TO CHECK-CODE.
           PERFORM LOOKUP-CHECK-ITEM.
           EVALUATE TRUE
               WHEN NOT ITEM-ON-FILE
                   MOVE SPACES TO EXC-PROBLEM
                   STRING "LOT FOR MISSING ITEM, QTY " QTY-DISP
                       DELIMITED BY SIZE INTO EXC-PROBLEM
                   MOVE "WRITE THE LOT OFF OR RE-ADD THE ITEM"
                       TO EXC-FIX
                   PERFORM WRITE-EXCEPTION
               WHEN CHECK-ITEM-INACTIVE AND LT-QTYONHAND NOT = ZERO
                   MOVE SPACES TO EXC-PROBLEM
                   STRING "OPEN LOT ON DEACTIVATED ITEM, QTY " QTY-DISP
                       DELIMITED BY SIZE INTO EXC-PROBLEM
                   MOVE "WRITE THE LOT OFF OR REACTIVATE THE ITEM"
                       TO EXC-FIX
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-DEPARTMENTS.
           MOVE "DEPT" TO EXC-AREA.
           IF NOT DEPT-OPEN
               PERFORM REPORT-FILE-NOT-CHECKED
           ELSE
               PERFORM START-AREA
               MOVE "NO" TO SOURCE-EOF-SW
               MOVE LOW-VALUES TO DP-DEPTCODE
               START DEPTMAST-FILE KEY IS NOT LESS THAN DP-DEPTCODE
                   INVALID KEY
                       SET SOURCE-EOF TO TRUE
               END-START
               PERFORM UNTIL SOURCE-EOF
                   READ DEPTMAST-FILE NEXT RECORD
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO RECORD-COUNT
                           IF DP-DEPTNAME = SPACES
                               MOVE DP-DEPTCODE TO EXC-KEY
                               MOVE "DEPARTMENT HAS NO NAME"
                                   TO EXC-PROBLEM
                               MOVE "ENTER THE NAME IN DEPT-MAINTENANCE"
                                   TO EXC-FIX
                               PERFORM WRITE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM END-AREA
           END-IF.

       CHECK-SUPPLIERS.
           MOVE "SUPPLIER" TO EXC-AREA.
           IF NOT SUPP-OPEN
               PERFORM REPORT-FILE-NOT-CHECKED
           ELSE
               PERFORM START-AREA
               MOVE "NO" TO SOURCE-EOF-SW
               MOVE LOW-VALUES TO SU-SUPPLIERCODE
               START SUPPMAST-FILE KEY IS NOT LESS THAN SU-SUPPLIERCODE
                   INVALID KEY
                       SET SOURCE-EOF TO TRUE
               END-START
               PERFORM UNTIL SOURCE-EOF
                   READ SUPPMAST-FILE NEXT RECORD
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO RECORD-COUNT
                           PERFORM CHECK-ONE-SUPPLIER
                   END-READ
               END-PERFORM
               PERFORM END-AREA
           END-IF.

       CHECK-ONE-SUPPLIER.
           MOVE SU-SUPPLIERCODE TO EXC-KEY.
           IF SU-SUPPLIERNAME = SPACES
               MOVE "SUPPLIER HAS NO NAME" TO EXC-PROBLEM
               MOVE "ENTER THE NAME IN SUPPLIER-MAINTENANCE"
                   TO EXC-FIX
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF NOT SU-SUPPLIER-ACTIVE AND NOT SU-SUPPLIER-INACTIVE
               MOVE SPACES TO EXC-PROBLEM
               STRING "ACTIVE FLAG '" SU-ACTIVEFLAG
                   "' IS NEITHER A NOR D"
                   DELIMITED BY SIZE INTO EXC-PROBLEM
               MOVE "SET THE FLAG IN SUPPLIER-MAINTENANCE" TO EXC-FIX
               PERFORM WRITE-EXCEPTION
           END-IF.

       CHECK-CASHIERS.
           MOVE "CASHIER" TO EXC-AREA.
           OPEN INPUT CASHMAST-FILE.
           IF CASHMAST-STATUS NOT = "00"
               PERFORM REPORT-FILE-NOT-CHECKED
           ELSE
               PERFORM START-AREA
               MOVE "NO" TO SOURCE-EOF-SW
               MOVE LOW-VALUES TO CM-CASHIERID
               START CASHMAST-FILE KEY IS NOT LESS THAN CM-CASHIERID
                   INVALID KEY
                       SET SOURCE-EOF TO TRUE
               END-START
               PERFORM UNTIL SOURCE-EOF
                   READ CASHMAST-FILE NEXT RECORD
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO RECORD-COUNT
                           PERFORM CHECK-ONE-CASHIER
                   END-READ
               END-PERFORM
               CLOSE CASHMAST-FILE
               PERFORM END-AREA
           END-IF.

       CHECK-ONE-CASHIER.
           MOVE CM-CASHIERID TO EXC-KEY.
           IF CM-CASHIERNAME = SPACES
               MOVE "CASHIER HAS NO NAME" TO EXC-PROBLEM
               MOVE "ENTER THE NAME IN CASHIER-MAINTENANCE" TO EXC-FIX
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF NOT CM-CASHIER-ACTIVE AND NOT CM-CASHIER-INACTIVE
               MOVE SPACES TO EXC-PROBLEM
               STRING "ACTIVE FLAG '" CM-ACTIVEFLAG
                   "' IS NEITHER A NOR D"
                   DELIMITED BY SIZE INTO EXC-PROBLEM
               MOVE "SET THE FLAG IN CASHIER-MAINTENANCE" TO EXC-FIX
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF NOT CM-ROLE-SALEONLY AND NOT CM-ROLE-SENIOR
                   AND NOT CM-ROLE-HEAD
               MOVE SPACES TO EXC-PROBLEM
               STRING "ROLE '" CM-ROLE "' IS NOT S, R OR H"
                   DELIMITED BY SIZE INTO EXC-PROBLEM
               MOVE "SET THE ROLE IN CASHIER-MAINTENANCE" TO EXC-FIX
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF CM-CASHIER-ACTIVE AND CM-PIN = ZERO
               MOVE "ACTIVE CASHIER WITH NO PIN SET" TO EXC-PROBLEM
               MOVE "RESET THE PIN IN CASHIER-MAINTENANCE" TO EXC-FIX
               PERFORM WRITE-EXCEPTION
           END-IF.

       CHECK-CUSTOMERS.
           MOVE "CUSTOMER" TO EXC-AREA.
           OPEN INPUT CUSTMAST-FILE.
           IF CUSTMAST-STATUS NOT = "00"
               PERFORM REPORT-FILE-NOT-CHECKED
           ELSE
               PERFORM START-AREA
               MOVE "NO" TO SOURCE-EOF-SW
               MOVE LOW-VALUES TO CU-CARDNUM
               START CUSTMAST-FILE KEY IS NOT LESS THAN CU-CARDNUM
                   INVALID KEY
                       SET SOURCE-EOF TO TRUE
               END-START
               PERFORM UNTIL SOURCE-EOF
                   READ CUSTMAST-FILE NEXT RECORD
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO RECORD-COUNT
                           PERFORM CHECK-ONE-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE CUSTMAST-FILE
               PERFORM END-AREA
           END-IF.

       CHECK-ONE-CUSTOMER.
           MOVE CU-CARDNUM TO EXC-KEY.
           IF CU-CUSTNAME = SPACES
               MOVE "LOYALTY CARD HAS NO CUSTOMER NAME" TO EXC-PROBLEM
               MOVE "ENTER THE NAME IN CUSTOMER-MAINTENANCE"
                   TO EXC-FIX
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF CU-POINTS < ZERO
               MOVE "POINTS BALANCE IS NEGATIVE" TO EXC-PROBLEM
               MOVE "REVIEW THE LOYALTY LOG AND ADJUST THE BALANCE"
                   TO EXC-FIX
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF NOT CU-TIER-SILVER AND NOT CU-TIER-GOLD
               MOVE SPACES TO EXC-PROBLEM
               STRING "TIER '" CU-TIER "' IS NOT S OR G"
                   DELIMITED BY SIZE INTO EXC-PROBLEM
               MOVE "SET THE TIER IN CUSTOMER-MAINTENANCE" TO EXC-FIX
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF NOT CU-CUST-ACTIVE AND NOT CU-CUST-INACTIVE
               MOVE SPACES TO EXC-PROBLEM
               STRING "ACTIVE FLAG '" CU-ACTIVEFLAG
                   "' IS NEITHER A NOR D"
                   DELIMITED BY SIZE INTO EXC-PROBLEM
               MOVE "SET THE FLAG IN CUSTOMER-MAINTENANCE" TO EXC-FIX
               PERFORM WRITE-EXCEPTION
           END-IF.

       LOOKUP-CHECK-ITEM.
           MOVE CHECK-CODE TO IM-ITEMCODE.
           READ ITEMMAST-FILE
               INVALID KEY
                   MOVE "NO" TO ITEM-ON-FILE-SW
                   MOVE SPACES TO CHECK-NAME
                   MOVE SPACE TO CHECK-ACTIVEFLAG
               NOT INVALID KEY
                   MOVE "YES" TO ITEM-ON-FILE-SW
                   MOVE IM-ITEMNAME TO CHECK-NAME
                   MOVE IM-ACTIVEFLAG TO CHECK-ACTIVEFLAG
           END-READ.

       START-AREA.
           MOVE ZERO TO AREA-COUNT.
           MOVE ZERO TO RECORD-COUNT.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       END-AREA.
           MOVE RECORD-COUNT TO RECORD-DISP.
           MOVE AREA-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING EXC-AREA " " RECORD-DISP " RECORDS CHECKED, "
               COUNT-DISP " EXCEPTION(S)"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       REPORT-FILE-NOT-CHECKED.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING EXC-AREA " FILE NOT AVAILABLE, NOT CHECKED"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-EXCEPTION.
           ADD 1 TO AREA-COUNT.
           ADD 1 TO TOTAL-EXCEPTIONS.
           MOVE SPACES TO REPORT-LINE.
           STRING EXC-AREA " " EXC-KEY " " EXC-PROBLEM
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "           FIX: " EXC-FIX
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE EXCEPTION-REC FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM SPOOL-REPORT-LINE.

       SPOOL-REPORT-LINE.
           MOVE REPORT-LINE TO SPOOL-LINE.
           MOVE "L" TO SPOOL-ACTION.
           PERFORM CALL-REPORT-WRITER.

       CALL-REPORT-WRITER.
           CALL "REPORT-WRITER" USING SPOOL-ACTION SPOOL-PROGRAMNAME
               SPOOL-OPERATOR SPOOL-LINE.
       END PROGRAM MASTER-DATA-CHECK.
