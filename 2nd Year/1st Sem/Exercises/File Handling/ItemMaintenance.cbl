       01 EFFECTIVEDATE PIC 9(08).
       01 TODAYSDATE PIC 9(08).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "ITEM-MAINTENANCE".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 MAINTCHOICE PIC X(01).
           88 MAINT-ADD VALUE "A".
           88 MAINT-NAME VALUE "N".
       01 WORKITEMCODE PIC X(10).
       01 WORKITEMNAME PIC X(30).
       01 WORKITEMPRICE PIC 9(6)V99.
       01 WORKPRICEZONE PIC X(02).
       01 OLDITEMNAME PIC X(30).
       01 OLDITEMPRICE PIC 9(6)V99.
       01 OLDITEMFLAG PIC X(01).
               STOP RUN
           END-IF.

           PERFORM BACK-OFFICE-SIGN-ON.

           PERFORM UNTIL MAINT-EXIT
               DISPLAY "ITEM MAINTENANCE (A-ADD, N-CORRECT NAME, "
                   "O-ORDERING INFO, B-BARCODE ALIAS, K-KIT "
                   "COMPONENTS, X-EXIT): "
               ACCEPT MAINTCHOICE
               PERFORM AUTHORIZE-CHOICE
               EVALUATE TRUE
                   WHEN NOT SIGNON-ALLOWED
                       CONTINUE
                   WHEN MAINT-ADD
                       PERFORM ADD-ITEM
                   WHEN MAINT-NAME
               ACCEPT IM-UOM
               DISPLAY "SERIAL NUMBER TRACKED? (Y/N): "
               ACCEPT IM-SERIALFLAG
               MOVE ZERO TO IM-WARRANTYMONTHS
               IF IM-SERIAL-TRACKED
                   DISPLAY "WARRANTY PERIOD (MONTHS, 0 IF NONE): "
                   ACCEPT IM-WARRANTYMONTHS
               END-IF
               DISPLAY "SUPPLIER CODE: "
               ACCEPT IM-SUPPLIERCODE
               DISPLAY "CONSIGNMENT STOCK? (Y/N): "
               ACCEPT IM-CONSIGNFLAG
               MOVE SPACES TO IM-CONSIGNORCODE
               IF IM-CONSIGNFLAG = "y"
                   MOVE "Y" TO IM-CONSIGNFLAG
               END-IF
               IF IM-CONSIGNMENT
                   DISPLAY "CONSIGNOR CODE (BLANK FOR THE SUPPLIER): "
                   ACCEPT IM-CONSIGNORCODE
                   IF IM-CONSIGNORCODE = SPACES
                       MOVE IM-SUPPLIERCODE TO IM-CONSIGNORCODE
                   END-IF
               ELSE
                   MOVE "N" TO IM-CONSIGNFLAG
               END-IF
               DISPLAY "REORDER POINT: "
               ACCEPT IM-REORDERPOINT
               DISPLAY "REORDER QUANTITY: "
                       PERFORM WRITE-ITEM-AUDIT
                       ACCEPT TODAYSDATE FROM DATE YYYYMMDD
                       MOVE TODAYSDATE TO EFFECTIVEDATE
                       MOVE SPACES TO WORKPRICEZONE
                       PERFORM WRITE-PRICE-HISTORY
                       DISPLAY "ITEM " WORKITEMCODE " ADDED."
               END-WRITE
           PERFORM FETCH-ITEM.
           IF ITEMMAST-STATUS = "00"
               DISPLAY "CURRENT PRICE: P" IM-ITEMPRICE
               DISPLAY "PRICE ZONE (BLANK FOR THE BASE PRICE): "
               ACCEPT WORKPRICEZONE
               DISPLAY "NEW PRICE: "
               ACCEPT WORKITEMPRICE
               ACCEPT TODAYSDATE FROM DATE YYYYMMDD
                   MOVE TODAYSDATE TO EFFECTIVEDATE
               END-IF
               PERFORM WRITE-PRICE-HISTORY
               EVALUATE TRUE
                   WHEN WORKPRICEZONE NOT = SPACES
                       MOVE "ZONEPRICE" TO IA-ACTION
                       PERFORM WRITE-ITEM-AUDIT
                       DISPLAY "ZONE " WORKPRICEZONE " PRICE LOADED, "
                           "TAKES EFFECT " EFFECTIVEDATE "."
                   WHEN EFFECTIVEDATE <= TODAYSDATE
                       MOVE WORKITEMPRICE TO IM-ITEMPRICE
                       REWRITE ITEMMAST-REC
                       MOVE "PRICE" TO IA-ACTION
                       PERFORM WRITE-ITEM-AUDIT
                       DISPLAY "ITEM PRICE UPDATED."
                   WHEN OTHER
                       MOVE "PRICELOAD" TO IA-ACTION
                       PERFORM WRITE-ITEM-AUDIT
                       DISPLAY "PRICE LOADED, TAKES EFFECT "
                           EFFECTIVEDATE "."
               END-EVALUATE
           END-IF.

       WRITE-PRICE-HISTORY.
           MOVE IM-ITEMCODE TO IP-ITEMCODE.
           MOVE EFFECTIVEDATE TO IP-EFFDATE.
           MOVE WORKPRICEZONE TO IP-PRICEZONE.
           MOVE WORKITEMPRICE TO IP-PRICE.
           MOVE OPERATORID TO IP-LOADEDBY.
           MOVE TODAYSDATE TO IP-LOADDATE.
               DISPLAY "CURRENT REORDER QTY: " IM-REORDERQTY
               DISPLAY "NEW REORDER QTY: "
               ACCEPT IM-REORDERQTY
               IF IM-SERIAL-TRACKED
                   IF IM-WARRANTYMONTHS NOT NUMERIC
                       MOVE ZERO TO IM-WARRANTYMONTHS
                   END-IF
                   DISPLAY "CURRENT WARRANTY: " IM-WARRANTYMONTHS
                       " MONTHS"
                   DISPLAY "NEW WARRANTY PERIOD (MONTHS): "
                   ACCEPT IM-WARRANTYMONTHS
               END-IF
               IF IM-CONSIGNMENT
                   DISPLAY "CURRENT: CONSIGNMENT FROM " IM-CONSIGNORCODE
               ELSE
                   DISPLAY "CURRENT: OWNED STOCK"
               END-IF
               DISPLAY "CONSIGNMENT STOCK? (Y/N): "
               ACCEPT IM-CONSIGNFLAG
               IF IM-CONSIGNFLAG = "y"
                   MOVE "Y" TO IM-CONSIGNFLAG
               END-IF
               IF IM-CONSIGNMENT
                   DISPLAY "CONSIGNOR CODE (BLANK FOR THE SUPPLIER): "
                   ACCEPT IM-CONSIGNORCODE
                   IF IM-CONSIGNORCODE = SPACES
                       MOVE IM-SUPPLIERCODE TO IM-CONSIGNORCODE
                   END-IF
               ELSE
                   MOVE "N" TO IM-CONSIGNFLAG
                   MOVE SPACES TO IM-CONSIGNORCODE
               END-IF
               REWRITE ITEMMAST-REC
               MOVE "ORDERING" TO IA-ACTION
               PERFORM WRITE-ITEM-AUDIT
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

       AUTHORIZE-CHOICE.
           MOVE SPACES TO SIGNON-FUNCTION.
           EVALUATE TRUE
               WHEN MAINT-ADD
                   MOVE "ADD" TO SIGNON-FUNCTION
               WHEN MAINT-NAME
                   MOVE "NAME" TO SIGNON-FUNCTION
               WHEN MAINT-PRICE
                   MOVE "PRICE" TO SIGNON-FUNCTION
               WHEN MAINT-DEACTIVATE
                   MOVE "DEACT" TO SIGNON-FUNCTION
               WHEN MAINT-REACTIVATE
                   MOVE "REACT" TO SIGNON-FUNCTION
               WHEN MAINT-ORDERING
                   MOVE "ORDERING" TO SIGNON-FUNCTION
               WHEN MAINT-ALIAS
                   MOVE "ALIAS" TO SIGNON-FUNCTION
               WHEN MAINT-KIT
                   MOVE "KIT" TO SIGNON-FUNCTION
           END-EVALUATE.
           MOVE "Y" TO SIGNON-RESULT.
           IF SIGNON-FUNCTION NOT = SPACES
               PERFORM AUTHORIZE-FUNCTION
           END-IF.

       AUTHORIZE-FUNCTION.
           MOVE "A" TO SIGNON-ACTION.
           CALL "BO-SIGNON" USING SIGNON-PROGRAMNAME SIGNON-ACTION
               SIGNON-FUNCTION SIGNON-USERID SIGNON-RESULT.
       END PROGRAM ITEM-MAINTENANCE.
