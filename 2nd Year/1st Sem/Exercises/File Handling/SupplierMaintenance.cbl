       01 SUPPMAST-STATUS PIC X(02).
       01 MAINTAUDIT-STATUS PIC X(02).
       01 OPERATORID PIC X(10).
       01 SIGNON-PROGRAMNAME PIC X(20) VALUE "SUPPLIER-MAINTENANCE".
       01 SIGNON-ACTION PIC X(01).
       01 SIGNON-FUNCTION PIC X(08).
       01 SIGNON-USERID PIC X(10).
       01 SIGNON-RESULT PIC X(01).
           88 SIGNON-ALLOWED VALUE "Y".
       01 SUPPCHOICE PIC X(01).
           88 SUPP-ADD VALUE "A".
           88 SUPP-CHANGE VALUE "C".
               OPEN I-O SUPPMAST-FILE
           END-IF.

           PERFORM BACK-OFFICE-SIGN-ON.

           PERFORM UNTIL SUPP-EXIT
               DISPLAY "SUPPLIER MAINTENANCE (A-ADD, C-CHANGE, "
               ACCEPT SU-SUPPLIERNAME
               DISPLAY "CONTACT INFO: "
               ACCEPT SU-CONTACTINFO
               DISPLAY "PAYMENT TERMS (DAYS FROM INVOICE DATE): "
               ACCEPT SU-PAYTERMDAYS
               DISPLAY "DELIVERY LEAD TIME (DAYS): "
               ACCEPT SU-LEADTIMEDAYS
               DISPLAY "CONSIGNMENT COMMISSION % (0 IF NOT A "
                   "CONSIGNOR): "
               ACCEPT SU-CONSIGNCOMMPCT
               MOVE ZERO TO SU-CONSIGNSETTLEDTO
               SET SU-SUPPLIER-ACTIVE TO TRUE
               WRITE SUPPMAST-REC
                   INVALID KEY
                   DISPLAY "CURRENT CONTACT: " SU-CONTACTINFO
                   DISPLAY "NEW CONTACT: "
                   ACCEPT SU-CONTACTINFO
                   DISPLAY "CURRENT PAYMENT TERMS: " SU-PAYTERMDAYS
                       " DAYS"
                   DISPLAY "NEW PAYMENT TERMS (DAYS): "
                   ACCEPT SU-PAYTERMDAYS
                   DISPLAY "CURRENT LEAD TIME: " SU-LEADTIMEDAYS
                       " DAYS"
                   DISPLAY "NEW LEAD TIME (DAYS): "
                   ACCEPT SU-LEADTIMEDAYS
                   IF SU-CONSIGNCOMMPCT NOT NUMERIC
                       MOVE ZERO TO SU-CONSIGNCOMMPCT
                   END-IF
                   DISPLAY "CURRENT CONSIGNMENT COMMISSION: "
                       SU-CONSIGNCOMMPCT "%"
                   DISPLAY "NEW CONSIGNMENT COMMISSION %: "
                   ACCEPT SU-CONSIGNCOMMPCT
                   REWRITE SUPPMAST-REC
                   MOVE SUPPMAST-REC TO MA-AFTERIMAGE
                   MOVE "C" TO MA-ACTION
                   NOT AT END
                       DISPLAY SU-SUPPLIERCODE " " SU-SUPPLIERNAME
                           " " SU-CONTACTINFO " " SU-ACTIVEFLAG
                           " TERMS " SU-PAYTERMDAYS
                           " LEAD " SU-LEADTIMEDAYS
                           " CONSIGN% " SU-CONSIGNCOMMPCT
               END-READ
           END-PERFORM.
       WRITE-MAINT-AUDIT.
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
       END PROGRAM SUPPLIER-MAINTENANCE.
