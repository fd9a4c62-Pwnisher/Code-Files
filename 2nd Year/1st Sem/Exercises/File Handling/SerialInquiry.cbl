       01 GUARD-ACTION PIC X(10).
       01 GUARD-FILESTATUS PIC X(02).
       01 INQUIRYSERIAL PIC X(20).
       01 TODAYDATE PIC 9(08).
       01 WARRANTYENDDATE PIC 9(08).
       01 WARRANTYENDPARTS REDEFINES WARRANTYENDDATE.
           05 WE-YEAR PIC 9(04).
           05 WE-MONTH PIC 9(02).
           05 WE-DAY PIC 9(02).
       01 WARRANTYMONTHCOUNT PIC 9(07).
       01 WARRANTYMONTHDAYS PIC 9(02).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT SERIALREG-FILE.
               STOP RUN
           END-IF.
           OPEN INPUT ITEMMAST-FILE.
           ACCEPT TODAYDATE FROM DATE YYYYMMDD.

           DISPLAY "WARRANTY INQUIRY (BLANK SERIAL TO END)".
           MOVE "X" TO INQUIRYSERIAL.
                       INVALID KEY
                           MOVE "(NOT ON ITEM MASTER)"
                               TO IM-ITEMNAME
                           MOVE ZERO TO IM-WARRANTYMONTHS
                   END-READ
                   PERFORM COMPUTE-WARRANTY-END
                   DISPLAY "ITEM      : " SN-ITEMCODE " "
                       IM-ITEMNAME
                   DISPLAY "SOLD ON   : " SN-SALEDATE
                   DISPLAY "ORDER NO  : " SN-ORDERNUM
                   DISPLAY "OR NUMBER : " SN-ORNUMBER
                   EVALUATE TRUE
                       WHEN SN-RETURNED
                           DISPLAY "STATUS    : RETURNED TO STORE"
                       WHEN SN-REPLACED
                           DISPLAY "STATUS    : REPLACED UNDER "
                               "WARRANTY"
                       WHEN OTHER
                           DISPLAY "STATUS    : SOLD"
                   END-EVALUATE
                   IF SN-REPLACESSERIAL NOT = SPACES
                       DISPLAY "REPLACES  : " SN-REPLACESSERIAL
                   END-IF
                   IF SN-REPLACEDBYSERIAL NOT = SPACES
                       DISPLAY "REPLACED BY: " SN-REPLACEDBYSERIAL
                   END-IF
                   EVALUATE TRUE
                       WHEN WARRANTYENDDATE = ZERO
                           DISPLAY "WARRANTY  : NONE ON THIS ITEM"
                       WHEN SN-REPLACED
                           DISPLAY "WARRANTY  : CARRIED BY "
                               SN-REPLACEDBYSERIAL
                       WHEN WARRANTYENDDATE NOT < TODAYDATE
                           DISPLAY "WARRANTY  : UNDER WARRANTY UNTIL "
                               WARRANTYENDDATE
                       WHEN OTHER
                           DISPLAY "WARRANTY  : EXPIRED ON "
                               WARRANTYENDDATE
                   END-EVALUATE
           END-READ.

       COMPUTE-WARRANTY-END.
           IF SN-WARRANTYEND NUMERIC AND SN-WARRANTYEND > ZERO
               MOVE SN-WARRANTYEND TO WARRANTYENDDATE
           ELSE
               IF IM-WARRANTYMONTHS NUMERIC AND
                       IM-WARRANTYMONTHS > ZERO
                   MOVE SN-SALEDATE TO WARRANTYENDDATE
                   COMPUTE WARRANTYMONTHCOUNT = WE-YEAR * 12
                       + WE-MONTH - 1 + IM-WARRANTYMONTHS
                   DIVIDE WARRANTYMONTHCOUNT BY 12 GIVING WE-YEAR
                       REMAINDER WE-MONTH
                   ADD 1 TO WE-MONTH
                   EVALUATE WE-MONTH
                       WHEN 2
                           IF FUNCTION MOD(WE-YEAR, 4) = 0 AND
                                   (FUNCTION MOD(WE-YEAR, 100) NOT = 0
                                   OR FUNCTION MOD(WE-YEAR, 400) = 0)
                               MOVE 29 TO WARRANTYMONTHDAYS
                           ELSE
                               MOVE 28 TO WARRANTYMONTHDAYS
                           END-IF
                       WHEN 4
                       WHEN 6
                       WHEN 9
                       WHEN 11
                           MOVE 30 TO WARRANTYMONTHDAYS
                       WHEN OTHER
                           MOVE 31 TO WARRANTYMONTHDAYS
                   END-EVALUATE
                   IF WE-DAY > WARRANTYMONTHDAYS
                       MOVE WARRANTYMONTHDAYS TO WE-DAY
                   END-IF
               ELSE
                   MOVE ZERO TO WARRANTYENDDATE
               END-IF
           END-IF.
       END PROGRAM SERIAL-WARRANTY-INQUIRY.
