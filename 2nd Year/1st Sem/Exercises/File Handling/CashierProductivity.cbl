           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ORDERNUMH3
           ALTERNATE RECORD KEY IS ORNUMBERH3 WITH DUPLICATES
           ALTERNATE RECORD KEY IS LOYALTYCARDH3 WITH DUPLICATES
           ALTERNATE RECORD KEY IS TILLBUSDATEH3 WITH DUPLICATES
           FILE STATUS IS TENDER-STATUS.
       DATA DIVISION.
       FILE SECTION.
