      * CODE AND SEARCHING WS-ERRCODE-ENTRY FOR A MATCH, THEN USES
      * THE RETURN CODE AND TEXT FOUND AT THAT OCCURRENCE.
      *****************************************************************
       01  WS-ERRCODE-TABLE-COUNT     PIC S9(4) COMP VALUE 18.
       01  WS-ERRCODE-TABLE.
           05 FILLER.
              10 FILLER PIC X(04) VALUE 'IFNF'.
              10 FILLER PIC 9(02) VALUE 08.
              10 FILLER PIC X(50) VALUE
                 'MERGE INPUT OUT OF KEY SEQUENCE OR OVERLAPPING'.
           05 FILLER.
              10 FILLER PIC X(04) VALUE 'PTNF'.
              10 FILLER PIC 9(02) VALUE 12.
              10 FILLER PIC X(50) VALUE
                 'PARTITION MANIFEST NOT FOUND OR NOT FOR TONIGHT'.
           05 FILLER.
              10 FILLER PIC X(04) VALUE 'PTCV'.
              10 FILLER PIC 9(02) VALUE 12.
              10 FILLER PIC X(50) VALUE
                 'PARTITION RANGES DO NOT COVER EVERY CUSTOMER ONCE'.
           05 FILLER.
              10 FILLER PIC X(04) VALUE 'PTMX'.
              10 FILLER PIC 9(02) VALUE 16.
              10 FILLER PIC X(50) VALUE
                 'PARTITION COUNT MUST BE 1 THROUGH 8'.
       01  WS-ERRCODE-R REDEFINES WS-ERRCODE-TABLE.
           05 WS-ERRCODE-ENTRY OCCURS 18 TIMES.
              10 WS-ERRCODE-CODE        PIC X(04).
              10 WS-ERRCODE-RC          PIC 9(02).
              10 WS-ERRCODE-TEXT        PIC X(50).
