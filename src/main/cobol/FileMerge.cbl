           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'FILEMRGE'.
       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MERGE-SLICES
