           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'REJRECYC'.
      * Call parameter block for CHKDIGIT, the shared check-digit
      * routine - same field layout as CHKDIGIT's own linkage
      * section.
