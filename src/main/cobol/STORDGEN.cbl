           05  SO-END-DATE         PIC X(10).
       FD  ORDER-ADJ-OUT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ORDER-ADJ-OUT-RECORD.
       01  ORDER-ADJ-OUT-RECORD.
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'STORDGEN'.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE SO-AMOUNT TO WADJ-AMOUNT
           MOVE ZERO TO WADJ-SUPV-USERNO
           MOVE SPACES TO WADJ-REV-REF
           MOVE SPACES TO WADJ-VALUE-DATE
           MOVE ZERO TO WADJ-GRDN-CONSENT
           WRITE ORDER-ADJ-OUT-RECORD.

       5100-BUILD-ADJ-REF.
