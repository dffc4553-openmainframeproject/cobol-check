           05  REV-CARD-TMS        PIC X(26).
       FD  REVERSAL-OUT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS REVERSAL-OUT-RECORD.
       01  REVERSAL-OUT-RECORD.
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'WALREV'.

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXE2HIST END-EXEC.
              END-IF
              MOVE ZERO TO WADJ-SUPV-USERNO
              MOVE ADJ-REF OF TEXE2HIST TO WADJ-REV-REF
              MOVE SPACES TO WADJ-VALUE-DATE
              MOVE ZERO TO WADJ-GRDN-CONSENT
              WRITE REVERSAL-OUT-RECORD
              ADD 1 TO WS-GENERATED-COUNT
           END-IF.
