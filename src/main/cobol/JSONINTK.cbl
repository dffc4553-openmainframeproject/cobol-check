       01  JSON-INTAKE-RECORD      PIC X(200).
       FD  ADJUSTMENT-OUT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ADJUSTMENT-OUT-RECORD.
       01  ADJUSTMENT-OUT-RECORD.
           05  WS-JS-TYPE           PIC X(03).
           05  WS-JS-AMOUNT         PIC X(14).
           05  WS-JS-SUPV           PIC X(05).
           05  WS-JS-GRDN-CONSENT   PIC X(12).
      * Parsed amount.
           05  WS-AMT-INT-PART      PIC X(09).
           05  WS-AMT-DEC-PART      PIC X(03).
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'JSONINTK'.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE SPACES TO WS-JS-TYPE
           MOVE SPACES TO WS-JS-AMOUNT
           MOVE SPACES TO WS-JS-SUPV
           MOVE SPACES TO WS-JS-GRDN-CONSENT
           MOVE ZERO TO WS-TOKEN-COUNT

           UNSTRING JSON-INTAKE-RECORD
                   WS-TOKEN (16) WS-TOKEN (17) WS-TOKEN (18)
                   WS-TOKEN (19) WS-TOKEN (20) WS-TOKEN (21)
                   WS-TOKEN (22) WS-TOKEN (23) WS-TOKEN (24)
                   WS-TOKEN (25) WS-TOKEN (26) WS-TOKEN (27)
                   WS-TOKEN (28)
              TALLYING IN WS-TOKEN-COUNT
           END-UNSTRING

                    WHEN 'supv_userno'
                       MOVE WS-TOKEN (WS-TOKEN-IX + 2)
                         TO WS-JS-SUPV
                    WHEN 'guardian_consent'
                       MOVE WS-TOKEN (WS-TOKEN-IX + 2)
                         TO WS-JS-GRDN-CONSENT
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              AND WS-JS-SUPV (1:3) NOT NUMERIC
              MOVE 'SUPV_USERNO NOT NUMERIC' TO WS-REJECT-REASON
              MOVE 'N' TO WS-VALID-SW
           END-IF

      * The consenting guardian's customer number, on a debit from a
      * minor's wallet - whether it is the right guardian is the
      * apply's decision, against TEXGRD.
           IF LINE-VALID
              AND WS-JS-GRDN-CONSENT NOT = SPACES
              IF WS-JS-GRDN-CONSENT (1:9) NOT NUMERIC
                 OR WS-JS-GRDN-CONSENT (10:3) NOT = SPACES
                 MOVE 'GUARDIAN_CONSENT NOT NUMERIC'
                   TO WS-REJECT-REASON
                 MOVE 'N' TO WS-VALID-SW
              END-IF
           END-IF.

       3400-PARSE-AMOUNT.
              MOVE WS-JS-SUPV (1:3) TO WADJ-SUPV-USERNO
           END-IF
           MOVE SPACES TO WADJ-REV-REF
           MOVE SPACES TO WADJ-VALUE-DATE
           IF WS-JS-GRDN-CONSENT = SPACES
              MOVE ZERO TO WADJ-GRDN-CONSENT
           ELSE
              MOVE WS-JS-GRDN-CONSENT (1:9) TO WADJ-GRDN-CONSENT
           END-IF
           WRITE ADJUSTMENT-OUT-RECORD

           MOVE WADJ-ADJ-REF TO IST-ADJ-REF
