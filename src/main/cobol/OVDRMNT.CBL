      *     SYSIN:
      *
      *        APPLY  -  READ THE OVDRTRAN CARDS (ACTION, CUSTOMER,
      *                  WALLET, LIMIT, AUTHORIZING USERNO), VALIDATE
      *                  EACH - 'A' ADDS OR REPLACES THE LINE, 'D'
      *                  WITHDRAWS IT - AND REWRITE THE FILE. EVERY
      *                  CHANGE WRITES AN OVDRAUDT RECORD WITH THE OLD
      *                  AND NEW LIMIT AND WHO AUTHORIZED IT.
      *        LIST   -  WRITE THE LIMIT FILE TO THE OVDRRPT REPORT.
      *
      *     SYSIN CARDS: ACTION, EFFECTIVE DATE (YYYY-MM-DD).
           05 OVD-LIMIT          PIC 9(8)V99.
       FD  OVDR-TRAN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 25 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS OVDR-TRAN-RECORD.
       01  OVDR-TRAN-RECORD.
           05 OTR-CUSTOMER-ID    PIC 9(9).
           05 OTR-WALLET-NO      PIC 9(2).
           05 OTR-LIMIT          PIC 9(8)V99.
      *    THE USERNO AUTHORIZING THE GRANT, MOVE OR WITHDRAWAL.
           05 OTR-USERNO         PIC 9(03).
       FD  OVDR-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 60 CHARACTERS
       01  OVDR-REPORT-RECORD    PIC X(60).
       FD  OVDR-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 45 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS OVDR-AUDIT-RECORD.
       01  OVDR-AUDIT-RECORD.
      *    'N' - NEW LINE GRANTED; 'D' - LINE WITHDRAWN; SPACE - AN
      *    EXISTING LINE MOVED.
           05 OAU-FLAG           PIC X(01).
           05 OAU-USERNO         PIC 9(03).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
               END-IF
           END-IF

           IF EDITS-OK
               IF OTR-USERNO NOT NUMERIC
                  OR OTR-USERNO = ZERO
                   DISPLAY "OVDRMNT: AUTHORIZING USERNO MISSING FOR "
                       OTR-CUSTOMER-ID " - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK AND OTR-ADD-REPLACE
               IF OTR-LIMIT NOT NUMERIC OR OTR-LIMIT = ZERO
                   DISPLAY "OVDRMNT: LIMIT FOR " OTR-CUSTOMER-ID
           MOVE WS-OLD-LIMIT TO OAU-OLD-LIMIT
           MOVE WS-NEW-LIMIT TO OAU-NEW-LIMIT
           MOVE WS-AUDIT-FLAG TO OAU-FLAG
           MOVE OTR-USERNO TO OAU-USERNO
           WRITE OVDR-AUDIT-RECORD
           .

