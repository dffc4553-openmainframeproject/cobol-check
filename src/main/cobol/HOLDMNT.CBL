      *                  (CUSTOMER, WALLET, AMOUNT, REASON, PLACING
      *                  USERNO, OPTIONAL RELEASE DATE) UNDER THE
      *                  NEXT FREE HOLD NUMBER; 'R' RELEASES THE
      *                  NUMBERED HOLD, THE RELEASING USERNO IN THE
      *                  PLACING USERNO'S PLACE. ANY ACTIVE HOLD WHOSE
      *                  RELEASE DATE HAS ARRIVED IS AUTO-RELEASED
      *                  IN THE SAME RUN. EVERY PLACEMENT AND
      *                  RELEASE WRITES A HOLDAUDT RECORD - HOLDS
      *
      *     SYSIN CARDS: ACTION, EFFECTIVE DATE (YYYY-MM-DD).
      *
      *     WALHOLDS IS A KSDS THE HOLDONLC ONLINE TRANSACTION ALSO
      *     PLACES AND RELEASES HOLDS ON, SO APPLY WORKS RECORD BY
      *     RECORD - IT NEVER REWRITES THE WHOLE FILE OVER WHAT THE
      *     ONLINE DAY DID. A PLACEMENT TAKES THE NEXT FREE NUMBER
      *     AT THE MOMENT IT IS WRITTEN; A RELEASE READS THE HOLD AS
      *     IT STANDS NOW. THE ONLINE AUDIT RECORDS, WRITTEN TO THE
      *     HAUD QUEUE'S HOLDAUDO DATASET, ARE COPIED ONTO HOLDAUDT
      *     AHEAD OF THE RUN'S OWN AND HOLDAUDO IS EMPTIED.
      *
      *--------------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WALLET-HOLD-FILE ASSIGN TO "WALHOLDS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY WHD-HOLD-NO
               FILE STATUS WS-HOLD-STATUS.
           SELECT HOLD-TRAN-FILE ASSIGN TO "HOLDTRAN"
               ORGANIZATION SEQUENTIAL
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
      *    THE SAME AUDIT RECORDS FROM THE ONLINE TRANSACTION SINCE
      *    THE LAST APPLY RUN.
           SELECT HOLD-ONLINE-AUDIT-FILE ASSIGN TO "HOLDAUDO"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ONLINE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WALLET-HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WALLET-HOLD-RECORD.
           05 HTR-WALLET-NO      PIC 9(02).
           05 HTR-AMOUNT         PIC 9(8)V99.
           05 HTR-REASON         PIC X(20).
      *    ON A RELEASE, THE USERNO RELEASING THE HOLD.
           05 HTR-PLACED-BY      PIC 9(03).
           05 HTR-RELEASE-DATE   PIC X(10).
       FD  HOLD-REPORT
       01  HOLD-REPORT-RECORD    PIC X(80).
       FD  HOLD-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 63 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS HOLD-AUDIT-RECORD.
       01  HOLD-AUDIT-RECORD.
           COPY HOLDAUDT.
       FD  HOLD-ONLINE-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 63 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS HOLD-ONLINE-AUDIT-RECORD.
       01  HOLD-ONLINE-AUDIT-RECORD PIC X(63).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
          03 WS-HOLD-STATUS         PIC X(02).
              88 HOLD-OK            VALUE '00'.
              88 HOLD-EOF           VALUE '10'.
              88 HOLD-DUPLICATE     VALUE '22'.
              88 HOLD-NO-RECORD     VALUE '23'.
              88 HOLD-NOT-FOUND     VALUE '35'.
          03 WS-TRAN-STATUS         PIC X(02).
              88 TRAN-OK            VALUE '00'.
              88 REPORT-OK          VALUE '00'.
          03 WS-AUDIT-STATUS        PIC X(02).
              88 AUDIT-OK           VALUE '00'.
          03 WS-ONLINE-STATUS       PIC X(02).
              88 ONLINE-OK          VALUE '00'.
              88 ONLINE-EOF         VALUE '10'.
              88 ONLINE-NOT-FOUND   VALUE '35'.
          03 WS-ACTION              PIC X(05).
              88 ACTION-APPLY       VALUE 'APPLY'.
              88 ACTION-LIST        VALUE 'LIST '.
          03 WS-EFFECTIVE-DATE      PIC X(10).
          03 WS-HIGH-HOLD-NO        PIC 9(05) VALUE ZERO.
          03 WS-EDITS-SW            PIC X(01).
              88 EDITS-OK           VALUE 'Y'.
          03 WS-APPLIED-COUNT       PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-REJECT-COUNT        PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-EXPIRED-COUNT       PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-ONLINE-COUNT        PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-COUNT-FORMATTED     PIC ZZ.ZZ9.

       01  WS-REPORT-LINE.
          03 WS-RL-HOLD-NO          PIC 9(05).
               GOBACK
           END-IF

           PERFORM 1500-OPEN-HOLD-FILE

           OPEN EXTEND HOLD-AUDIT-FILE
           IF NOT AUDIT-OK
               GOBACK
           END-IF

           PERFORM 1600-COPY-ONLINE-AUDIT

           PERFORM 1800-RELEASE-DUE-HOLDS

           OPEN INPUT HOLD-TRAN-FILE
           END-EVALUATE

           CLOSE HOLD-AUDIT-FILE
           CLOSE WALLET-HOLD-FILE

           MOVE WS-ONLINE-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "HOLDMNT: ONLINE AUDIT RECORDS COPIED: "
               WS-COUNT-FORMATTED
           MOVE WS-APPLIED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "HOLDMNT: HOLD CARDS APPLIED: "
               WS-COUNT-FORMATTED
           END-IF
           .

       1500-OPEN-HOLD-FILE SECTION.
      *-----------------------------------------------------------------
      *    NO FILE YET IS A FIRST-TIME LOAD - IT IS CREATED EMPTY
      *    AND THE FIRST PLACEMENT TAKES HOLD NUMBER 1.
      *-----------------------------------------------------------------
           OPEN I-O WALLET-HOLD-FILE
           IF HOLD-NOT-FOUND
               OPEN OUTPUT WALLET-HOLD-FILE
               IF HOLD-OK
                   CLOSE WALLET-HOLD-FILE
                   OPEN I-O WALLET-HOLD-FILE
               END-IF
           END-IF
           IF NOT HOLD-OK
               DISPLAY "HOLDMNT: UNEXPECTED WALHOLDS STATUS "
                   WS-HOLD-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           .

       1600-COPY-ONLINE-AUDIT SECTION.
      *-----------------------------------------------------------------
      *    THE ONLINE DAY'S PLACEMENTS AND RELEASES GO ONTO HOLDAUDT
      *    FIRST, THEN HOLDAUDO IS EMPTIED SO A RERUN CANNOT COPY
      *    THEM TWICE. NO HOLDAUDO IS A DAY NOBODY USED THE SCREEN.
      *-----------------------------------------------------------------
           OPEN INPUT HOLD-ONLINE-AUDIT-FILE
           EVALUATE TRUE
               WHEN ONLINE-OK
                   READ HOLD-ONLINE-AUDIT-FILE
                   PERFORM WITH TEST BEFORE UNTIL ONLINE-EOF
                       MOVE HOLD-ONLINE-AUDIT-RECORD
                         TO HOLD-AUDIT-RECORD
                       WRITE HOLD-AUDIT-RECORD
                       ADD 1 TO WS-ONLINE-COUNT
                       READ HOLD-ONLINE-AUDIT-FILE
                   END-PERFORM
                   CLOSE HOLD-ONLINE-AUDIT-FILE
                   IF WS-ONLINE-COUNT > ZERO
                       OPEN OUTPUT HOLD-ONLINE-AUDIT-FILE
                       CLOSE HOLD-ONLINE-AUDIT-FILE
                   END-IF
               WHEN ONLINE-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "HOLDMNT: UNEXPECTED HOLDAUDO STATUS "
                       WS-ONLINE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
      *-----------------------------------------------------------------
      *    A HOLD PLACED WITH A RELEASE DATE COMES OFF BY ITSELF THE
      *    FIRST RUN ON OR AFTER THAT DATE - NOBODY HAS TO REMEMBER
      *    TO KEY THE RELEASE. THE SAME PASS FINDS THE HIGHEST HOLD
      *    NUMBER ON FILE FOR THE PLACEMENTS.
      *-----------------------------------------------------------------
           MOVE ZERO TO WHD-HOLD-NO
           START WALLET-HOLD-FILE KEY NOT LESS THAN WHD-HOLD-NO
           IF HOLD-OK
               READ WALLET-HOLD-FILE NEXT RECORD
               PERFORM WITH TEST BEFORE UNTIL NOT HOLD-OK
                   IF WHD-HOLD-NO > WS-HIGH-HOLD-NO
                       MOVE WHD-HOLD-NO TO WS-HIGH-HOLD-NO
                   END-IF
                   IF WHD-ACTIVE
                      AND WHD-RELEASE-DATE NOT = SPACES
                      AND WHD-RELEASE-DATE NOT > WS-EFFECTIVE-DATE
                       MOVE 'R' TO WHD-STATUS
                       MOVE WS-EFFECTIVE-DATE TO WHD-RELEASED-DATE
                       REWRITE WALLET-HOLD-RECORD
                       ADD 1 TO WS-EXPIRED-COUNT
                       MOVE 'X' TO HAU-ACTION
                       MOVE ZERO TO HAU-RELEASED-BY
                       PERFORM 2500-WRITE-AUDIT-RECORD
                   END-IF
                   READ WALLET-HOLD-FILE NEXT RECORD
               END-PERFORM
           END-IF
           .

       2000-APPLY-ONE-CARD SECTION.
                       "CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
               IF EDITS-OK
                   IF HTR-PLACED-BY NOT NUMERIC
                      OR HTR-PLACED-BY = ZERO
                       DISPLAY "HOLDMNT: RELEASING USERNO MISSING - "
                           "CARD REJECTED"
                       MOVE 'N' TO WS-EDITS-SW
                   END-IF
               END-IF
           END-IF
           .

       2400-PLACE-HOLD SECTION.
      *-----------------------------------------------------------------
      *    A NUMBER THE ONLINE TRANSACTION TOOK SINCE THE PASS IN
      *    1800 COMES BACK AS A DUPLICATE KEY - STEP PAST IT.
      *-----------------------------------------------------------------
           MOVE SPACES TO WALLET-HOLD-RECORD
           MOVE HTR-CUSTOMER-ID TO WHD-CUSTOMER-ID
           MOVE HTR-WALLET-NO TO WHD-WALLET-NO
           MOVE HTR-AMOUNT TO WHD-AMOUNT
           MOVE HTR-REASON TO WHD-REASON
           MOVE HTR-PLACED-BY TO WHD-PLACED-BY
           MOVE WS-EFFECTIVE-DATE TO WHD-PLACED-DATE
           MOVE HTR-RELEASE-DATE TO WHD-RELEASE-DATE
           MOVE 'A' TO WHD-STATUS
           MOVE SPACES TO WHD-RELEASED-DATE
           PERFORM WITH TEST AFTER UNTIL NOT HOLD-DUPLICATE
               ADD 1 TO WS-HIGH-HOLD-NO
               MOVE WS-HIGH-HOLD-NO TO WHD-HOLD-NO
               WRITE WALLET-HOLD-RECORD
           END-PERFORM
           IF HOLD-OK
               MOVE 'P' TO HAU-ACTION
               MOVE ZERO TO HAU-RELEASED-BY
               PERFORM 2500-WRITE-AUDIT-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "HOLDMNT: HOLD " WS-HIGH-HOLD-NO
                   " PLACED ON " HTR-CUSTOMER-ID "/" HTR-WALLET-NO
           ELSE
               DISPLAY "HOLDMNT: UNEXPECTED WALHOLDS STATUS "
                   WS-HOLD-STATUS " - " HTR-CUSTOMER-ID " NOT HELD"
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           .

       2450-RELEASE-HOLD SECTION.
      *-----------------------------------------------------------------
      *    READ AS IT STANDS NOW - A HOLD ALREADY RELEASED ONLINE
      *    IS NOT RELEASED AGAIN.
      *-----------------------------------------------------------------
           MOVE HTR-HOLD-NO TO WHD-HOLD-NO
           READ WALLET-HOLD-FILE
           IF NOT HOLD-OK OR NOT WHD-ACTIVE
               DISPLAY "HOLDMNT: NO ACTIVE HOLD " HTR-HOLD-NO
                   " ON FILE - RELEASE REJECTED"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE 'R' TO WHD-STATUS
               MOVE WS-EFFECTIVE-DATE TO WHD-RELEASED-DATE
               REWRITE WALLET-HOLD-RECORD
               MOVE 'R' TO HAU-ACTION
               MOVE HTR-PLACED-BY TO HAU-RELEASED-BY
               PERFORM 2500-WRITE-AUDIT-RECORD
               ADD 1 TO WS-APPLIED-COUNT
           END-IF

       2500-WRITE-AUDIT-RECORD SECTION.
      *-----------------------------------------------------------------
      *    HAU-ACTION AND HAU-RELEASED-BY ARE SET BY THE CALLER; THE
      *    REST COMES OFF THE HOLD RECORD JUST WRITTEN OR REWRITTEN.
      *-----------------------------------------------------------------
           MOVE WS-EFFECTIVE-DATE TO HAU-DATE
           MOVE WHD-HOLD-NO TO HAU-HOLD-NO
           MOVE WHD-CUSTOMER-ID TO HAU-CUSTOMER-ID
           MOVE WHD-WALLET-NO TO HAU-WALLET-NO
           MOVE WHD-AMOUNT TO HAU-AMOUNT
           MOVE WHD-PLACED-BY TO HAU-PLACED-BY
           MOVE WHD-REASON TO HAU-REASON
           WRITE HOLD-AUDIT-RECORD
           .

       5000-LIST-HOLDS SECTION.
      *-----------------------------------------------------------------
           OPEN OUTPUT HOLD-REPORT
           OPEN INPUT WALLET-HOLD-FILE
           EVALUATE TRUE
               WHEN HOLD-OK
                   READ WALLET-HOLD-FILE NEXT RECORD
                   PERFORM WITH TEST BEFORE UNTIL HOLD-EOF
                       IF WHD-ACTIVE
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE WS-REPORT-LINE TO HOLD-REPORT-RECORD
                           WRITE HOLD-REPORT-RECORD
                       END-IF
                       READ WALLET-HOLD-FILE NEXT RECORD
                   END-PERFORM
                   CLOSE WALLET-HOLD-FILE
               WHEN HOLD-NOT-FOUND
