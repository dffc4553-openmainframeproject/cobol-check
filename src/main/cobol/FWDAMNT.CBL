       ID DIVISION.
       PROGRAM-ID.         FWDAMNT.
       AUTHOR.             (TNP).
       DATE-WRITTEN.       15.10.2026.
      *--------------+------+-------------------------------------------
      *
      *     MAINTENANCE, NIGHTLY RELEASE AND PENDING LIST FOR THE
      *     FWDADJ FUTURE-DATED ADJUSTMENT WAREHOUSE. A ONE-OFF
      *     ADJUSTMENT AGREED TODAY FOR A LATER DATE - A PROMISED
      *     REFUND, A SCHEDULED CORRECTION - IS LODGED HERE AS THE
      *     WALADJ RECORD IT WILL BE, WITH ITS DUE DATE, INSTEAD OF
      *     WAITING IN A DIARY TO BE KEYED ON THE DAY. RECURRING
      *     ORDERS STAY ON STORDGEN'S FILE. THREE ACTIONS FROM SYSIN:
      *
      *        APPLY    -  READ THE FWDATRAN CARDS: 'L' LODGES AN
      *                    ADJUSTMENT, 'A' AMENDS ONE STILL PENDING,
      *                    'C' CANCELS ONE STILL PENDING - NEITHER
      *                    ONCE IT HAS FALLEN DUE. EVERY CHANGE
      *                    WRITES AN FWDAUDT RECORD WITH THE OLD AND
      *                    NEW DUE DATE AND AMOUNT AND WHO MADE IT.
      *        RELEASE  -  THE NIGHTLY STEP, AHEAD OF ADJCONSL: EVERY
      *                    PENDING ADJUSTMENT DUE ON OR BEFORE THE
      *                    BUSDATE BUSINESS DATE IS WRITTEN TO THE
      *                    FWDAOUT CHANNEL AND MARKED RELEASED, AND
      *                    FWDARPT LISTS WHAT WAS RELEASED AND WHAT
      *                    IS STILL PENDING. A RERUN ON THE SAME
      *                    BUSINESS DATE RELEASES THE SAME ITEMS
      *                    AGAIN, AND THE APPLY'S DUPLICATE-REFERENCE
      *                    PROTECTION POSTS NOTHING TWICE. ITEMS
      *                    RELEASED ON AN EARLIER DATE ARE DROPPED.
      *        LIST     -  THE PENDING ADJUSTMENTS ON FWDARPT BY DUE
      *                    DATE, SO FINANCE SEES WHAT IS COMING.
      *
      *     THE WAREHOUSED REFERENCE IS THE ADJUSTMENT'S OWN
      *     WADJ-ADJ-REF AND MUST BE GIVEN - IT IS HOW AN AMEND OR
      *     CANCEL FINDS THE ITEM. THE USERNO ON EACH CARD MUST BE
      *     ACTIVE ON THE SHARED USER MASTER WITH UPDATE OR APPROVE
      *     AUTHORITY. THE CUSTOMER NUMBER IS KEYED BY HAND, SO IT
      *     IS CHECK-DIGIT PROVEN THROUGH CHKDIGIT AS THE FINANCE
      *     CHANNEL IS.
      *
      *     SYSIN CARDS: ACTION, EFFECTIVE DATE (YYYY-MM-DD) - THE
      *     RELEASE TAKES ITS DATE FROM BUSDATE AND HAS NO DATE CARD.
      *
      *--------------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAREHOUSE-FILE ASSIGN TO "FWDADJ"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FWD-STATUS.
           SELECT FWD-TRAN-FILE ASSIGN TO "FWDATRAN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TRAN-STATUS.
      *    ONE AUDIT RECORD PER APPLIED CHANGE - OLD AND NEW DUE
      *    DATE AND AMOUNT, SO EVERY LODGEMENT, AMENDMENT AND
      *    CANCELLATION CAN BE ANSWERED AFTER THE FACT.
           SELECT FWD-AUDIT-FILE ASSIGN TO "FWDAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
      *    THE RELEASED ADJUSTMENTS - ADJCONSL'S FWDAOUT CHANNEL.
           SELECT FWD-OUT-FILE ASSIGN TO "FWDAOUT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-OUT-STATUS.
           SELECT FWD-REPORT ASSIGN TO "FWDARPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-USERMST-STATUS.
           SELECT SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SECLOG-STATUS.
      *    THE WINDOW'S BUSINESS-DATE CONTROL RECORD, MAINTAINED BY
      *    BDATMNT - THE DATE THE RELEASE RUNS FOR.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RUNLOG-STATUS.
           SELECT FWD-SORT-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  WAREHOUSE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WAREHOUSE-RECORD.
       01  WAREHOUSE-RECORD      PIC X(160).
       FD  FWD-TRAN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 109 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS FWD-TRAN-RECORD.
       01  FWD-TRAN-RECORD.
           05 FTR-ACTION         PIC X(01).
              88 FTR-LODGE       VALUE 'L'.
              88 FTR-AMEND       VALUE 'A'.
              88 FTR-CANCEL      VALUE 'C'.
           05 FTR-USERNO         PIC 9(03).
      *    THE DUE DATE - REQUIRED ON A LODGEMENT; ON AN AMENDMENT
      *    BLANK KEEPS THE ONE ON FILE.
           05 FTR-DUE-DATE       PIC X(10).
      *    THE WALADJ RECORD. ON AN AMENDMENT ONLY THE REFERENCE IS
      *    REQUIRED, AND ANY FIELD LEFT BLANK OR ZERO KEEPS THE
      *    VALUE ON FILE; THE CUSTOMER, IF GIVEN, MUST BE THE SAME -
      *    CANCEL AND LODGE AGAIN TO MOVE AN ADJUSTMENT TO ANOTHER
      *    CUSTOMER. ON A CANCELLATION ONLY THE REFERENCE IS READ.
           05 FTR-ADJ-IMAGE      PIC X(88).
           05 FILLER             PIC X(07).
       FD  FWD-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 77 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS FWD-AUDIT-RECORD.
       01  FWD-AUDIT-RECORD.
           05 FAU-DATE           PIC X(10).
           05 FAU-ADJ-REF        PIC X(12).
           05 FAU-ACTION         PIC X(01).
           05 FAU-USERNO         PIC 9(03).
           05 FAU-CUSTOMER-ID    PIC 9(09).
           05 FAU-WALLET-NO      PIC 9(02).
           05 FAU-OLD-DUE-DATE   PIC X(10).
           05 FAU-NEW-DUE-DATE   PIC X(10).
           05 FAU-OLD-AMOUNT     PIC 9(8)V99.
           05 FAU-NEW-AMOUNT     PIC 9(8)V99.
       FD  FWD-OUT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS FWD-OUT-RECORD.
       01  FWD-OUT-RECORD        PIC X(88).
       FD  FWD-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS FWD-REPORT-RECORD.
       01  FWD-REPORT-RECORD     PIC X(80).
       FD  USER-MASTER-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 25 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS USER-MASTER-RECORD.
       01  USER-MASTER-RECORD.
           05 UM-USERNO          PIC 9(03).
           05 UM-NAME            PIC X(20).
           05 UM-STATUS          PIC X(01).
           05 UM-AUTHORITY       PIC X(01).
       FD  SECURITY-LOG
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 31 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS SECURITY-LOG-RECORD.
       01  SECURITY-LOG-RECORD.
           05 SEC-DATE           PIC X(10).
           05 SEC-PROGRAM        PIC X(08).
           05 SEC-USERNO         PIC 9(03).
           05 SEC-ACTION         PIC X(10).
       FD  BUSINESS-DATE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 11 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS BUSINESS-DATE-RECORD.
       01  BUSINESS-DATE-RECORD.
           05 BD-BUSINESS-DATE   PIC X(10).
           05 BD-STATUS          PIC X(01).
              88 BD-IS-OPEN      VALUE 'O'.
              88 BD-IS-CLOSED    VALUE 'C'.
       FD  RUN-LOG-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 63 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS RUN-LOG-RECORD.
       01  RUN-LOG-RECORD.
           05 RUN-PROGRAM        PIC X(08).
           05 RUN-BUS-DATE       PIC X(10).
           05 RUN-START-TIME     PIC X(08).
           05 RUN-END-TIME       PIC X(08).
           05 RUN-RECS-IN        PIC 9(09).
           05 RUN-RECS-OUT       PIC 9(09).
           05 RUN-RECS-REJECTED  PIC 9(09).
           05 RUN-RETURN-CODE    PIC 9(02).
      *    THE FWDADJ LAYOUT, WITH ONLY THE LIST KEYS NAMED.
       SD  FWD-SORT-FILE.
       01  FWD-SORT-RECORD.
           05 SRT-ADJ-REF        PIC X(12).
           05 SRT-DUE-DATE       PIC X(10).
           05 FILLER             PIC X(138).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WORK-FIELDS-1.
          03 WS-FWD-STATUS          PIC X(02).
              88 FWD-OK             VALUE '00'.
              88 FWD-EOF            VALUE '10'.
              88 FWD-NOT-FOUND      VALUE '35'.
          03 WS-TRAN-STATUS         PIC X(02).
              88 TRAN-OK            VALUE '00'.
              88 TRAN-EOF           VALUE '10'.
              88 TRAN-NOT-FOUND     VALUE '35'.
          03 WS-AUDIT-STATUS        PIC X(02).
              88 AUDIT-OK           VALUE '00'.
          03 WS-OUT-STATUS          PIC X(02).
              88 OUT-OK             VALUE '00'.
          03 WS-REPORT-STATUS       PIC X(02).
              88 REPORT-OK          VALUE '00'.
          03 WS-USERMST-STATUS      PIC X(02).
              88 USERMST-OK         VALUE '00'.
              88 USERMST-EOF        VALUE '10'.
              88 USERMST-NOT-FOUND  VALUE '35'.
          03 WS-SECLOG-STATUS       PIC X(02).
              88 SECLOG-OK          VALUE '00'.
          03 WS-BUSDATE-STATUS      PIC X(02).
              88 BUSDATE-OK         VALUE '00'.
              88 BUSDATE-NOT-FOUND  VALUE '35'.
          03 WS-RUNLOG-STATUS       PIC X(02).
              88 RUNLOG-OK          VALUE '00'.
          03 WS-ACTION              PIC X(07).
              88 ACTION-APPLY       VALUE 'APPLY  '.
              88 ACTION-RELEASE     VALUE 'RELEASE'.
              88 ACTION-LIST        VALUE 'LIST   '.
          03 WS-EFFECTIVE-DATE      PIC X(10).
          03 WS-RUN-DATE-RAW8       PIC 9(08).
          03 WS-RUN-START-TIME      PIC X(08).
          03 WS-RUN-TIME-RAW        PIC 9(08).
          03 WS-FWD-COUNT           PIC S9(4) COMP VALUE ZERO.
          03 WS-FWD-MAX             PIC S9(4) COMP VALUE 5000.
          03 WS-FWD-IX              PIC S9(4) COMP.
          03 WS-FOUND-IX            PIC S9(4) COMP.
          03 WS-USER-COUNT          PIC S9(4) COMP VALUE ZERO.
          03 WS-USER-MAX            PIC S9(4) COMP VALUE 200.
          03 WS-USER-IX             PIC S9(4) COMP.
          03 WS-CHECK-USERNO        PIC 9(03).
          03 WS-USER-AUTH           PIC X(01).
              88 USER-CAN-UPDATE    VALUE 'U' 'A'.
          03 WS-EDITS-SW            PIC X(01).
              88 EDITS-OK           VALUE 'Y'.
          03 WS-SORT-EOF-SW         PIC X(01).
              88 SORTED-EOF         VALUE 'Y'.
          03 WS-CARD-REF            PIC X(12).
          03 WS-NEW-DUE-DATE        PIC X(10).
          03 WS-OLD-DUE-DATE        PIC X(10).
          03 WS-OLD-AMOUNT          PIC 9(8)V99.
          03 WS-DUE-BREAK           PIC X(10).
          03 WS-APPLIED-COUNT       PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-REJECT-COUNT        PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-RELEASED-COUNT      PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-LATE-COUNT          PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-DROPPED-COUNT       PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-PENDING-COUNT       PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-DATE-PENDING-COUNT  PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-COUNT-FORMATTED     PIC ZZ.ZZ9.

      *-----------------------------------------------------------------
      *    THE WAREHOUSE IN STORAGE WHILE THE CARDS ARE APPLIED OR
      *    THE NIGHT IS RELEASED - LOAD, WORK, REWRITE, THE KYCMNT
      *    PATTERN. EACH ENTRY IS WORKED ON THROUGH WS-FWD-WORK; A
      *    CANCELLED OR DROPPED ITEM IS FLAGGED IN PLACE AND LEFT
      *    OFF BY THE REWRITE.
      *-----------------------------------------------------------------
       01  WS-FWD-TABLE.
           05 WS-FT-ENTRY OCCURS 5000 TIMES.
              10 WS-FT-RECORD        PIC X(160).
              10 WS-FT-DELETED-SW    PIC X(01).
                 88 WS-FT-DELETED    VALUE 'Y'.
       01  WS-FWD-WORK.
           COPY FWDADJ.
      *    THE ADJUSTMENT AS IT STANDS ON FILE (OR WILL, ONCE
      *    LODGED), AND AS THE CARD GIVES IT.
       01  WS-ADJ-WORK.
           COPY WALADJ.
       01  WS-CARD-ADJ.
           COPY WALADJ.

      *-----------------------------------------------------------------
      *    THE USER MASTER IN STORAGE FOR THE USERNO CHECKS.
      *-----------------------------------------------------------------
       01  WS-USER-TABLE.
           05 WS-USER-ENTRY OCCURS 200 TIMES.
              10 WS-UT-USERNO        PIC 9(03).
              10 WS-UT-NAME          PIC X(20).
              10 WS-UT-STATUS        PIC X(01).
              10 WS-UT-AUTHORITY     PIC X(01).

       01  WS-RELEASE-HEADING.
          03 FILLER                 PIC X(39) VALUE
             'FUTURE-DATED ADJUSTMENTS RELEASED FOR  '.
          03 WS-RH-DATE             PIC X(10).
          03 FILLER                 PIC X(31) VALUE SPACES.
       01  WS-PENDING-HEADING.
          03 FILLER                 PIC X(39) VALUE
             'FUTURE-DATED ADJUSTMENTS PENDING AS AT '.
          03 WS-PH-DATE             PIC X(10).
          03 FILLER                 PIC X(31) VALUE SPACES.
       01  WS-DUE-HEADING.
          03 FILLER                 PIC X(04) VALUE 'DUE '.
          03 WS-DH-DUE-DATE         PIC X(10).
          03 FILLER                 PIC X(66) VALUE SPACES.
       01  WS-ITEM-LINE.
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-IL-ADJ-REF          PIC X(12).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-IL-CUSTOMER         PIC 9(09).
          03 FILLER                 PIC X(01) VALUE '/'.
          03 WS-IL-WALLET-NO        PIC 9(02).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-IL-ADJ-TYPE         PIC X(01).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-IL-AMOUNT           PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-IL-DUE-DATE         PIC X(10).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-IL-LODGED-BY        PIC 9(03).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-IL-FLAG             PIC X(08).
          03 FILLER                 PIC X(13) VALUE SPACES.
       01  WS-DUE-TOTAL-LINE.
          03 FILLER                 PIC X(04) VALUE 'DUE '.
          03 WS-DT-DUE-DATE         PIC X(10).
          03 FILLER                 PIC X(08) VALUE ' ITEMS: '.
          03 WS-DT-COUNT            PIC ZZ.ZZ9.
          03 FILLER                 PIC X(52) VALUE SPACES.
       01  WS-TOTAL-LINE.
          03 WS-TL-LABEL            PIC X(30).
          03 WS-TL-COUNT            PIC ZZ.ZZ9.
          03 FILLER                 PIC X(44) VALUE SPACES.

      *-----------------------------------------------------------------
      *    CALL PARAMETER BLOCK FOR DATEUTIL, THE SHARED DATE
      *    UTILITY - THE EFFECTIVE, DUE AND VALUE DATES ARE
      *    VALIDATED THROUGH IT.
      *-----------------------------------------------------------------
       01  WS-DATEUTIL-PARM.
           05 WS-DU-FUNCTION         PIC X(04).
           05 WS-DU-INPUT-DATE       PIC X(10).
           05 WS-DU-DAYS-TO-ADD      PIC S9(05).
           05 WS-DU-OUTPUT-DATE      PIC X(10).
           05 WS-DU-RETURN-CODE      PIC 9(02).
               88 WS-DU-OK              VALUE 00.
           05 WS-DU-INPUT-DATE-2     PIC X(10).
           05 WS-DU-DAYS-DIFFERENCE  PIC S9(07).
           05 WS-DU-REGION           PIC X(03).

      *-----------------------------------------------------------------
      *    CALL PARAMETER BLOCK FOR CHKDIGIT, THE SHARED CHECK-DIGIT
      *    ROUTINE - SAME FIELD LAYOUT AS CHKDIGIT'S OWN LINKAGE
      *    SECTION.
      *-----------------------------------------------------------------
       01  WS-CHKDIGIT-PARM.
           05 WS-CD-FUNCTION         PIC X(04).
           05 WS-CD-CUSTOMER-ID      PIC 9(09).
           05 WS-CD-RC               PIC 9(02).
           05 WS-CD-CHECK-DIGIT      PIC 9(01).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAIN SECTION.
      *-----------------------------------------------------------------
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-START-TIME (1:2)
           MOVE ':'                   TO WS-RUN-START-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-START-TIME (4:2)
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)
           ACCEPT WS-ACTION

           IF ACTION-RELEASE
               PERFORM 9600-RESOLVE-BUSINESS-DATE
           ELSE
               ACCEPT WS-EFFECTIVE-DATE
               MOVE 'VAL ' TO WS-DU-FUNCTION
               MOVE WS-EFFECTIVE-DATE TO WS-DU-INPUT-DATE
               CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
               IF NOT WS-DU-OK
                   DISPLAY "FWDAMNT: " WS-EFFECTIVE-DATE
                       " IS NOT A VALID EFFECTIVE DATE"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN ACTION-APPLY
                   PERFORM 1000-APPLY-WAREHOUSE-CARDS
               WHEN ACTION-RELEASE
                   PERFORM 6000-RELEASE-DUE-ITEMS
               WHEN ACTION-LIST
                   PERFORM 5000-LIST-PENDING-ITEMS
               WHEN OTHER
                   DISPLAY "FWDAMNT: ACTION MUST BE APPLY, RELEASE "
                       "OR LIST"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .

       1000-APPLY-WAREHOUSE-CARDS SECTION.
      *-----------------------------------------------------------------
           PERFORM 1200-LOAD-USER-MASTER
           PERFORM 1500-LOAD-WAREHOUSE-FILE

           OPEN INPUT FWD-TRAN-FILE
           EVALUATE TRUE
               WHEN TRAN-OK
                   CONTINUE
               WHEN TRAN-NOT-FOUND
                   DISPLAY "FWDAMNT: NO FWDATRAN CARDS - NOTHING "
                       "TO APPLY"
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY "FWDAMNT: UNEXPECTED FWDATRAN STATUS "
                       WS-TRAN-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           OPEN EXTEND FWD-AUDIT-FILE
           IF NOT AUDIT-OK
               OPEN OUTPUT FWD-AUDIT-FILE
           END-IF
           IF NOT AUDIT-OK
               DISPLAY "FWDAMNT: UNEXPECTED FWDAUDT STATUS "
                   WS-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           READ FWD-TRAN-FILE
           PERFORM WITH TEST BEFORE UNTIL TRAN-EOF
               PERFORM 2000-APPLY-ONE-CARD
               READ FWD-TRAN-FILE
           END-PERFORM
           CLOSE FWD-TRAN-FILE
           CLOSE FWD-AUDIT-FILE

           PERFORM 4000-REWRITE-WAREHOUSE-FILE

           MOVE WS-APPLIED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "FWDAMNT: WAREHOUSE CARDS APPLIED: "
               WS-COUNT-FORMATTED
           MOVE WS-REJECT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "FWDAMNT: WAREHOUSE CARDS REJECTED: "
               WS-COUNT-FORMATTED

           IF WS-REJECT-COUNT > ZERO
              AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       1200-LOAD-USER-MASTER SECTION.
      *-----------------------------------------------------------------
      *    A MISSING OR EMPTY FILE LEAVES THE TABLE EMPTY AND EVERY
      *    USERNO FAILS VALIDATION - THE RUN FAILS CLOSED.
      *-----------------------------------------------------------------
           OPEN INPUT USER-MASTER-FILE
           EVALUATE TRUE
               WHEN USERMST-OK
                   READ USER-MASTER-FILE
                   PERFORM WITH TEST BEFORE
                           UNTIL USERMST-EOF
                              OR WS-USER-COUNT
                                 NOT LESS THAN WS-USER-MAX
                       ADD 1 TO WS-USER-COUNT
                       MOVE UM-USERNO
                         TO WS-UT-USERNO (WS-USER-COUNT)
                       MOVE UM-NAME
                         TO WS-UT-NAME (WS-USER-COUNT)
                       MOVE UM-STATUS
                         TO WS-UT-STATUS (WS-USER-COUNT)
                       MOVE UM-AUTHORITY
                         TO WS-UT-AUTHORITY (WS-USER-COUNT)
                       READ USER-MASTER-FILE
                   END-PERFORM
                   CLOSE USER-MASTER-FILE
               WHEN USERMST-NOT-FOUND
                   DISPLAY "FWDAMNT: USER MASTER FILE NOT FOUND - "
                       "ALL USER NUMBERS WILL BE REJECTED"
               WHEN OTHER
                   DISPLAY "FWDAMNT: UNEXPECTED USERMST STATUS "
                       WS-USERMST-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       1300-LOOKUP-USER SECTION.
      *-----------------------------------------------------------------
      *    AUTHORITY OF WS-CHECK-USERNO, SPACE WHEN IT IS NOT AN
      *    ACTIVE USER.
      *-----------------------------------------------------------------
           MOVE SPACE TO WS-USER-AUTH
           PERFORM VARYING WS-USER-IX FROM 1 BY 1
               UNTIL WS-USER-IX > WS-USER-COUNT
               IF WS-CHECK-USERNO = WS-UT-USERNO (WS-USER-IX)
                  AND WS-UT-STATUS (WS-USER-IX) = 'A'
                   MOVE WS-UT-AUTHORITY (WS-USER-IX) TO WS-USER-AUTH
               END-IF
           END-PERFORM
           .

       1400-LOG-SECURITY-VIOLATION SECTION.
      *-----------------------------------------------------------------
           MOVE WS-EFFECTIVE-DATE TO SEC-DATE
           MOVE 'FWDAMNT' TO SEC-PROGRAM
           MOVE WS-CHECK-USERNO TO SEC-USERNO
           MOVE 'FWDAMAINT' TO SEC-ACTION
           OPEN EXTEND SECURITY-LOG
           IF NOT SECLOG-OK
               OPEN OUTPUT SECURITY-LOG
           END-IF
           IF SECLOG-OK
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG
           ELSE
               DISPLAY "FWDAMNT: SECURITY LOG UNAVAILABLE - STATUS "
                   WS-SECLOG-STATUS
           END-IF
           .

       1500-LOAD-WAREHOUSE-FILE SECTION.
      *-----------------------------------------------------------------
      *    NO FILE YET IS A FIRST-TIME LOAD - ONLY LODGEMENTS CAN
      *    APPLY, AND A RELEASE OR LIST HAS NOTHING TO DO.
      *-----------------------------------------------------------------
           OPEN INPUT WAREHOUSE-FILE
           EVALUATE TRUE
               WHEN FWD-OK
                   READ WAREHOUSE-FILE
                   PERFORM WITH TEST BEFORE
                           UNTIL FWD-EOF
                              OR WS-FWD-COUNT
                                 NOT LESS THAN WS-FWD-MAX
                       ADD 1 TO WS-FWD-COUNT
                       MOVE WAREHOUSE-RECORD
                         TO WS-FT-RECORD (WS-FWD-COUNT)
                       MOVE 'N'
                         TO WS-FT-DELETED-SW (WS-FWD-COUNT)
                       READ WAREHOUSE-FILE
                   END-PERFORM
                   IF NOT FWD-EOF
                       DISPLAY "FWDAMNT: MORE THAN " WS-FWD-MAX
                           " WAREHOUSED ADJUSTMENTS - RUN REFUSED"
                       CLOSE WAREHOUSE-FILE
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
                   CLOSE WAREHOUSE-FILE
               WHEN FWD-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FWDAMNT: UNEXPECTED FWDADJ STATUS "
                       WS-FWD-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       2000-APPLY-ONE-CARD SECTION.
      *-----------------------------------------------------------------
           PERFORM 2100-EDIT-CARD
           IF EDITS-OK
               EVALUATE TRUE
                   WHEN FTR-LODGE
                       PERFORM 2500-LODGE-ITEM
                   WHEN FTR-AMEND
                       PERFORM 2600-AMEND-ITEM
                   WHEN FTR-CANCEL
                       PERFORM 2700-CANCEL-ITEM
               END-EVALUATE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           .

       2100-EDIT-CARD SECTION.
      *-----------------------------------------------------------------
      *    AN AMENDMENT OR CANCELLATION MUST FIND ITS ADJUSTMENT
      *    STILL PENDING AND NOT YET DUE - ONCE THE DUE DATE IS
      *    REACHED THE RELEASE OWNS IT, AND A POSTED ADJUSTMENT IS
      *    PUT RIGHT BY A REVERSAL, NOT HERE.
      *-----------------------------------------------------------------
           MOVE 'Y' TO WS-EDITS-SW
           MOVE FTR-ADJ-IMAGE TO WS-CARD-ADJ
           MOVE WADJ-ADJ-REF OF WS-CARD-ADJ TO WS-CARD-REF

           IF NOT FTR-LODGE AND NOT FTR-AMEND AND NOT FTR-CANCEL
               DISPLAY "FWDAMNT: ACTION '" FTR-ACTION
                   "' IS NOT L, A OR C - CARD REJECTED"
               MOVE 'N' TO WS-EDITS-SW
           END-IF

           IF EDITS-OK
               IF WS-CARD-REF = SPACES
                   DISPLAY "FWDAMNT: ADJUSTMENT REFERENCE MISSING - "
                       "CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK
               IF FTR-USERNO NUMERIC
                   MOVE FTR-USERNO TO WS-CHECK-USERNO
               ELSE
                   MOVE ZERO TO WS-CHECK-USERNO
               END-IF
               PERFORM 1300-LOOKUP-USER
               IF NOT USER-CAN-UPDATE
                   DISPLAY "FWDAMNT: USERNO " WS-CHECK-USERNO
                       " NOT AUTHORISED FOR " WS-CARD-REF
                       " - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
                   PERFORM 1400-LOG-SECURITY-VIOLATION
               END-IF
           END-IF

           IF EDITS-OK
               PERFORM 2200-FIND-EXISTING-ITEM
               EVALUATE TRUE
                   WHEN FTR-LODGE
                    AND WS-FOUND-IX NOT = ZERO
                       DISPLAY "FWDAMNT: " WS-CARD-REF
                           " IS ALREADY WAREHOUSED - CARD REJECTED"
                       MOVE 'N' TO WS-EDITS-SW
                   WHEN FTR-LODGE
                       MOVE SPACES TO WS-FWD-WORK
                       MOVE WS-CARD-ADJ TO WS-ADJ-WORK
                   WHEN WS-FOUND-IX = ZERO
                       DISPLAY "FWDAMNT: " WS-CARD-REF
                           " IS NOT WAREHOUSED - CARD REJECTED"
                       MOVE 'N' TO WS-EDITS-SW
                   WHEN OTHER
                       MOVE WS-FT-RECORD (WS-FOUND-IX) TO WS-FWD-WORK
                       MOVE FWD-ADJ-IMAGE TO WS-ADJ-WORK
                       IF NOT FWD-PENDING
                          OR FWD-DUE-DATE NOT > WS-EFFECTIVE-DATE
                           DISPLAY "FWDAMNT: " WS-CARD-REF
                               " HAS FALLEN DUE - CARD REJECTED"
                           MOVE 'N' TO WS-EDITS-SW
                       END-IF
               END-EVALUATE
           END-IF

           IF EDITS-OK
               MOVE FWD-DUE-DATE TO WS-OLD-DUE-DATE
               IF FTR-LODGE
                   MOVE ZERO TO WS-OLD-AMOUNT
               ELSE
                   MOVE WADJ-AMOUNT OF WS-ADJ-WORK TO WS-OLD-AMOUNT
               END-IF
               EVALUATE TRUE
                   WHEN FTR-LODGE
                       PERFORM 2300-EDIT-LODGEMENT
                   WHEN FTR-AMEND
                       PERFORM 2400-EDIT-AMENDMENT
               END-EVALUATE
           END-IF

           IF EDITS-OK AND NOT FTR-CANCEL
               PERFORM 2800-EDIT-DATES
           END-IF
           .

       2200-FIND-EXISTING-ITEM SECTION.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING WS-FWD-IX FROM 1 BY 1
               UNTIL WS-FWD-IX > WS-FWD-COUNT
               IF WS-FT-RECORD (WS-FWD-IX) (1:12) = WS-CARD-REF
                  AND NOT WS-FT-DELETED (WS-FWD-IX)
                   MOVE WS-FWD-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           .

       2300-EDIT-LODGEMENT SECTION.
      *-----------------------------------------------------------------
      *    THE SAME EDITS THE APPLY WILL MAKE, MADE NOW, SO A BAD
      *    ADJUSTMENT IS REFUSED TO THE PERSON LODGING IT AND NOT
      *    DISCOVERED ON THE NIGHT. A BLANK OR ZERO WALLET NUMBER
      *    MEANS WALLET 01, THE DEFAULT EVERY KEYED INTAKE ASSUMES.
      *-----------------------------------------------------------------
           MOVE FTR-DUE-DATE TO WS-NEW-DUE-DATE

           IF WADJ-CUSTOMER-ID OF WS-ADJ-WORK NOT NUMERIC
              OR WADJ-CUSTOMER-ID OF WS-ADJ-WORK = ZERO
               DISPLAY "FWDAMNT: CUSTOMER FOR " WS-CARD-REF
                   " IS NOT A CUSTOMER NUMBER - CARD REJECTED"
               MOVE 'N' TO WS-EDITS-SW
           END-IF

           IF EDITS-OK
               PERFORM 2350-CHECK-CUSTOMER-DIGIT
           END-IF

           IF EDITS-OK
               IF WADJ-WALLET-NO OF WS-ADJ-WORK NOT NUMERIC
                  OR WADJ-WALLET-NO OF WS-ADJ-WORK = ZERO
                   MOVE 01 TO WADJ-WALLET-NO OF WS-ADJ-WORK
               END-IF
               IF WADJ-SUPV-USERNO OF WS-ADJ-WORK NOT NUMERIC
                   MOVE ZERO TO WADJ-SUPV-USERNO OF WS-ADJ-WORK
               END-IF
               IF WADJ-GRDN-CONSENT OF WS-ADJ-WORK NOT NUMERIC
                   MOVE ZERO TO WADJ-GRDN-CONSENT OF WS-ADJ-WORK
               END-IF
           END-IF

           IF EDITS-OK
               IF NOT WADJ-TYPE-REPLACE OF WS-ADJ-WORK
                  AND NOT WADJ-TYPE-ADD OF WS-ADJ-WORK
                  AND NOT WADJ-TYPE-SUBTRACT OF WS-ADJ-WORK
                  AND NOT WADJ-TYPE-PERCENT OF WS-ADJ-WORK
                   DISPLAY "FWDAMNT: TYPE FOR " WS-CARD-REF
                       " IS NOT R, A, S OR P - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK
               PERFORM 2450-EDIT-AMOUNT
           END-IF
           .

       2350-CHECK-CUSTOMER-DIGIT SECTION.
      *-----------------------------------------------------------------
      *    WHILE THE CHKDCTL CONTROL SAYS THE SCHEME IS NOT YET IN
      *    FORCE, EVERY NUMBER PASSES.
      *-----------------------------------------------------------------
           MOVE 'VAL ' TO WS-CD-FUNCTION
           MOVE WADJ-CUSTOMER-ID OF WS-ADJ-WORK TO WS-CD-CUSTOMER-ID
           CALL 'CHKDIGIT' USING WS-CHKDIGIT-PARM
           IF WS-CD-RC NOT = ZERO
               DISPLAY "FWDAMNT: CHECK DIGIT FAILS ON "
                   WADJ-CUSTOMER-ID OF WS-ADJ-WORK " FOR "
                   WS-CARD-REF " - CARD REJECTED"
               MOVE 'N' TO WS-EDITS-SW
           END-IF
           .

       2400-EDIT-AMENDMENT SECTION.
      *-----------------------------------------------------------------
      *    EACH FIELD THE CARD GIVES REPLACES THE ONE ON FILE; A
      *    BLANK OR ZERO FIELD KEEPS IT.
      *-----------------------------------------------------------------
           IF FTR-DUE-DATE = SPACES
               MOVE FWD-DUE-DATE TO WS-NEW-DUE-DATE
           ELSE
               MOVE FTR-DUE-DATE TO WS-NEW-DUE-DATE
           END-IF

           IF WADJ-CUSTOMER-ID OF WS-CARD-ADJ NUMERIC
              AND WADJ-CUSTOMER-ID OF WS-CARD-ADJ NOT = ZERO
              AND WADJ-CUSTOMER-ID OF WS-CARD-ADJ
                  NOT = WADJ-CUSTOMER-ID OF WS-ADJ-WORK
               DISPLAY "FWDAMNT: " WS-CARD-REF
                   " IS FOR ANOTHER CUSTOMER - CANCEL AND LODGE "
                   "AGAIN - CARD REJECTED"
               MOVE 'N' TO WS-EDITS-SW
           END-IF

           IF EDITS-OK
               IF WADJ-WALLET-NO OF WS-CARD-ADJ NUMERIC
                  AND WADJ-WALLET-NO OF WS-CARD-ADJ NOT = ZERO
                   MOVE WADJ-WALLET-NO OF WS-CARD-ADJ
                     TO WADJ-WALLET-NO OF WS-ADJ-WORK
               END-IF
               IF WADJ-FIRST-NAME OF WS-CARD-ADJ NOT = SPACES
                   MOVE WADJ-FIRST-NAME OF WS-CARD-ADJ
                     TO WADJ-FIRST-NAME OF WS-ADJ-WORK
               END-IF
               IF WADJ-LAST-NAME OF WS-CARD-ADJ NOT = SPACES
                   MOVE WADJ-LAST-NAME OF WS-CARD-ADJ
                     TO WADJ-LAST-NAME OF WS-ADJ-WORK
               END-IF
               IF WADJ-SUPV-USERNO OF WS-CARD-ADJ NUMERIC
                  AND WADJ-SUPV-USERNO OF WS-CARD-ADJ NOT = ZERO
                   MOVE WADJ-SUPV-USERNO OF WS-CARD-ADJ
                     TO WADJ-SUPV-USERNO OF WS-ADJ-WORK
               END-IF
               IF WADJ-VALUE-DATE OF WS-CARD-ADJ NOT = SPACES
                   MOVE WADJ-VALUE-DATE OF WS-CARD-ADJ
                     TO WADJ-VALUE-DATE OF WS-ADJ-WORK
               END-IF
               IF WADJ-GRDN-CONSENT OF WS-CARD-ADJ NUMERIC
                  AND WADJ-GRDN-CONSENT OF WS-CARD-ADJ NOT = ZERO
                   MOVE WADJ-GRDN-CONSENT OF WS-CARD-ADJ
                     TO WADJ-GRDN-CONSENT OF WS-ADJ-WORK
               END-IF
           END-IF

           IF EDITS-OK
               AND WADJ-ADJ-TYPE OF WS-CARD-ADJ NOT = SPACE
               IF WADJ-ADJ-TYPE OF WS-CARD-ADJ NOT = 'R'
                  AND WADJ-ADJ-TYPE OF WS-CARD-ADJ NOT = 'A'
                  AND WADJ-ADJ-TYPE OF WS-CARD-ADJ NOT = 'S'
                  AND WADJ-ADJ-TYPE OF WS-CARD-ADJ NOT = 'P'
                   DISPLAY "FWDAMNT: TYPE FOR " WS-CARD-REF
                       " IS NOT R, A, S OR P - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               ELSE
                   MOVE WADJ-ADJ-TYPE OF WS-CARD-ADJ
                     TO WADJ-ADJ-TYPE OF WS-ADJ-WORK
               END-IF
           END-IF

           IF EDITS-OK
               IF WADJ-AMOUNT OF WS-CARD-ADJ NUMERIC
                  AND WADJ-AMOUNT OF WS-CARD-ADJ NOT = ZERO
                   MOVE WADJ-AMOUNT OF WS-CARD-ADJ
                     TO WADJ-AMOUNT OF WS-ADJ-WORK
               END-IF
               PERFORM 2450-EDIT-AMOUNT
           END-IF
           .

       2450-EDIT-AMOUNT SECTION.
      *-----------------------------------------------------------------
      *    A REPLACE MAY SET THE WALLET TO ZERO; AN ADD, SUBTRACT OR
      *    PERCENT OF ZERO MOVES NOTHING AND IS REFUSED.
      *-----------------------------------------------------------------
           IF WADJ-AMOUNT OF WS-ADJ-WORK NOT NUMERIC
               DISPLAY "FWDAMNT: AMOUNT FOR " WS-CARD-REF
                   " IS NOT NUMERIC - CARD REJECTED"
               MOVE 'N' TO WS-EDITS-SW
           ELSE
               IF WADJ-AMOUNT OF WS-ADJ-WORK = ZERO
                  AND NOT WADJ-TYPE-REPLACE OF WS-ADJ-WORK
                   DISPLAY "FWDAMNT: AMOUNT FOR " WS-CARD-REF
                       " IS ZERO - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF
           .

       2500-LODGE-ITEM SECTION.
      *-----------------------------------------------------------------
           IF WS-FWD-COUNT NOT LESS THAN WS-FWD-MAX
               DISPLAY "FWDAMNT: WAREHOUSE TABLE FULL - "
                   WS-CARD-REF " NOT STORED"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               ADD 1 TO WS-FWD-COUNT
               MOVE WS-FWD-COUNT TO WS-FOUND-IX
               MOVE WS-CARD-REF TO FWD-ADJ-REF
               MOVE SPACES TO WS-OLD-DUE-DATE
               SET FWD-PENDING TO TRUE
               MOVE SPACES TO FWD-RELEASED-DATE
               MOVE FTR-USERNO TO FWD-LODGED-BY
               MOVE WS-EFFECTIVE-DATE TO FWD-LODGED-DATE
               PERFORM 2900-STORE-ITEM
           END-IF
           .

       2600-AMEND-ITEM SECTION.
      *-----------------------------------------------------------------
           PERFORM 2900-STORE-ITEM
           .

       2700-CANCEL-ITEM SECTION.
      *-----------------------------------------------------------------
           MOVE 'Y' TO WS-FT-DELETED-SW (WS-FOUND-IX)
           MOVE SPACES TO WS-NEW-DUE-DATE
           MOVE ZERO TO WADJ-AMOUNT OF WS-ADJ-WORK
           PERFORM 3000-WRITE-AUDIT-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           .

       2800-EDIT-DATES SECTION.
      *-----------------------------------------------------------------
      *    THE DUE DATE MUST BE A REAL DATE AFTER THE EFFECTIVE
      *    DATE - AN ADJUSTMENT DUE TODAY IS KEYED TO WALADJ, NOT
      *    WAREHOUSED. A VALUE DATE, IF GIVEN, MAY NOT BE AFTER THE
      *    DUE DATE: THE APPLY REFUSES ONE LATER THAN THE DAY IT
      *    POSTS.
      *-----------------------------------------------------------------
           MOVE 'VAL ' TO WS-DU-FUNCTION
           MOVE WS-NEW-DUE-DATE TO WS-DU-INPUT-DATE
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           EVALUATE TRUE
               WHEN NOT WS-DU-OK
                   DISPLAY "FWDAMNT: DUE DATE '" WS-NEW-DUE-DATE
                       "' FOR " WS-CARD-REF
                       " IS NOT A VALID DATE - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               WHEN WS-NEW-DUE-DATE NOT > WS-EFFECTIVE-DATE
                   DISPLAY "FWDAMNT: DUE DATE " WS-NEW-DUE-DATE
                       " FOR " WS-CARD-REF
                       " IS NOT AFTER THE EFFECTIVE DATE - CARD "
                       "REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
           END-EVALUATE

           IF EDITS-OK
               AND WADJ-VALUE-DATE OF WS-ADJ-WORK NOT = SPACES
               MOVE 'VAL ' TO WS-DU-FUNCTION
               MOVE WADJ-VALUE-DATE OF WS-ADJ-WORK
                 TO WS-DU-INPUT-DATE
               CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
               IF NOT WS-DU-OK
                  OR WADJ-VALUE-DATE OF WS-ADJ-WORK
                     > WS-NEW-DUE-DATE
                   DISPLAY "FWDAMNT: VALUE DATE FOR " WS-CARD-REF
                       " IS NOT A DATE ON OR BEFORE THE DUE DATE - "
                       "CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF
           .

       2900-STORE-ITEM SECTION.
      *-----------------------------------------------------------------
           MOVE WS-NEW-DUE-DATE TO FWD-DUE-DATE
           MOVE FTR-USERNO TO FWD-CHANGED-BY
           MOVE WS-EFFECTIVE-DATE TO FWD-LAST-CHANGE
           MOVE WS-ADJ-WORK TO FWD-ADJ-IMAGE
           MOVE WS-FWD-WORK TO WS-FT-RECORD (WS-FOUND-IX)
           MOVE 'N' TO WS-FT-DELETED-SW (WS-FOUND-IX)
           PERFORM 3000-WRITE-AUDIT-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           .

       3000-WRITE-AUDIT-RECORD SECTION.
      *-----------------------------------------------------------------
           MOVE WS-EFFECTIVE-DATE TO FAU-DATE
           MOVE WS-CARD-REF TO FAU-ADJ-REF
           MOVE FTR-ACTION TO FAU-ACTION
           MOVE FTR-USERNO TO FAU-USERNO
           MOVE WADJ-CUSTOMER-ID OF WS-ADJ-WORK TO FAU-CUSTOMER-ID
           MOVE WADJ-WALLET-NO OF WS-ADJ-WORK TO FAU-WALLET-NO
           MOVE WS-OLD-DUE-DATE TO FAU-OLD-DUE-DATE
           MOVE WS-NEW-DUE-DATE TO FAU-NEW-DUE-DATE
           MOVE WS-OLD-AMOUNT TO FAU-OLD-AMOUNT
           MOVE WADJ-AMOUNT OF WS-ADJ-WORK TO FAU-NEW-AMOUNT
           WRITE FWD-AUDIT-RECORD
           .

       4000-REWRITE-WAREHOUSE-FILE SECTION.
      *-----------------------------------------------------------------
           OPEN OUTPUT WAREHOUSE-FILE
           IF NOT FWD-OK
               DISPLAY "FWDAMNT: UNEXPECTED FWDADJ STATUS ON "
                   "REWRITE " WS-FWD-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-FWD-IX FROM 1 BY 1
               UNTIL WS-FWD-IX > WS-FWD-COUNT
               IF NOT WS-FT-DELETED (WS-FWD-IX)
                   MOVE WS-FT-RECORD (WS-FWD-IX) TO WAREHOUSE-RECORD
                   WRITE WAREHOUSE-RECORD
               END-IF
           END-PERFORM
           CLOSE WAREHOUSE-FILE
           .

       5000-LIST-PENDING-ITEMS SECTION.
      *-----------------------------------------------------------------
           PERFORM 1500-LOAD-WAREHOUSE-FILE

           OPEN OUTPUT FWD-REPORT
           IF NOT REPORT-OK
               DISPLAY "FWDAMNT: UNEXPECTED FWDARPT STATUS "
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 5200-PENDING-BY-DUE-DATE

           CLOSE FWD-REPORT

           MOVE WS-PENDING-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "FWDAMNT: ADJUSTMENTS PENDING: "
               WS-COUNT-FORMATTED
           .

       5200-PENDING-BY-DUE-DATE SECTION.
      *-----------------------------------------------------------------
      *    EVERY PENDING ITEM, SORTED INTO DUE-DATE AND REFERENCE
      *    ORDER, WITH A HEADING AND A COUNT FOR EACH DUE DATE.
      *-----------------------------------------------------------------
           MOVE WS-EFFECTIVE-DATE TO WS-PH-DATE
           MOVE WS-PENDING-HEADING TO FWD-REPORT-RECORD
           WRITE FWD-REPORT-RECORD

           SORT FWD-SORT-FILE
               ON ASCENDING KEY SRT-DUE-DATE SRT-ADJ-REF
               INPUT PROCEDURE 5300-SELECT-PENDING-ITEMS
               OUTPUT PROCEDURE 5500-PRINT-PENDING-ITEMS

           MOVE SPACES TO FWD-REPORT-RECORD
           WRITE FWD-REPORT-RECORD
           MOVE 'ADJUSTMENTS PENDING' TO WS-TL-LABEL
           MOVE WS-PENDING-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO FWD-REPORT-RECORD
           WRITE FWD-REPORT-RECORD
           .

       5300-SELECT-PENDING-ITEMS SECTION.
      *-----------------------------------------------------------------
           PERFORM VARYING WS-FWD-IX FROM 1 BY 1
               UNTIL WS-FWD-IX > WS-FWD-COUNT
               MOVE WS-FT-RECORD (WS-FWD-IX) TO WS-FWD-WORK
               IF FWD-PENDING
                  AND NOT WS-FT-DELETED (WS-FWD-IX)
                   RELEASE FWD-SORT-RECORD FROM WS-FWD-WORK
               END-IF
           END-PERFORM
           .

       5500-PRINT-PENDING-ITEMS SECTION.
      *-----------------------------------------------------------------
      *    A DUE-DATE HEADING ON EVERY CHANGE OF DATE AND A COUNT
      *    LINE TO CLOSE IT.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-SORT-EOF-SW
           MOVE HIGH-VALUES TO WS-DUE-BREAK
           RETURN FWD-SORT-FILE INTO WS-FWD-WORK
               AT END
                   SET SORTED-EOF TO TRUE
           END-RETURN
           PERFORM WITH TEST BEFORE UNTIL SORTED-EOF
               IF FWD-DUE-DATE NOT = WS-DUE-BREAK
                   PERFORM 5700-CLOSE-DUE-DATE
                   MOVE FWD-DUE-DATE TO WS-DUE-BREAK
                   MOVE FWD-DUE-DATE TO WS-DH-DUE-DATE
                   MOVE WS-DUE-HEADING TO FWD-REPORT-RECORD
                   WRITE FWD-REPORT-RECORD
               END-IF
               ADD 1 TO WS-PENDING-COUNT
               ADD 1 TO WS-DATE-PENDING-COUNT
               MOVE SPACES TO WS-IL-FLAG
               PERFORM 5600-PRINT-ONE-ITEM
               RETURN FWD-SORT-FILE INTO WS-FWD-WORK
                   AT END
                       SET SORTED-EOF TO TRUE
               END-RETURN
           END-PERFORM
           PERFORM 5700-CLOSE-DUE-DATE
           .

       5600-PRINT-ONE-ITEM SECTION.
      *-----------------------------------------------------------------
      *    WS-FWD-WORK HOLDS THE ITEM; WS-IL-FLAG IS SET BY THE
      *    CALLER.
      *-----------------------------------------------------------------
           MOVE FWD-ADJ-IMAGE TO WS-ADJ-WORK
           MOVE FWD-ADJ-REF TO WS-IL-ADJ-REF
           MOVE WADJ-CUSTOMER-ID OF WS-ADJ-WORK TO WS-IL-CUSTOMER
           MOVE WADJ-WALLET-NO OF WS-ADJ-WORK TO WS-IL-WALLET-NO
           MOVE WADJ-ADJ-TYPE OF WS-ADJ-WORK TO WS-IL-ADJ-TYPE
           MOVE WADJ-AMOUNT OF WS-ADJ-WORK TO WS-IL-AMOUNT
           MOVE FWD-DUE-DATE TO WS-IL-DUE-DATE
           MOVE FWD-LODGED-BY TO WS-IL-LODGED-BY
           MOVE WS-ITEM-LINE TO FWD-REPORT-RECORD
           WRITE FWD-REPORT-RECORD
           .

       5700-CLOSE-DUE-DATE SECTION.
      *-----------------------------------------------------------------
           IF WS-DUE-BREAK NOT = HIGH-VALUES
               MOVE WS-DUE-BREAK TO WS-DT-DUE-DATE
               MOVE WS-DATE-PENDING-COUNT TO WS-DT-COUNT
               MOVE WS-DUE-TOTAL-LINE TO FWD-REPORT-RECORD
               WRITE FWD-REPORT-RECORD
           END-IF
           MOVE ZERO TO WS-DATE-PENDING-COUNT
           .

       6000-RELEASE-DUE-ITEMS SECTION.
      *-----------------------------------------------------------------
      *    EVERY PENDING ITEM DUE ON OR BEFORE THE BUSINESS DATE
      *    GOES TO FWDAOUT - ONE DUE ON A WEEKEND OR HOLIDAY, OR ON A
      *    NIGHT THE WINDOW DID NOT RUN, GOES ON THE NEXT WINDOW AND
      *    IS FLAGGED LATE. ITEMS RELEASED TONIGHT ALREADY (A RERUN)
      *    GO AGAIN; ITEMS RELEASED ON AN EARLIER DATE ARE DROPPED.
      *-----------------------------------------------------------------
           PERFORM 1500-LOAD-WAREHOUSE-FILE

           OPEN OUTPUT FWD-OUT-FILE
           IF NOT OUT-OK
               DISPLAY "FWDAMNT: UNEXPECTED FWDAOUT STATUS "
                   WS-OUT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT FWD-REPORT
           IF NOT REPORT-OK
               DISPLAY "FWDAMNT: UNEXPECTED FWDARPT STATUS "
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-EFFECTIVE-DATE TO WS-RH-DATE
           MOVE WS-RELEASE-HEADING TO FWD-REPORT-RECORD
           WRITE FWD-REPORT-RECORD

           PERFORM VARYING WS-FWD-IX FROM 1 BY 1
               UNTIL WS-FWD-IX > WS-FWD-COUNT
               PERFORM 6100-RELEASE-ONE-ITEM
           END-PERFORM
           CLOSE FWD-OUT-FILE

           MOVE SPACES TO FWD-REPORT-RECORD
           WRITE FWD-REPORT-RECORD
           MOVE 'ADJUSTMENTS RELEASED' TO WS-TL-LABEL
           MOVE WS-RELEASED-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO FWD-REPORT-RECORD
           WRITE FWD-REPORT-RECORD
           MOVE '  OF WHICH RELEASED LATE' TO WS-TL-LABEL
           MOVE WS-LATE-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO FWD-REPORT-RECORD
           WRITE FWD-REPORT-RECORD
           MOVE SPACES TO FWD-REPORT-RECORD
           WRITE FWD-REPORT-RECORD

           PERFORM 4000-REWRITE-WAREHOUSE-FILE
           PERFORM 5200-PENDING-BY-DUE-DATE
           CLOSE FWD-REPORT

           MOVE WS-RELEASED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "FWDAMNT: ADJUSTMENTS RELEASED: "
               WS-COUNT-FORMATTED
           MOVE WS-PENDING-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "FWDAMNT: ADJUSTMENTS STILL PENDING: "
               WS-COUNT-FORMATTED
           MOVE WS-DROPPED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "FWDAMNT: EARLIER RELEASES DROPPED: "
               WS-COUNT-FORMATTED

           PERFORM 9700-WRITE-RUN-LOG
           .

       6100-RELEASE-ONE-ITEM SECTION.
      *-----------------------------------------------------------------
           MOVE WS-FT-RECORD (WS-FWD-IX) TO WS-FWD-WORK
           EVALUATE TRUE
               WHEN FWD-RELEASED
                AND FWD-RELEASED-DATE < WS-EFFECTIVE-DATE
                   MOVE 'Y' TO WS-FT-DELETED-SW (WS-FWD-IX)
                   ADD 1 TO WS-DROPPED-COUNT
               WHEN FWD-RELEASED
                AND FWD-RELEASED-DATE = WS-EFFECTIVE-DATE
                   PERFORM 6200-WRITE-RELEASED-ITEM
               WHEN FWD-PENDING
                AND FWD-DUE-DATE NOT > WS-EFFECTIVE-DATE
                   SET FWD-RELEASED TO TRUE
                   MOVE WS-EFFECTIVE-DATE TO FWD-RELEASED-DATE
                   MOVE WS-FWD-WORK TO WS-FT-RECORD (WS-FWD-IX)
                   PERFORM 6200-WRITE-RELEASED-ITEM
           END-EVALUATE
           .

       6200-WRITE-RELEASED-ITEM SECTION.
      *-----------------------------------------------------------------
           ADD 1 TO WS-RELEASED-COUNT
           MOVE FWD-ADJ-IMAGE TO FWD-OUT-RECORD
           WRITE FWD-OUT-RECORD
           IF FWD-DUE-DATE < WS-EFFECTIVE-DATE
               MOVE 'LATE' TO WS-IL-FLAG
               ADD 1 TO WS-LATE-COUNT
           ELSE
               MOVE SPACES TO WS-IL-FLAG
           END-IF
           PERFORM 5600-PRINT-ONE-ITEM
           .

       9600-RESOLVE-BUSINESS-DATE SECTION.
      *-----------------------------------------------------------------
      *    THE RELEASE RUNS FOR THE WINDOW'S BUSINESS DATE: AN OPEN
      *    DATE IS USED AS-IS, A CLOSED DATE REFUSES THE RUN - THAT
      *    DATE HAS ALREADY BEEN PROCESSED. WITH NO CONTROL FILE AT
      *    ALL THE SYSTEM DATE STANDS IN, WITH A NOTE.
      *-----------------------------------------------------------------
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE TRUE
               WHEN BUSDATE-OK
                   READ BUSINESS-DATE-FILE
                   IF BUSDATE-OK
                       IF BD-IS-CLOSED
                           DISPLAY "FWDAMNT: BUSINESS DATE "
                               BD-BUSINESS-DATE
                               " IS ALREADY CLOSED - REFUSING TO "
                               "RUN IT AGAIN"
                           CLOSE BUSINESS-DATE-FILE
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE BD-BUSINESS-DATE TO WS-EFFECTIVE-DATE
                   END-IF
                   CLOSE BUSINESS-DATE-FILE
               WHEN BUSDATE-NOT-FOUND
                   DISPLAY "FWDAMNT: NO BUSDATE CONTROL FILE - "
                       "USING THE SYSTEM DATE"
                   ACCEPT WS-RUN-DATE-RAW8 FROM DATE YYYYMMDD
                   MOVE WS-RUN-DATE-RAW8 (1:4)
                     TO WS-EFFECTIVE-DATE (1:4)
                   MOVE '-' TO WS-EFFECTIVE-DATE (5:1)
                   MOVE WS-RUN-DATE-RAW8 (5:2)
                     TO WS-EFFECTIVE-DATE (6:2)
                   MOVE '-' TO WS-EFFECTIVE-DATE (8:1)
                   MOVE WS-RUN-DATE-RAW8 (7:2)
                     TO WS-EFFECTIVE-DATE (9:2)
               WHEN OTHER
                   DISPLAY "FWDAMNT: UNEXPECTED BUSDATE STATUS "
                       WS-BUSDATE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       9700-WRITE-RUN-LOG SECTION.
      *-----------------------------------------------------------------
      *    APPEND THE RELEASE'S STANDARD RECORD TO THE SHARED RUN
      *    LOG - ITEMS ON FILE IN, ITEMS RELEASED OUT.
      *-----------------------------------------------------------------
           MOVE 'FWDAMNT' TO RUN-PROGRAM
           MOVE WS-EFFECTIVE-DATE TO RUN-BUS-DATE
           MOVE WS-RUN-START-TIME TO RUN-START-TIME
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO RUN-END-TIME (1:2)
           MOVE ':'                   TO RUN-END-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO RUN-END-TIME (4:2)
           MOVE ':'                   TO RUN-END-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO RUN-END-TIME (7:2)
           MOVE WS-FWD-COUNT TO RUN-RECS-IN
           MOVE WS-RELEASED-COUNT TO RUN-RECS-OUT
           MOVE ZERO TO RUN-RECS-REJECTED
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUNLOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUNLOG-OK
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY "FWDAMNT: RUN LOG UNAVAILABLE - STATUS "
                   WS-RUNLOG-STATUS
           END-IF
           .
