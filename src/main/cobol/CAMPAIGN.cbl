      * carried through unchanged) plus a selection-counts report.
      * Marketing changes a campaign by changing rule cards, not
      * programs; GREETING then reads NAMEXTRC in place of NAMEXTR.
      *
      * When marketing promised a bonus with the letter, finance used
      * to key the credits by hand once the letters had gone out. A
      * rule card can now carry a reward - a flat amount or a
      * percentage of the customer's balance - under a campaign with
      * a budget and a pay date. On the pay date every customer the
      * rule selects gets a WALLET-ADJ-RECORD on CAMPBONS, which
      * ADJCONSL takes as another channel into the WALADJPG apply,
      * until the campaign's budget would be passed; the customers
      * past it are counted, not paid. The reference is 'CB' + date +
      * sequence, so a rerun regenerates the same references and the
      * apply posts nothing twice. CAMPCOST shows what each campaign
      * paid out against its budget.
      *
      * A rule card can also select on the month-end profitability
      * WALPROF writes to PROFEXTR - the customer's band (loss-making
      * or profitable) and rank within branch - so marketing can aim
      * a retention letter at the branch's best customers, or keep a
      * bonus away from the ones who already cost us money. A
      * customer with no movement in WALPROF's month is on neither
      * band and never inside a rank limit.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-DORMANT-STATUS.
      * WALPROF's month-end profitability extract - a rule can
      * require a band or a rank within branch. No file means no
      * customer has a band or a rank.
           SELECT PROFIT-EXTRACT ASSIGN TO "PROFEXTR"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PROFIT-STATUS.
      * The campaign rules, first match wins. An empty or absent
      * file stamps nothing and the run degrades to a straight
      * copy - GREETING then falls back to its type card, exactly
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
      * The bonus credits generated on a campaign's pay date, in the
      * apply's own layout.
           SELECT BONUS-ADJ-FILE ASSIGN TO "CAMPBONS"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BONUS-STATUS.
           SELECT COST-REPORT ASSIGN TO "CAMPCOST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-COST-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the date a campaign's pay date is compared with
      * and the bonus references are built from.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
      * Shared run-log - one standard record per run, appended by
      * every batch program in the window.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout DB2PROG writes and GREETING reads.
           05  DRM-LAST-MOVE-DATE  PIC X(10).
           05  DRM-MONTHS-INACTIVE PIC 9(4).
           05  DRM-BALANCE         PIC S9(8)V99.
      * Same layout WALPROF writes.
       FD  PROFIT-EXTRACT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PROFIT-EXTRACT-RECORD.
       01  PROFIT-EXTRACT-RECORD.
           COPY PROFEXTR.
       FD  CAMPAIGN-RULES-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 86 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS CAMPAIGN-RULE-RECORD.
       01  CAMPAIGN-RULE-RECORD.
      * 'Y' requires a dormant wallet, 'N' requires none, blank
      * does not care.
           05  RUL-DORMANT         PIC X(1).
      * The campaign the rule pays under - several rules can share
      * one, a tiered reward under one budget.
           05  RUL-CAMPAIGN-ID     PIC X(6).
      * 'F' credits RUL-REWARD-AMOUNT; 'P' credits RUL-REWARD-AMOUNT
      * percent of the customer's total balance. Blank is a letter
      * with no bonus - every rule card written before bonuses.
           05  RUL-REWARD-TYPE     PIC X(1).
               88  RUL-REWARD-NONE     VALUE ' '.
               88  RUL-REWARD-FLAT     VALUE 'F'.
               88  RUL-REWARD-PERCENT  VALUE 'P'.
           05  RUL-REWARD-AMOUNT   PIC 9(8)V99.
      * The most the campaign may pay out; zero is uncapped. Where
      * the rules of one campaign differ, the first rule's stands.
           05  RUL-BUDGET          PIC 9(9)V99.
      * The one business date the campaign's bonuses are generated -
      * after the letters have gone out - so a customer still
      * qualifying the next night is not paid again. Blank never
      * generates. The first rule's date stands for the campaign.
           05  RUL-PAY-DATE        PIC X(10).
      * 'L' requires a loss-making customer on PROFEXTR, 'P' a
      * profitable one; blank does not care.
           05  RUL-PROFIT-BAND     PIC X(1).
      * The customer must rank this high or higher within branch on
      * PROFEXTR; zero or blank is no limit. CCRULCV1 converted the
      * 80-byte rules with both selectors blank.
           05  RUL-RANK-LIMIT      PIC 9(5).
       FD  CODED-EXTRACT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 45 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS SELECTION-REPORT-RECORD.
       01  SELECTION-REPORT-RECORD PIC X(80).
       FD  BONUS-ADJ-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS BONUS-ADJ-RECORD.
       01  BONUS-ADJ-RECORD.
           COPY WALADJ.
       FD  COST-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS COST-REPORT-RECORD.
       01  COST-REPORT-RECORD      PIC X(80).
       FD  BUSINESS-DATE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 11 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS BUSINESS-DATE-RECORD.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE   PIC X(10).
           05  BD-STATUS          PIC X(01).
               88  BD-IS-OPEN     VALUE 'O'.
               88  BD-IS-CLOSED   VALUE 'C'.
       FD  RUN-LOG-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 63 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS RUN-LOG-RECORD.
       01  RUN-LOG-RECORD.
           05  RUN-PROGRAM        PIC X(08).
           05  RUN-BUS-DATE       PIC X(10).
           05  RUN-START-TIME     PIC X(08).
           05  RUN-END-TIME       PIC X(08).
           05  RUN-RECS-IN        PIC 9(9).
           05  RUN-RECS-OUT       PIC 9(9).
           05  RUN-RECS-REJECTED  PIC 9(9).
           05  RUN-RETURN-CODE    PIC 9(2).

       WORKING-STORAGE SECTION.

               88  DORMANT-OK       VALUE '00'.
               88  DORMANT-EOF      VALUE '10'.
               88  DORMANT-NOT-FOUND VALUE '35'.
           05  WS-PROFIT-STATUS     PIC XX.
               88  PROFIT-OK        VALUE '00'.
               88  PROFIT-EOF       VALUE '10'.
               88  PROFIT-NOT-FOUND VALUE '35'.
           05  WS-RULES-STATUS      PIC XX.
               88  RULES-OK         VALUE '00'.
               88  RULES-EOF        VALUE '10'.
               88  CODED-OK         VALUE '00'.
           05  WS-REPORT-STATUS     PIC XX.
               88  REPORT-OK        VALUE '00'.
           05  WS-BONUS-STATUS      PIC XX.
               88  BONUS-OK         VALUE '00'.
           05  WS-COST-STATUS       PIC XX.
               88  COST-OK          VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'CAMPAIGN'.
           05  WS-RULE-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-RULE-MAX          PIC S9(4) COMP VALUE 20.
           05  WS-DORM-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-DORM-MAX          PIC S9(4) COMP VALUE 2000.
           05  WS-DORM-IX           PIC S9(4) COMP.
           05  WS-PROF-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-PROF-MAX          PIC S9(4) COMP VALUE 2000.
           05  WS-PROF-IX           PIC S9(4) COMP.
      * The customer's band and rank off PROFEXTR - a blank band and
      * a zero rank when the customer is not on it.
           05  WS-CUST-BAND         PIC X(01).
           05  WS-CUST-RANK         PIC 9(5).
           05  WS-CUST-BALANCE      PIC S9(11)V99 COMP-3.
           05  WS-DEEDIT-AMOUNT     PIC 9(8)V99.
           05  WS-CUST-DORMANT-SW   PIC X(01).
           05  WS-MATCH-SW          PIC X(01).
               88  RULE-MATCHED     VALUE 'Y'.
           05  WS-STAMPED-CODE      PIC X(01).
           05  WS-MATCHED-IX        PIC S9(4) COMP.
           05  WS-RECORD-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-UNMATCHED-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZ9.
      * No more campaigns than rules, so the campaign table is
      * sized as the rule table is.
           05  WS-CAMP-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-CAMP-IX           PIC S9(4) COMP.
           05  WS-BONUS-AMOUNT      PIC 9(8)V99.
           05  WS-QUALIFIED-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-BONUS-COUNT       PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-BONUS-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CUTOFF-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-GEN-SEQ           PIC 9(4) VALUE ZERO.
           05  WS-RUNLOG-STATUS     PIC XX.
               88  RUNLOG-OK        VALUE '00'.
           05  WS-RUN-START-TIME    PIC X(08).
           05  WS-RUN-TIME-RAW      PIC 9(08).
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK       VALUE '00'.
               88  BUSDATE-NOT-FOUND VALUE '35'.

      * The rules in storage, each with its selection count for the
      * report.
               10  WS-RL-SINCE-LOW    PIC X(10).
               10  WS-RL-SINCE-HIGH   PIC X(10).
               10  WS-RL-DORMANT      PIC X(1).
               10  WS-RL-PROFIT-BAND  PIC X(1).
               10  WS-RL-RANK-LIMIT   PIC 9(5).
               10  WS-RL-COUNT        PIC S9(9) COMP-3.
               10  WS-RL-REWARD-TYPE  PIC X(1).
               10  WS-RL-REWARD-AMT   PIC 9(8)V99.
      *        The rule's entry in the campaign table; zero on a
      *        rule that pays no bonus.
               10  WS-RL-CAMP-IX      PIC S9(4) COMP.

      * One entry per bonus-paying campaign: its budget and pay date
      * from its first rule, and tonight's figures for CAMPCOST.
       01  WS-CAMPAIGN-TABLE.
           05  WS-CAMP-ENTRY OCCURS 20 TIMES.
               10  WS-CP-ID           PIC X(6).
               10  WS-CP-BUDGET       PIC 9(9)V99.
               10  WS-CP-PAY-DATE     PIC X(10).
               10  WS-CP-QUALIFIED    PIC S9(9) COMP-3.
               10  WS-CP-GENERATED    PIC S9(9) COMP-3.
               10  WS-CP-PAID         PIC S9(11)V99 COMP-3.
               10  WS-CP-CUTOFF       PIC S9(9) COMP-3.
               10  WS-CP-EXHAUSTED-SW PIC X(1).
                   88  CAMPAIGN-EXHAUSTED VALUE 'Y'.

      * Per-customer balances summed from the snapshot - one entry
      * per customer, every wallet added in.
       01  WS-DORMANT-TABLE.
           05  WS-DM-CUSTOMER-ID    PIC 9(9) OCCURS 2000 TIMES.

      * Customers on the profitability extract, with their band and
      * rank within branch.
       01  WS-PROFIT-TABLE.
           05  WS-PF-ENTRY OCCURS 2000 TIMES.
               10  WS-PF-CUSTOMER-ID  PIC 9(9).
               10  WS-PF-BAND         PIC X(1).
               10  WS-PF-RANK         PIC 9(5).

       01  WS-REPORT-LINE.
           05  FILLER               PIC X(13) VALUE 'MESSAGE CODE '.
           05  WS-RP-CODE           PIC X(1).
           05  WS-RP-COUNT          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

       01  WS-COST-HEADING-1.
           05  FILLER               PIC X(43)
               VALUE 'CAMPAIGN BONUS COST REPORT - BUSINESS DATE '.
           05  WS-CH1-BUS-DATE      PIC X(10).
           05  FILLER               PIC X(27) VALUE SPACES.
       01  WS-COST-HEADING-2.
           05  FILLER               PIC X(40)
               VALUE 'CAMPGN  PAY DATE   QUALIFIED  BONUSES   '.
           05  FILLER               PIC X(40)
               VALUE '   AMOUNT PAID         BUDGET  CUT OFF  '.
       01  WS-COST-LINE.
           05  WS-CC-ID             PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CC-PAY-DATE       PIC X(10).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-CC-QUALIFIED      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CC-GENERATED      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-CC-PAID           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-CC-BUDGET         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CC-CUTOFF         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.

      * Standard return-code/message-text registry shared with
      * FILECOPY, DB2PROG and BIPM012, so operations sees one
      * consistent set of codes and wording instead of this program's
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'CAMPAIGN'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1200-LOAD-RULES
           PERFORM 1400-LOAD-BALANCES
           PERFORM 1600-LOAD-DORMANT-FLAGS
           PERFORM 1700-LOAD-PROFITABILITY
           PERFORM 2000-CODE-THE-EXTRACT
           PERFORM 7000-WRITE-COST-REPORT
           PERFORM 8000-HOUSEKEEPING
           GOBACK.

       1000-INITIALIZE.
           MOVE ZERO TO RETURN-CODE

           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-START-TIME (1:2)
           MOVE ':'                   TO WS-RUN-START-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-START-TIME (4:2)
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)
           PERFORM 9600-RESOLVE-BUSINESS-DATE

           OPEN INPUT NAME-EXTRACT
           EVALUATE TRUE
              WHEN NAME-EXTR-OK
                  WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT BONUS-ADJ-FILE
           IF NOT BONUS-OK
              DISPLAY 'CAMPAIGN: UNEXPECTED CAMPBONS STATUS '
                  WS-BONUS-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT COST-REPORT
           IF NOT COST-OK
              DISPLAY 'CAMPAIGN: UNEXPECTED CAMPCOST STATUS '
                  WS-COST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       1200-LOAD-RULES.
                      TO WS-RL-SINCE-HIGH (WS-RULE-COUNT)
                    MOVE RUL-DORMANT
                      TO WS-RL-DORMANT (WS-RULE-COUNT)
                    MOVE RUL-PROFIT-BAND
                      TO WS-RL-PROFIT-BAND (WS-RULE-COUNT)
                    IF RUL-RANK-LIMIT NUMERIC
                       MOVE RUL-RANK-LIMIT
                         TO WS-RL-RANK-LIMIT (WS-RULE-COUNT)
                    ELSE
                       MOVE ZERO TO WS-RL-RANK-LIMIT (WS-RULE-COUNT)
                    END-IF
                    MOVE ZERO TO WS-RL-COUNT (WS-RULE-COUNT)
                    MOVE RUL-REWARD-TYPE
                      TO WS-RL-REWARD-TYPE (WS-RULE-COUNT)
                    MOVE RUL-REWARD-AMOUNT
                      TO WS-RL-REWARD-AMT (WS-RULE-COUNT)
                    MOVE ZERO TO WS-RL-CAMP-IX (WS-RULE-COUNT)
                    IF NOT RUL-REWARD-NONE
                       PERFORM 1250-REGISTER-CAMPAIGN
                    END-IF
                    READ CAMPAIGN-RULES-FILE
                 END-PERFORM
                 CLOSE CAMPAIGN-RULES-FILE
                 GOBACK
           END-EVALUATE.

       1250-REGISTER-CAMPAIGN.
      * A reward the edits cannot trust is dropped with a note - the
      * rule still stamps its letter code, it just pays nothing.
           IF (NOT RUL-REWARD-FLAT AND NOT RUL-REWARD-PERCENT)
              OR RUL-REWARD-AMOUNT NOT NUMERIC
              OR RUL-REWARD-AMOUNT = ZERO
              OR RUL-BUDGET NOT NUMERIC
              OR RUL-CAMPAIGN-ID = SPACES
              DISPLAY 'CAMPAIGN: RULE ' WS-RULE-COUNT
                  ' REWARD NOT VALID - LETTER ONLY, NO BONUS'
              MOVE SPACE TO WS-RL-REWARD-TYPE (WS-RULE-COUNT)
           ELSE
              PERFORM VARYING WS-CAMP-IX FROM 1 BY 1
                      UNTIL WS-CAMP-IX > WS-CAMP-COUNT
                         OR WS-CP-ID (WS-CAMP-IX) = RUL-CAMPAIGN-ID
                 CONTINUE
              END-PERFORM
              IF WS-CAMP-IX > WS-CAMP-COUNT
                 ADD 1 TO WS-CAMP-COUNT
                 MOVE RUL-CAMPAIGN-ID TO WS-CP-ID (WS-CAMP-COUNT)
                 MOVE RUL-BUDGET TO WS-CP-BUDGET (WS-CAMP-COUNT)
                 MOVE RUL-PAY-DATE TO WS-CP-PAY-DATE (WS-CAMP-COUNT)
                 MOVE ZERO TO WS-CP-QUALIFIED (WS-CAMP-COUNT)
                 MOVE ZERO TO WS-CP-GENERATED (WS-CAMP-COUNT)
                 MOVE ZERO TO WS-CP-PAID (WS-CAMP-COUNT)
                 MOVE ZERO TO WS-CP-CUTOFF (WS-CAMP-COUNT)
                 MOVE 'N' TO WS-CP-EXHAUSTED-SW (WS-CAMP-COUNT)
                 MOVE WS-CAMP-COUNT TO WS-CAMP-IX
              END-IF
              MOVE WS-CAMP-IX TO WS-RL-CAMP-IX (WS-RULE-COUNT)
           END-IF.

       1400-LOAD-BALANCES.
      * One balance entry per customer, every wallet in the
      * snapshot summed in. The snapshot trailer ends the load.
                 GOBACK
           END-EVALUATE.

       1700-LOAD-PROFITABILITY.
      * The trailer ends the load, as the snapshot's does.
           OPEN INPUT PROFIT-EXTRACT
           EVALUATE TRUE
              WHEN PROFIT-OK
                 READ PROFIT-EXTRACT
                 PERFORM WITH TEST BEFORE
                         UNTIL PROFIT-EOF
                            OR PFX-TRL-ID = 'TRAILER'
                            OR WS-PROF-COUNT
                               NOT LESS THAN WS-PROF-MAX
                    ADD 1 TO WS-PROF-COUNT
                    MOVE PFX-CUSTOMER-ID
                      TO WS-PF-CUSTOMER-ID (WS-PROF-COUNT)
                    MOVE PFX-BAND TO WS-PF-BAND (WS-PROF-COUNT)
                    MOVE PFX-BRANCH-RANK TO WS-PF-RANK (WS-PROF-COUNT)
                    READ PROFIT-EXTRACT
                 END-PERFORM
                 IF NOT PROFIT-EOF
                    AND PFX-TRL-ID NOT = 'TRAILER'
                    DISPLAY 'CAMPAIGN: PROFEXTR HOLDS MORE THAN '
                        WS-PROF-MAX ' CUSTOMERS - EXCESS UNBANDED'
                 END-IF
                 CLOSE PROFIT-EXTRACT
              WHEN PROFIT-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'CAMPAIGN: UNEXPECTED PROFEXTR STATUS '
                     WS-PROFIT-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

       2000-CODE-THE-EXTRACT.
           READ NAME-EXTRACT
           PERFORM WITH TEST BEFORE UNTIL NAME-EXTR-EOF
           END-PERFORM
           IF RULE-MATCHED
              MOVE WS-STAMPED-CODE TO RPT-MESSAGE-CODE
              IF WS-RL-CAMP-IX (WS-MATCHED-IX) NOT = ZERO
                 MOVE WS-RL-CAMP-IX (WS-MATCHED-IX) TO WS-CAMP-IX
                 IF WS-CP-PAY-DATE (WS-CAMP-IX) = WS-RUN-BUS-DATE
                    PERFORM 3500-GENERATE-BONUS
                 END-IF
              END-IF
           ELSE
              ADD 1 TO WS-UNMATCHED-COUNT
           END-IF.
              IF WS-DM-CUSTOMER-ID (WS-DORM-IX) = RPT-CUSTOMER-ID
                 SET CUSTOMER-DORMANT TO TRUE
              END-IF
           END-PERFORM

           MOVE SPACE TO WS-CUST-BAND
           MOVE ZERO TO WS-CUST-RANK
           PERFORM VARYING WS-PROF-IX FROM 1 BY 1
                   UNTIL WS-PROF-IX > WS-PROF-COUNT
              IF WS-PF-CUSTOMER-ID (WS-PROF-IX) = RPT-CUSTOMER-ID
                 MOVE WS-PF-BAND (WS-PROF-IX) TO WS-CUST-BAND
                 MOVE WS-PF-RANK (WS-PROF-IX) TO WS-CUST-RANK
              END-IF
           END-PERFORM.

       3200-TEST-ONE-RULE.
           IF WS-RL-DORMANT (WS-RULE-IX) = 'N'
              AND CUSTOMER-DORMANT
              CONTINUE
           ELSE
           IF WS-RL-PROFIT-BAND (WS-RULE-IX) NOT = SPACE
              AND WS-CUST-BAND NOT = WS-RL-PROFIT-BAND (WS-RULE-IX)
              CONTINUE
           ELSE
           IF WS-RL-RANK-LIMIT (WS-RULE-IX) NOT = ZERO
              AND (WS-CUST-RANK = ZERO
                OR WS-CUST-RANK > WS-RL-RANK-LIMIT (WS-RULE-IX))
              CONTINUE
           ELSE
              SET RULE-MATCHED TO TRUE
              MOVE WS-RULE-IX TO WS-MATCHED-IX
              MOVE WS-RL-CODE (WS-RULE-IX) TO WS-STAMPED-CODE
              ADD 1 TO WS-RL-COUNT (WS-RULE-IX)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       3500-GENERATE-BONUS.
      * The matched rule's bonus, against its campaign's budget. The
      * first bonus that would take the campaign past its budget
      * stops the campaign - that customer and every later one is
      * counted as cut off, not paid - so the extract's order
      * decides who is paid, and a rerun decides it the same way.
      * A percentage of an empty or overdrawn balance pays nothing.
           IF WS-RL-REWARD-TYPE (WS-MATCHED-IX) = 'P'
              IF WS-CUST-BALANCE > ZERO
                 COMPUTE WS-BONUS-AMOUNT ROUNDED =
                     WS-CUST-BALANCE
                     * WS-RL-REWARD-AMT (WS-MATCHED-IX) / 100
              ELSE
                 MOVE ZERO TO WS-BONUS-AMOUNT
              END-IF
           ELSE
              MOVE WS-RL-REWARD-AMT (WS-MATCHED-IX) TO WS-BONUS-AMOUNT
           END-IF
           IF WS-BONUS-AMOUNT > ZERO
              ADD 1 TO WS-CP-QUALIFIED (WS-CAMP-IX)
              EVALUATE TRUE
                 WHEN CAMPAIGN-EXHAUSTED (WS-CAMP-IX)
                    ADD 1 TO WS-CP-CUTOFF (WS-CAMP-IX)
                 WHEN WS-CP-BUDGET (WS-CAMP-IX) NOT = ZERO
                  AND WS-CP-PAID (WS-CAMP-IX) + WS-BONUS-AMOUNT
                      > WS-CP-BUDGET (WS-CAMP-IX)
                    MOVE 'Y' TO WS-CP-EXHAUSTED-SW (WS-CAMP-IX)
                    ADD 1 TO WS-CP-CUTOFF (WS-CAMP-IX)
                    DISPLAY 'CAMPAIGN: BUDGET REACHED FOR CAMPAIGN '
                        WS-CP-ID (WS-CAMP-IX)
                        ' - NO FURTHER BONUSES GENERATED'
      * The reference sequence is four digits - past it the
      * references would repeat, so generation stops instead.
                 WHEN WS-GEN-SEQ NOT LESS THAN 9999
                    MOVE 'Y' TO WS-CP-EXHAUSTED-SW (WS-CAMP-IX)
                    ADD 1 TO WS-CP-CUTOFF (WS-CAMP-IX)
                    DISPLAY 'CAMPAIGN: REFERENCE SEQUENCE FULL - '
                        'CAMPAIGN ' WS-CP-ID (WS-CAMP-IX)
                        ' STOPPED'
                 WHEN OTHER
                    PERFORM 3600-WRITE-BONUS
              END-EVALUATE
           END-IF.

       3600-WRITE-BONUS.
      * 'CB' + YYMMDD + a four-digit sequence, STORDGEN's scheme -
      * the same extract and rules regenerate the same references,
      * so WALADJPG's duplicate-reference protection covers a
      * rerun. The bonus is credited to the customer's first wallet.
           ADD 1 TO WS-GEN-SEQ
           MOVE SPACES TO BONUS-ADJ-RECORD
           MOVE RPT-CUSTOMER-ID TO WADJ-CUSTOMER-ID
           MOVE 01 TO WADJ-WALLET-NO
           MOVE RPT-FIRST-NAME TO WADJ-FIRST-NAME
           MOVE RPT-LAST-NAME TO WADJ-LAST-NAME
           STRING 'CB' WS-RUN-BUS-DATE (3:2)
              WS-RUN-BUS-DATE (6:2) WS-RUN-BUS-DATE (9:2)
              WS-GEN-SEQ
              DELIMITED BY SIZE INTO WADJ-ADJ-REF
           MOVE 'A' TO WADJ-ADJ-TYPE
           MOVE WS-BONUS-AMOUNT TO WADJ-AMOUNT
           MOVE ZERO TO WADJ-SUPV-USERNO
           MOVE SPACES TO WADJ-REV-REF
           MOVE ZERO TO WADJ-GRDN-CONSENT
           WRITE BONUS-ADJ-RECORD
           ADD 1 TO WS-CP-GENERATED (WS-CAMP-IX)
           ADD WS-BONUS-AMOUNT TO WS-CP-PAID (WS-CAMP-IX)
           ADD 1 TO WS-BONUS-COUNT
           ADD WS-BONUS-AMOUNT TO WS-BONUS-TOTAL.

       7000-WRITE-COST-REPORT.
      * One line per bonus-paying campaign - a campaign whose pay
      * date is not tonight shows its date and nothing paid - and a
      * total. Amounts are what went to the apply tonight.
           MOVE WS-RUN-BUS-DATE TO WS-CH1-BUS-DATE
           MOVE WS-COST-HEADING-1 TO COST-REPORT-RECORD
           WRITE COST-REPORT-RECORD
           MOVE SPACES TO COST-REPORT-RECORD
           WRITE COST-REPORT-RECORD
           MOVE WS-COST-HEADING-2 TO COST-REPORT-RECORD
           WRITE COST-REPORT-RECORD

           PERFORM VARYING WS-CAMP-IX FROM 1 BY 1
                   UNTIL WS-CAMP-IX > WS-CAMP-COUNT
              MOVE WS-CP-ID (WS-CAMP-IX) TO WS-CC-ID
              MOVE WS-CP-PAY-DATE (WS-CAMP-IX) TO WS-CC-PAY-DATE
              MOVE WS-CP-QUALIFIED (WS-CAMP-IX) TO WS-CC-QUALIFIED
              MOVE WS-CP-GENERATED (WS-CAMP-IX) TO WS-CC-GENERATED
              MOVE WS-CP-PAID (WS-CAMP-IX) TO WS-CC-PAID
              MOVE WS-CP-BUDGET (WS-CAMP-IX) TO WS-CC-BUDGET
              MOVE WS-CP-CUTOFF (WS-CAMP-IX) TO WS-CC-CUTOFF
              MOVE WS-COST-LINE TO COST-REPORT-RECORD
              WRITE COST-REPORT-RECORD
              ADD WS-CP-QUALIFIED (WS-CAMP-IX) TO WS-QUALIFIED-COUNT
              ADD WS-CP-CUTOFF (WS-CAMP-IX) TO WS-CUTOFF-COUNT
           END-PERFORM

           IF WS-CAMP-COUNT = ZERO
              MOVE 'NO CAMPAIGN RULE CARRIES A BONUS'
                TO COST-REPORT-RECORD
              WRITE COST-REPORT-RECORD
           ELSE
              MOVE SPACES TO WS-COST-LINE
              MOVE 'TOTAL' TO WS-CC-ID
              MOVE WS-QUALIFIED-COUNT TO WS-CC-QUALIFIED
              MOVE WS-BONUS-COUNT TO WS-CC-GENERATED
              MOVE WS-BONUS-TOTAL TO WS-CC-PAID
              MOVE WS-CUTOFF-COUNT TO WS-CC-CUTOFF
              MOVE WS-COST-LINE TO COST-REPORT-RECORD
              WRITE COST-REPORT-RECORD
              MOVE SPACES TO COST-REPORT-RECORD
              WRITE COST-REPORT-RECORD
              MOVE 'A BUDGET OF 0.00 IS UNCAPPED.'
                TO COST-REPORT-RECORD
              WRITE COST-REPORT-RECORD
           END-IF.

       8000-HOUSEKEEPING.
           CLOSE NAME-EXTRACT
           CLOSE CODED-EXTRACT
           CLOSE SELECTION-REPORT
           CLOSE BONUS-ADJ-FILE
           CLOSE COST-REPORT

           MOVE WS-RECORD-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'CAMPAIGN: EXTRACT RECORDS CODED: '
               WS-COUNT-FORMATTED
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'CAMPAIGN: RECORDS WITH NO RULE MATCH: '
               WS-COUNT-FORMATTED
           MOVE WS-BONUS-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'CAMPAIGN: BONUS CREDITS GENERATED: '
               WS-COUNT-FORMATTED
           MOVE WS-CUTOFF-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'CAMPAIGN: BONUSES CUT OFF BY BUDGET: '
               WS-COUNT-FORMATTED

      * Qualifying customers left unpaid is for marketing to see,
      * not a reason to hold the apply.
           IF WS-CUTOFF-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9700-WRITE-RUN-LOG.

       9500-LOOKUP-ERROR-CODE.
      * Look the code up through the shared ERRLOOK routine, which
               DISPLAY 'OPERATOR ACTION: ' WS-EL-ACTION
           END-IF
           .

       9700-WRITE-RUN-LOG.
      * Append this run's standard record to the shared run log -
      * the counts tell the morning line what moved, the return
      * code whether it moved cleanly.
           MOVE 'CAMPAIGN' TO RUN-PROGRAM
           MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE
           MOVE WS-RUN-START-TIME TO RUN-START-TIME
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO RUN-END-TIME (1:2)
           MOVE ':'                   TO RUN-END-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO RUN-END-TIME (4:2)
           MOVE ':'                   TO RUN-END-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO RUN-END-TIME (7:2)
           MOVE WS-RECORD-COUNT TO RUN-RECS-IN
           MOVE WS-BONUS-COUNT TO RUN-RECS-OUT
           MOVE WS-CUTOFF-COUNT TO RUN-RECS-REJECTED
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUNLOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUNLOG-OK
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY 'CAMPAIGN: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9600-RESOLVE-BUSINESS-DATE.
      * The processing date comes from the window's control record:
      * an open date is used as-is, a closed date refuses the run -
      * that business date has already been processed. With no
      * control file at all (an ad-hoc run outside the window) the
      * system date stands in, with a note.
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE TRUE
               WHEN BUSDATE-OK
                   READ BUSINESS-DATE-FILE
                   IF BUSDATE-OK
                       IF BD-IS-CLOSED
                           DISPLAY 'CAMPAIGN: BUSINESS DATE '
                               BD-BUSINESS-DATE
                               ' IS ALREADY CLOSED - REFUSING TO '
                               'RUN IT AGAIN'
                           CLOSE BUSINESS-DATE-FILE
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE BD-BUSINESS-DATE TO WS-RUN-BUS-DATE
                   END-IF
                   CLOSE BUSINESS-DATE-FILE
               WHEN BUSDATE-NOT-FOUND
                   DISPLAY 'CAMPAIGN: NO BUSDATE CONTROL FILE - '
                       'USING THE SYSTEM DATE'
                   ACCEPT WS-RUN-DATE-RAW8 FROM DATE YYYYMMDD
                   MOVE WS-RUN-DATE-RAW8 (1:4)
                     TO WS-RUN-BUS-DATE (1:4)
                   MOVE '-' TO WS-RUN-BUS-DATE (5:1)
                   MOVE WS-RUN-DATE-RAW8 (5:2)
                     TO WS-RUN-BUS-DATE (6:2)
                   MOVE '-' TO WS-RUN-BUS-DATE (8:1)
                   MOVE WS-RUN-DATE-RAW8 (7:2)
                     TO WS-RUN-BUS-DATE (9:2)
               WHEN OTHER
                   DISPLAY 'CAMPAIGN: UNEXPECTED BUSDATE STATUS '
                       WS-BUSDATE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .
