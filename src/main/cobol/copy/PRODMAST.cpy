      *****************************************************************
      * WALLET PRODUCT RECORD - THE PRODMAST FILE, MAINTAINED BY
      * PRODMNT AND RESOLVED BY PRODLOOK. ONE RECORD PER PRODUCT THE
      * BANK SELLS (A SAVINGS WALLET, A SPENDING WALLET); EACH TEXE2
      * WALLET CARRIES ITS PRODUCT CODE, ASSIGNED BY WALPRMNT, AND
      * THE ACCRUAL, FEE, DORMANCY AND DEBIT RUNS TAKE THE WALLET'S
      * TERMS FROM HERE:
      *    WALINT   - PRD-MONTHLY-RATE, AND NOTHING ACCRUES ON A
      *               BALANCE BELOW PRD-MIN-BALANCE.
      *    WALFEE   - ONLY THE FEESCHED FEES NAMED IN PRD-FEE-CODE
      *               ARE CHARGED; NONE NAMED, NO FEES.
      *    WALDORM  - PRD-DORMANT-MONTHS; ZERO TAKES THE RUN'S CARD.
      *    WALADJPG, WALXFER, WALPAYOT - PRD-OVERDRAFT-SW 'N' FLOORS
      *               THE WALLET AT ZERO WHATEVER OVDRLIM HOLDS.
      *    WALDINT  - PRD-OVERDRAFT-SW 'N' CHARGES EVERY OVERDRAWN
      *               DAY AT THE BEYOND-THE-LINE DEBIT RATE.
      * A WALLET WITH A BLANK PRODUCT CODE, OR ONE NOT ON THIS FILE,
      * KEEPS THE HOUSE TERMS - INTPARM, THE WHOLE FEESCHED, THE
      * WALDORM CARD AND ITS OVDRLIM LINE.
      *****************************************************************
           05  PRD-PRODUCT-CODE    PIC X(4).
           05  PRD-DESCRIPTION     PIC X(20).
      *    MONTHLY ACCRUAL RATE, PERCENT - AS PARM-MONTHLY-RATE ON
      *    INTPARM.
           05  PRD-MONTHLY-RATE    PIC 9(3)V9(6).
           05  PRD-FEE-CODES.
               10  PRD-FEE-CODE    PIC X(4) OCCURS 4 TIMES.
           05  PRD-MIN-BALANCE     PIC 9(8)V99.
           05  PRD-DORMANT-MONTHS  PIC 9(4).
           05  PRD-OVERDRAFT-SW    PIC X(1).
               88  PRD-OVERDRAFT-ALLOWED  VALUE 'Y'.
               88  PRD-NO-OVERDRAFT       VALUE 'N'.
           05  FILLER              PIC X(16).
