      *****************************************************************
      * CUSTOMER-RANGE PARTITION MANIFEST RECORD - THE PARTMAN FILE
      * WALPPLAN WRITES BEFORE A PARTITIONED MONTH-END RUN. ONE
      * RECORD PER PARTITION, IN PARTITION ORDER, EACH A CARD IMAGE:
      * THE PARTITION NUMBER AND ITS LOW AND HIGH CUSTOMER NUMBER,
      * BLANK-SEPARATED - THE SAME CARD A PARTITION'S WALINT, WALFEE
      * OR WALSTMT STEP IS GIVEN, AND CHECKS AGAINST THIS FILE.
      *
      * THE LAST RECORD IS A CONTROL TRAILER, 'TRAILER' IN THE KEY
      * POSITIONS AS ON MOVEXTR: THE BUSINESS DATE THE PLAN WAS MADE
      * FOR AND THE NUMBER OF PARTITIONS. THE RANGES RUN FROM
      * 000000000 TO 999999999 WITH NO GAP AND NO OVERLAP - WALPPLAN
      * PROVES IT BY READING THE FILE BACK BEFORE IT LETS THE RUN
      * START, AND WALPMRG PROVES IT AGAIN BEFORE IT MERGES.
      *****************************************************************
           05  PTM-DETAIL.
               10  PTM-PARTITION       PIC 9(2).
               10  FILLER              PIC X(1).
               10  PTM-LOW-CUSTOMER    PIC 9(9).
               10  FILLER              PIC X(1).
               10  PTM-HIGH-CUSTOMER   PIC 9(9).
               10  FILLER              PIC X(58).
           05  PTM-TRAILER REDEFINES PTM-DETAIL.
               10  PTM-TRL-ID          PIC X(9).
               10  PTM-TRL-BUS-DATE    PIC X(10).
               10  PTM-TRL-PARTITIONS  PIC 9(2).
               10  FILLER              PIC X(59).
