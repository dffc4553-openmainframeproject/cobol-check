      *****************************************************************
      * OUTBOUND BANK PAYMENT FILE RECORD - ONE BATCH PER FILE: A
      * 'H' BATCH HEADER, THE 'D' ENTRIES, AND A 'T' TRAILER CARRYING
      * THE ENTRY COUNT AND TOTAL THE BANK PROVES THE BATCH AGAINST.
      * PAYEEMNT WRITES ZERO-VALUE PRE-NOTE BATCHES (TYPE 'PRN',
      * ENTRY TYPE 'N') AND THE PAYOUT RUN WRITES CREDIT BATCHES
      * (TYPE 'PAY', ENTRY TYPE 'C'). THE ENTRY REFERENCE IS WHAT
      * THE BANK QUOTES BACK ON THE BANKRET RETURN FILE.
      *****************************************************************
           05  BP-RECORD-TYPE      PIC X(1).
               88  BP-HEADER           VALUE 'H'.
               88  BP-DETAIL           VALUE 'D'.
               88  BP-TRAILER          VALUE 'T'.
           05  BP-BODY             PIC X(99).
           05  BP-HEADER-BODY REDEFINES BP-BODY.
               10  BPH-ORIGINATOR-ID   PIC X(10).
               10  BPH-FILE-DATE       PIC X(10).
               10  BPH-BATCH-ID        PIC X(8).
               10  BPH-BATCH-TYPE      PIC X(3).
               10  FILLER              PIC X(68).
           05  BP-DETAIL-BODY REDEFINES BP-BODY.
               10  BPD-ENTRY-TYPE      PIC X(1).
                   88  BPD-PRENOTE         VALUE 'N'.
                   88  BPD-CREDIT          VALUE 'C'.
               10  BPD-SORT-CODE       PIC X(9).
               10  BPD-ACCOUNT-NO      PIC X(17).
               10  BPD-HOLDER-NAME     PIC X(30).
               10  BPD-AMOUNT          PIC 9(8)V99.
               10  BPD-REFERENCE       PIC X(16).
               10  BPD-VALUE-DATE      PIC X(10).
               10  FILLER              PIC X(6).
           05  BP-TRAILER-BODY REDEFINES BP-BODY.
               10  BPT-ENTRY-COUNT     PIC 9(6).
               10  BPT-TOTAL-AMOUNT    PIC 9(10)V99.
               10  FILLER              PIC X(81).
