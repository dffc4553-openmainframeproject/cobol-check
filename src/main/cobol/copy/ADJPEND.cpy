      *****************************************************************
      * BRANCH ADJUSTMENT CAPTURE RECORD - THE ADJPEND VSAM FILE
      * ADJCAPC MAINTAINS ONLINE, KEYED BY PND-CAPTURE-ID. A RECORD IS
      * CAPTURED PENDING BY ONE OPERATOR AND APPROVED OR REJECTED BY
      * ANOTHER; ONLY AN APPROVAL WRITES THE ADJUSTMENT TO THE ADJS
      * STAGING QUEUE ADJCONSL CONSOLIDATES, SO A PENDING OR REJECTED
      * CAPTURE NEVER REACHES THE APPLY. PND-ADJ-IMAGE IS THE WALADJ
      * RECORD AS IT WILL BE STAGED.
      *
      * THE RECORD KEYED ALL ZEROS IS THE CONTROL RECORD - IT HOLDS
      * THE LAST CAPTURE ID HANDED OUT.
      *****************************************************************
           05  PND-CAPTURE-ID      PIC 9(10).
           05  PND-BODY            PIC X(115).
           05  PND-CAPTURE-BODY REDEFINES PND-BODY.
               10  PND-STATUS          PIC X(1).
                   88  PND-PENDING         VALUE 'P'.
                   88  PND-APPROVED        VALUE 'A'.
                   88  PND-REJECTED        VALUE 'X'.
               10  PND-CAPTURED-BY     PIC 9(3).
               10  PND-CAPTURED-DATE   PIC X(10).
               10  PND-DECIDED-BY      PIC 9(3).
               10  PND-DECIDED-DATE    PIC X(10).
               10  PND-ADJ-IMAGE       PIC X(88).
           05  PND-CONTROL-BODY REDEFINES PND-BODY.
               10  PND-LAST-CAPTURE-ID PIC 9(10).
               10  FILLER              PIC X(105).
