      *****************************************************************
      * POSTAL REFERENCE RECORD - THE POSTREF FILE, LOADED FROM THE
      * POSTAL AUTHORITY'S REFERENCE AND READ BY POSTLOOK. THREE
      * RECORD TYPES SHARE THE ONE LAYOUT:
      *    'P' - A POSTAL CODE, WITH THE CITY AND REGION IT BELONGS
      *          TO. AN ADDRESS IS VALID WHEN ITS CODE IS HERE AND
      *          ITS CITY AND REGION AGREE WITH IT.
      *    'C' - A RECOGNISED SPELLING OF A CITY AND THE REFERENCE
      *          FORM IT IS STANDARDISED TO ('ST. LOUIS' TO
      *          'SAINT LOUIS').
      *    'S' - A RECOGNISED SPELLING OF A WORD IN A STREET AND ITS
      *          REFERENCE FORM ('RD' TO 'ROAD', 'AVE.' TO 'AVENUE').
      *****************************************************************
           05  PRF-TYPE            PIC X(1).
               88  PRF-POSTAL-CODE-REC    VALUE 'P'.
               88  PRF-CITY-SPELLING      VALUE 'C'.
               88  PRF-STREET-SPELLING    VALUE 'S'.
           05  PRF-POSTAL-DATA.
               10  PRF-POSTAL-CODE PIC X(10).
               10  PRF-CITY        PIC X(20).
               10  PRF-REGION      PIC X(3).
               10  FILLER          PIC X(46).
           05  PRF-SPELLING-DATA REDEFINES PRF-POSTAL-DATA.
               10  PRF-VARIANT     PIC X(20).
               10  PRF-STANDARD    PIC X(20).
               10  FILLER          PIC X(39).
