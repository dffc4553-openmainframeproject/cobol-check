      *****************************************************************
      * WATCH-LIST REFERRAL LINE - ONE PER POTENTIAL HIT, WRITTEN BY
      * CUSTONBD AND TEXMMNT WHEN THEY REFUSE AN ADD OR RENAME AND
      * BY THE WLRSCRN NIGHTLY RESCREEN. THE MATCH TYPE IS THE ONE
      * WLSCREEN RETURNS: 'E' EXACT, 'P' PHONETIC, 'R' PHONETIC WITH
      * FIRST AND LAST NAMES REVERSED.
      *****************************************************************
       01  WS-REFERRAL-LINE.
           05  WS-RF-PROGRAM        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RF-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RF-FIRST-NAME     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RF-LAST-NAME      PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RF-ENTRY-ID       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RF-LIST-SOURCE    PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RF-MATCH-TYPE     PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RF-LISTED-NAME    PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
