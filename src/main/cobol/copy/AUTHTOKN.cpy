      *****************************************************************
      * DUAL-CONTROL AUTHORISATION TOKEN - THE AUTHTOKN REGISTER. ONE
      * RECORD PER TOKEN AN APPROVE-AUTHORITY USER RAISES THROUGH
      * AUTHMNT, MARKED USED BY AUTHCHK WHEN THE DESTRUCTIVE OR
      * OVERRIDE UTILITY IT NAMES PRESENTS IT. A TOKEN IS GOOD FOR
      * ONE RUN OF ONE PROGRAM, ON ITS OWN BUSINESS DATE ONLY, WITHIN
      * ITS SCOPE, AND ONLY FOR A SUBMITTER OTHER THAN ITS RAISER.
      *****************************************************************
      *    THE BUSINESS DATE'S DIGITS AND A SEQUENCE WITHIN THE DATE,
      *    E.G. 202610150003.
           05  ATK-TOKEN-ID        PIC X(12).
           05  ATK-PROGRAM         PIC X(08).
           05  ATK-BUS-DATE        PIC X(10).
      *    WHAT THE RUN MAY TOUCH, IN THE FORM THE UTILITY STATES IT -
      *    SEE AUTHMNT.
           05  ATK-SCOPE           PIC X(20).
           05  ATK-RAISED-BY       PIC 9(03).
      *    'O' OPEN, 'U' USED.
           05  ATK-STATUS          PIC X(01).
               88  ATK-OPEN            VALUE 'O'.
               88  ATK-USED            VALUE 'U'.
      *    THE SUBMITTER WHO PRESENTED IT AND WHEN; ZERO AND SPACES
      *    WHILE OPEN.
           05  ATK-USED-BY         PIC 9(03).
           05  ATK-USED-DATE       PIC X(10).
           05  ATK-USED-TIME       PIC X(08).
           05  FILLER              PIC X(05).
