      *****************************************************************
      * CARRIER ZONE RULE RECORD - THE CARRZONE FILE, LOADED FROM THE
      * CARRIER'S BULK-MAIL ZONE SCHEDULE AND READ BY MAILSORT. ONE
      * RECORD PER ZONE: THE RANGE OF POSTAL CODES THE ZONE COVERS,
      * HOW MANY PIECES THE CARRIER TAKES IN ONE TRAY, AND THE FEWEST
      * PIECES THE ZONE MUST HAVE TO BE LODGED AT THE PRESORT RATE.
      * A POSTAL CODE IN NO ZONE IS NOT USABLE FOR PRESORT.
      *****************************************************************
           05  CZN-ZONE            PIC X(4).
           05  CZN-POSTAL-LOW      PIC X(10).
           05  CZN-POSTAL-HIGH     PIC X(10).
      *    ZERO TAKES THE CARRIER'S STANDARD TRAY OF 300 PIECES.
           05  CZN-TRAY-MAX        PIC 9(4).
      *    ZERO MEANS THE ZONE HAS NO MINIMUM.
           05  CZN-MIN-PIECES      PIC 9(4).
           05  CZN-DESCRIPTION     PIC X(30).
           05  FILLER              PIC X(18).
