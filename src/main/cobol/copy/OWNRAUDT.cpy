      *****************************************************************
      * JOINT-OWNERSHIP AUDIT RECORD - THE OWNRAUDT FILE. ONE RECORD
      * PER TEXOWN ROW ADDED, CHANGED OR REMOVED, WHETHER BY
      * OWNRMNT'S CARDS OR AS THE SIDE EFFECT OF A CLOSE (TEXMMNT),
      * A MERGE (CUSTMERG) OR A PURGE (CUSTPURG) - WHO OWNED WHICH
      * WALLET, BEFORE AND AFTER, AND WHICH PROGRAM MOVED IT.
      *****************************************************************
           05  OAU-DATE            PIC X(10).
           05  OAU-USERNO          PIC 9(03).
      *    'A' ADDED, 'C' ROLE OR SHARE CHANGED, 'D' REMOVED BY CARD;
      *    'T' HOLDING TAKEN OVER ON A CLOSE, 'R' RE-POINTED BY A
      *    MERGE, 'P' REMOVED BY A PURGE.
           05  OAU-ACTION          PIC X(01).
           05  OAU-CUSTOMER-ID     PIC 9(09).
           05  OAU-WALLET-NO       PIC 9(02).
           05  OAU-CO-OWNER-ID     PIC 9(09).
           05  OAU-OLD-ROLE        PIC X(01).
           05  OAU-OLD-SHARE       PIC 9(03)V99.
           05  OAU-NEW-ROLE        PIC X(01).
           05  OAU-NEW-SHARE       PIC 9(03)V99.
      *    FOR A 'T' TAKE-OVER, THE WALLET'S NEW TEXE2 KEY; FOR AN
      *    'R', THE CUSTOMER THE ROW WAS RE-POINTED TO. ZERO
      *    OTHERWISE.
           05  OAU-NEW-CUSTOMER-ID PIC 9(09).
           05  OAU-NEW-WALLET-NO   PIC 9(02).
           05  OAU-PGM-NAME        PIC X(08).
