      * THE MOVEMENT BEING BACKED OUT, CARRIED THROUGH TO
      * TEXE2HIST'S REV_ADJ_REF.
           05  WADJ-REV-REF        PIC X(12).
      * THE DATE THE MOVEMENT SHOULD HAVE TAKEN EFFECT, YYYY-MM-DD -
      * NEVER LATER THAN THE BUSINESS DATE THE APPLY RUNS FOR. BLANK
      * MEANS THE DAY IT POSTS. AN EARLIER DATE ON A POSTED
      * ADJUSTMENT GOES TO VALDADJ, AND INTCORR CORRECTS THE
      * INTEREST THE WALLET MISSED SINCE.
           05  WADJ-VALUE-DATE     PIC X(10).
      * ON A DEBIT FROM A MINOR'S WALLET: THE CUSTOMER NUMBER OF THE
      * GUARDIAN WHO CONSENTED TO IT, WHICH MUST BE THE ACTIVE
      * GUARDIAN ON TEXGRD OR THE DEBIT IS REFUSED. ZERO MEANS NO
      * CONSENT WAS GIVEN, AS ON ANY ADJUSTMENT TO AN ADULT'S WALLET.
           05  WADJ-GRDN-CONSENT   PIC 9(9).
