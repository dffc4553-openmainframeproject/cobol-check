      *****************************************************************
      * TRANSMISSION ACKNOWLEDGEMENT RECORD - THE XMITACKF FILE THE
      * RECEIVING SYSTEM RETURNS. ONE RECORD PER FILE IT PICKED UP,
      * CARRYING THE DATASET NAME AND BUSINESS DATE FROM OUR
      * MANIFEST (XMITMREC) AND THE RECORD COUNT, CONTROL TOTAL AND
      * KEY HASH THE RECEIVER COUNTED ON ITS SIDE, WORKED THE SAME
      * WAY. XMITACK MATCHES THESE AGAINST THE MANIFEST.
      *****************************************************************
           05  XMA-DATASET         PIC X(44).
           05  XMA-BUS-DATE        PIC X(10).
      *    A ACCEPTED, R REJECTED BY THE RECEIVER.
           05  XMA-STATUS          PIC X(1).
               88  XMA-ACCEPTED        VALUE 'A'.
               88  XMA-REJECTED        VALUE 'R'.
           05  XMA-RECORD-COUNT    PIC 9(9).
           05  XMA-CONTROL-TOTAL   PIC 9(13)V99.
           05  XMA-KEY-HASH        PIC 9(15).
           05  XMA-RECEIVED-DATE   PIC X(10).
           05  XMA-RECEIVED-TIME   PIC X(8).
           05  FILLER              PIC X(8).
