01 XFER-RECORD.
   05 XFER-KEY PIC X(15).
   05 XFER-FROM-STORE PIC X(3).
   05 XFER-TO-STORE PIC X(3).
   05 XFER-SHIP-DATE PIC X(8).
   05 XFER-RECV-DATE PIC X(8).
   05 XFER-STATUS-FLAG PIC X.
   05 XFER-DISCREP-FLAG PIC X.
   05 XFER-SHIP-VALUE PIC 9(9)V99.
   05 XFER-SHIP-OPERATOR PIC X(4).
   05 XFER-RECV-OPERATOR PIC X(4).
