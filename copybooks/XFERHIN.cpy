01 XFER-IN-RECORD.
   05 XFHI-KEY PIC X(15).
   05 XFHI-FROM-STORE PIC X(3).
   05 XFHI-TO-STORE PIC X(3).
   05 XFHI-SHIP-DATE PIC X(8).
   05 XFHI-RECV-DATE PIC X(8).
   05 XFHI-STATUS-FLAG PIC X.
   05 XFHI-DISCREP-FLAG PIC X.
   05 XFHI-SHIP-VALUE PIC 9(9)V99.
   05 XFHI-SHIP-OPERATOR PIC X(4).
   05 XFHI-RECV-OPERATOR PIC X(4).
