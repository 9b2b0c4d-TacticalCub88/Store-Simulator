01 XFER-LINE-IN-RECORD.
   05 XFLI-KEY.
      10 XFLI-XFER-NO PIC X(15).
      10 XFLI-LINE-NO PIC 9(2).
   05 XFLI-INV-KEY PIC X(10).
   05 XFLI-QTY-SHIPPED PIC 9(5).
   05 XFLI-QTY-RECEIVED PIC 9(5).
   05 XFLI-UNIT-COST PIC 9(5)V99.
   05 XFLI-DISCREP-FLAG PIC X.
