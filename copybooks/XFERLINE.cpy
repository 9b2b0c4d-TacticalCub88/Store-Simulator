01 XFER-LINE-RECORD.
   05 XFERL-KEY.
      10 XFERL-XFER-NO PIC X(15).
      10 XFERL-LINE-NO PIC 9(2).
   05 XFERL-INV-KEY PIC X(10).
   05 XFERL-QTY-SHIPPED PIC 9(5).
   05 XFERL-QTY-RECEIVED PIC 9(5).
   05 XFERL-UNIT-COST PIC 9(5)V99.
   05 XFERL-DISCREP-FLAG PIC X.
