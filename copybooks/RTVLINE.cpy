01 RTV-LINE-RECORD.
   05 RTVL-KEY.
      10 RTVL-VENDOR-KEY PIC X(10).
      10 RTVL-RTV-NO PIC X(12).
      10 RTVL-INV-KEY PIC X(10).
   05 RTVL-DATE PIC X(8).
   05 RTVL-QTY PIC 9(5).
   05 RTVL-UNIT-COST PIC 9(5)V99.
   05 RTVL-REASON PIC X.
   05 RTVL-OPERATOR-ID PIC X(4).
   05 RTVL-STORE-ID PIC X(3).
