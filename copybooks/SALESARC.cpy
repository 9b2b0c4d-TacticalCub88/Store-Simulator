   05 SALESARC-STORE-ID PIC X(3).
   05 SALESARC-REGISTER-ID PIC X(3).
   05 SALESARC-PROMO-FLAG PIC X.
   05 SALESARC-UNIT-COST PIC 9(5)V99.
   05 SALESARC-VOID-FLAG PIC X.
