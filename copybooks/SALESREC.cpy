   05 SALES-STORE-ID PIC X(3).
   05 SALES-REGISTER-ID PIC X(3).
   05 SALES-PROMO-FLAG PIC X.
   05 SALES-UNIT-COST PIC 9(5)V99.
   05 SALES-VOID-FLAG PIC X.
