   05 TKT-OPERATOR-ID PIC X(4).
   05 TKT-STORE-ID PIC X(3).
   05 TKT-REGISTER-ID PIC X(3).
   05 TKT-CARD-TYPE PIC X.
   05 TKT-AUTH-REF PIC X(12).
   05 TKT-VOID-FLAG PIC X.
   05 TKT-VOID-OPERATOR PIC X(4).
   05 TKT-VOID-TIME PIC X(8).
   05 TKT-ORDER-NO PIC X(12).
