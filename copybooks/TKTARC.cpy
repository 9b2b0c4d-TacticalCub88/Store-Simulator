   05 TKTA-OPERATOR-ID PIC X(4).
   05 TKTA-STORE-ID PIC X(3).
   05 TKTA-REGISTER-ID PIC X(3).
   05 TKTA-CARD-TYPE PIC X.
   05 TKTA-AUTH-REF PIC X(12).
   05 TKTA-VOID-FLAG PIC X.
   05 TKTA-VOID-OPERATOR PIC X(4).
   05 TKTA-VOID-TIME PIC X(8).
   05 TKTA-ORDER-NO PIC X(12).
