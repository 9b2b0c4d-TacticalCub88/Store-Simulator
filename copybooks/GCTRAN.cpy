   05 GCTRAN-OPERATOR-ID PIC X(4).
   05 GCTRAN-STORE-ID PIC X(3).
   05 GCTRAN-REGISTER-ID PIC X(3).
   05 GCTRAN-TICKET-NO PIC X(12).
