01 SETTLE-RECORD.
   05 SETL-DATE PIC X(8).
   05 SETL-STORE-ID PIC X(3).
   05 SETL-REGISTER-ID PIC X(3).
   05 SETL-TENDER-TYPE PIC X.
   05 SETL-CARD-TYPE PIC X.
   05 SETL-COUNT PIC 9(5).
   05 SETL-AMOUNT PIC 9(9)V99.
