01 LOYTRAN-RECORD.
   05 LOYT-CUST-KEY PIC X(10).
   05 LOYT-DATE PIC X(8).
   05 LOYT-TIME PIC X(8).
   05 LOYT-TYPE PIC X.
   05 LOYT-POINTS PIC 9(9).
   05 LOYT-VALUE PIC 9(7)V99.
   05 LOYT-TICKET-NO PIC X(12).
   05 LOYT-OPERATOR-ID PIC X(4).
   05 LOYT-STORE-ID PIC X(3).
   05 LOYT-REGISTER-ID PIC X(3).
   05 LOYT-EXPIRY-DATE PIC X(8).
