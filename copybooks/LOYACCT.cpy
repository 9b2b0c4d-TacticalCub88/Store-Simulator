01 LOYACCT-RECORD.
   05 LOY-CUST-KEY PIC X(10).
   05 LOY-POINTS-BALANCE PIC 9(9).
   05 LOY-EXPIRY-DATE PIC X(8).
   05 LOY-ENROLL-DATE PIC X(8).
   05 LOY-LAST-DATE PIC X(8).
   05 LOY-EARNED-TOTAL PIC 9(9).
   05 LOY-REDEEMED-TOTAL PIC 9(9).
