   05 VENDOR-KEY PIC X(10).
   05 VENDOR-NAME PIC X(30).
   05 VENDOR-PHONE PIC X(10).
   05 VENDOR-TERMS-DAYS PIC 9(3).
   05 VENDOR-REMIT-TO.
      10 VENDOR-REMIT-NAME PIC X(30).
      10 VENDOR-REMIT-ADDR1 PIC X(30).
      10 VENDOR-REMIT-ADDR2 PIC X(30).
      10 VENDOR-REMIT-CITY PIC X(20).
      10 VENDOR-REMIT-STATE PIC X(2).
      10 VENDOR-REMIT-ZIP PIC X(10).
