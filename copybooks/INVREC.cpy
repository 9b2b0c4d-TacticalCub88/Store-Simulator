   05 INV-VENDOR-KEY PIC X(10).
   05 INV-TAXABLE-FLAG PIC X.
   05 INV-TAX-CATEGORY PIC X(2).
   05 INV-DISCONTINUED-FLAG PIC X.
