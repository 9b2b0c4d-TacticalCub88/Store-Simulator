01 ITEM-CHANGE-RECORD.
   05 CHG-KEY.
      10 CHG-STORE-ID PIC X(3).
      10 CHG-BOOK-NO PIC 9(6).
      10 CHG-INV-KEY PIC X(10).
   05 CHG-ACTION PIC X.
   05 CHG-DESC PIC X(30).
   05 CHG-UNIT-PRICE PIC 9(5)V99.
   05 CHG-VENDOR-KEY PIC X(10).
   05 CHG-TAXABLE-FLAG PIC X.
   05 CHG-TAX-CATEGORY PIC X(2).
   05 CHG-BOOK-DATE PIC X(8).
   05 CHG-RECORD-COUNT PIC 9(7).
