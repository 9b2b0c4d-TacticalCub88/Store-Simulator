01 PRICE-BOOK-RECORD.
   05 PB-BOOK-NO PIC 9(6).
   05 PB-BOOK-DATE PIC X(8).
   05 PB-ITEM-COUNT PIC 9(7).
