01 ITEM-MASTER-RECORD.
   05 ITEM-KEY PIC X(10).
   05 ITEM-DESC PIC X(30).
   05 ITEM-UNIT-PRICE PIC 9(5)V99.
   05 ITEM-VENDOR-KEY PIC X(10).
   05 ITEM-TAXABLE-FLAG PIC X.
   05 ITEM-TAX-CATEGORY PIC X(2).
   05 ITEM-STATUS-FLAG PIC X.
   05 ITEM-PENDING-FLAG PIC X.
   05 ITEM-ADDED-BOOK PIC 9(6).
   05 ITEM-CHANGED-BOOK PIC 9(6).
   05 ITEM-CHANGE-DATE PIC X(8).
