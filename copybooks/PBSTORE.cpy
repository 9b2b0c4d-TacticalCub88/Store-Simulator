01 PRICE-BOOK-STORE-RECORD.
   05 PBS-STORE-ID PIC X(3).
   05 PBS-STORE-NAME PIC X(30).
   05 PBS-ACTIVE-FLAG PIC X.
   05 PBS-LAST-BOOK-SENT PIC 9(6).
   05 PBS-LAST-SENT-DATE PIC X(8).
   05 PBS-LAST-BOOK-APPLIED PIC 9(6).
   05 PBS-LAST-APPLIED-DATE PIC X(8).
   05 PBS-LAST-EXCEPTIONS PIC 9(5).
