01 ITEM-ACK-RECORD.
   05 ACK-STORE-ID PIC X(3).
   05 ACK-BOOK-NO PIC 9(6).
   05 ACK-DATE PIC X(8).
   05 ACK-TIME PIC X(8).
   05 ACK-CHANGES-READ PIC 9(7).
   05 ACK-CHANGES-APPLIED PIC 9(7).
   05 ACK-EXCEPTIONS PIC 9(5).
   05 ACK-STATUS-FLAG PIC X.
