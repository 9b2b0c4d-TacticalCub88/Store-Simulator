   05 VINV-STATUS-FLAG PIC X.
   05 VINV-MATCH-FLAG PIC X.
   05 VINV-OPERATOR-ID PIC X(4).
   05 VINV-DOC-TYPE PIC X.
   05 VINV-APPLIED-TO PIC X(12).
   05 VINV-CREDIT-TOTAL PIC 9(7)V99.
   05 VINV-DUE-DATE PIC X(8).
   05 VINV-PAID-FLAG PIC X.
   05 VINV-PAY-HOLD-FLAG PIC X.
   05 VINV-PAID-DATE PIC X(8).
   05 VINV-CHECK-NO PIC 9(6).
   05 VINV-PAY-POSTED-FLAG PIC X.
