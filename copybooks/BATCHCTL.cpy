01 BATCH-CONTROL-RECORD.
   05 BCTL-KEY PIC X(8).
   05 BCTL-MONTH-END-FLAG PIC X.
   05 BCTL-STATUS-FLAG PIC X.
   05 BCTL-LAST-STEP PIC 9(2).
   05 BCTL-FAILED-STEP PIC 9(2).
   05 BCTL-RUN-COUNT PIC 9(3).
   05 BCTL-START-DATE PIC X(8).
   05 BCTL-START-TIME PIC X(8).
   05 BCTL-END-DATE PIC X(8).
   05 BCTL-END-TIME PIC X(8).
