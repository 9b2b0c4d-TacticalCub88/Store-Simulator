01 BATCH-STEP-PARMS EXTERNAL.
   05 BATCH-RUN-SWITCH PIC X(3).
      88 BATCH-IS-RUNNING VALUE 'YES'.
   05 BATCH-RUN-DATE PIC X(8).
   05 BATCH-STEP-COUNT PIC 9(9).
