01 WS-ORPHAN-AMOUNT PIC S9(10)V99.
01 WS-MISMATCH-COUNT PIC 9(7).
01 WS-NOLINE-COUNT PIC 9(7).
01 WS-VOIDED-SKIPPED PIC 9(7).
01 WS-RPT-RUN-DATE PIC X(8).
01 WS-RPT-PAGE PIC 9(4).
01 WS-RPT-LINE-COUNT PIC 9(3).
01 WS-ED-AMT2 PIC -(8)9.99.
01 WS-ED-AMT3 PIC -(8)9.99.
01 WS-ED-AMT4 PIC -(8)9.99.
COPY "BATCHPRM.cpy".

PROCEDURE DIVISION.
MAIN-PROCESS.
    MOVE ZEROS TO WS-ORPHAN-AMOUNT
    MOVE ZEROS TO WS-MISMATCH-COUNT
    MOVE ZEROS TO WS-NOLINE-COUNT
    MOVE ZEROS TO WS-VOIDED-SKIPPED
    IF BATCH-IS-RUNNING
        MOVE BATCH-RUN-DATE TO WS-RPT-RUN-DATE
    ELSE
        ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD
    END-IF
    MOVE ZEROS TO WS-RPT-PAGE
    MOVE 999 TO WS-RPT-LINE-COUNT
    MOVE SPACES TO WS-PRINT-LINE
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    STRING 'VOIDED TICKETS EXCLUDED: ' WS-VOIDED-SKIPPED
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    CLOSE AUDIT-REPORT-FILE
    MOVE 'AUDITRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE AUDITRPT-STATUS TO WS-CHECK-STATUS
        ' VALUE: ' WS-ORPHAN-AMOUNT
    DISPLAY 'TICKET TOTAL MISMATCHES: ' WS-MISMATCH-COUNT
    DISPLAY 'TICKETS WITHOUT LINES: ' WS-NOLINE-COUNT
    DISPLAY 'VOIDED TICKETS EXCLUDED: ' WS-VOIDED-SKIPPED
    DISPLAY 'AUDIT REPORT WRITTEN TO AUDITRPT.PRT'
    MOVE WS-TICKETS-CHECKED TO BATCH-STEP-COUNT
    GOBACK.

OPEN-AUDIT-FILES.
    MOVE 'NO ' TO WS-SALES-OPEN
            MOVE ZEROS TO WS-GRP-TAX
            MOVE ZEROS TO WS-GRP-SALE-LINES
        END-IF
        IF SALES-TYPE NOT = 'R' AND SALES-VOID-FLAG NOT = 'Y'
            ADD SALES-AMOUNT TO WS-GRP-AMOUNT
            ADD SALES-TAX-AMOUNT TO WS-GRP-TAX
            ADD 1 TO WS-GRP-SALE-LINES
            MOVE ZEROS TO WS-GRP-SALE-LINES
        END-IF
        IF SALESARC-TYPE NOT = 'R'
                AND SALESARC-VOID-FLAG NOT = 'Y'
            ADD SALESARC-AMOUNT TO WS-GRP-AMOUNT
            ADD SALESARC-TAX-AMOUNT TO WS-GRP-TAX
            ADD 1 TO WS-GRP-SALE-LINES
    MOVE 'TICKET-FILE' TO WS-CHECK-FILE-NAME
    MOVE TKT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END AND TKT-VOID-FLAG = 'Y'
        ADD 1 TO WS-VOIDED-SKIPPED
    END-IF
    IF NOT WS-AT-END AND TKT-VOID-FLAG NOT = 'Y'
        ADD 1 TO WS-TICKETS-CHECKED
        MOVE TKT-KEY TO WS-CUR-TICKET
        PERFORM FIND-LINES-FOR-TICKET
    MOVE 'TKTARC-FILE' TO WS-CHECK-FILE-NAME
    MOVE TKTARC-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END AND TKTA-VOID-FLAG = 'Y'
        ADD 1 TO WS-VOIDED-SKIPPED
    END-IF
    IF NOT WS-AT-END AND TKTA-VOID-FLAG NOT = 'Y'
        ADD 1 TO WS-TICKETS-CHECKED
        MOVE TKTA-KEY TO WS-CUR-TICKET
        PERFORM FIND-LINES-FOR-TICKET
            AND WS-CHECK-STATUS NOT = '23'
        DISPLAY 'FILE ERROR ON ' WS-CHECK-FILE-NAME
            ' - STATUS ' WS-CHECK-STATUS
        IF WS-CHECK-STATUS > '29'
            MOVE 16 TO RETURN-CODE
        END-IF
    END-IF.
