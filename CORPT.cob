01 WS-ED-AMT3 PIC -(8)9.99.
01 WS-ED-AMT4 PIC -(8)9.99.
01 WS-ED-QTY1 PIC -(6)9.
COPY "BATCHPRM.cpy".

PROCEDURE DIVISION.
MAIN-PROCESS.
    DISPLAY 'COMPANY SALES REPORT'
    IF BATCH-IS-RUNNING
        MOVE BATCH-RUN-DATE TO WS-REPORT-START-DATE
        MOVE '01' TO WS-REPORT-START-DATE(7:2)
        MOVE BATCH-RUN-DATE TO WS-REPORT-END-DATE
    ELSE
        DISPLAY 'ENTER START DATE (YYYYMMDD): ' WITH NO ADVANCING
        ACCEPT WS-REPORT-START-DATE
        DISPLAY 'ENTER END DATE (YYYYMMDD): ' WITH NO ADVANCING
        ACCEPT WS-REPORT-END-DATE
    END-IF
    MOVE ZEROS TO WS-COMPANY-TOTAL
    MOVE ZEROS TO WS-COMPANY-TICKETS
    MOVE ZEROS TO WS-COMPANY-GROSS
    MOVE ZEROS TO WS-COMPANY-RETURNS
    MOVE ZEROS TO WS-COMPANY-NET
    MOVE ZEROS TO WS-COMPANY-TAX
    IF BATCH-IS-RUNNING
        MOVE BATCH-RUN-DATE TO WS-RPT-RUN-DATE
    ELSE
        ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD
    END-IF
    MOVE ZEROS TO WS-RPT-PAGE
    MOVE 999 TO WS-RPT-LINE-COUNT
    MOVE SPACES TO WS-PRINT-LINE
    DISPLAY 'COMPANY NET TICKET TOTAL: ' WS-COMPANY-TOTAL
        ' TICKETS: ' WS-COMPANY-TICKETS
    DISPLAY 'REPORT WRITTEN TO CORPT.PRT'
    MOVE WS-COMPANY-TICKETS TO BATCH-STEP-COUNT
    GOBACK.

REPORT-COMPANY-TICKETS.
    MOVE 'NO ' TO WS-EOF-SWITCH
            AND WS-CHECK-STATUS NOT = '23'
        DISPLAY 'FILE ERROR ON ' WS-CHECK-FILE-NAME
            ' - STATUS ' WS-CHECK-STATUS
        IF WS-CHECK-STATUS > '29'
            MOVE 16 TO RETURN-CODE
        END-IF
    END-IF.
