01 WS-TOTAL-RECEIVED PIC S9(7).
01 WS-EXPECTED-QTY PIC S9(7).
01 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZEROS.
01 WS-ITEMS-CHECKED PIC 9(7) VALUE ZEROS.
01 WS-INV-EOF PIC X(3) VALUE 'NO '.
   88 WS-INV-AT-END VALUE 'YES'.
01 WS-SALES-EOF PIC X(3) VALUE 'NO '.
01 WS-CNT-QTY PIC S9(7) VALUE ZEROS.
01 WS-DMG-QTY PIC S9(7) VALUE ZEROS.
01 WS-THF-QTY PIC S9(7) VALUE ZEROS.
01 WS-RTV-QTY PIC S9(7) VALUE ZEROS.
01 WS-ITEM-SUB PIC 9(4).
01 WS-ITEM-USED PIC 9(4) VALUE ZEROS.
01 WS-ITEM-HIT PIC 9(4).
01 WS-ED-PAGE PIC ZZZ9.
01 WS-ED-QTY1 PIC -(6)9.
01 WS-ED-QTY2 PIC -(6)9.
COPY "BATCHPRM.cpy".

PROCEDURE DIVISION.
MAIN-PROCESS.
    DISPLAY 'SALES VS INVENTORY RECONCILIATION'
    MOVE 'NO ' TO WS-INV-EOF
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
    MOVE WS-RTV-QTY TO WS-ED-QTY1
    MOVE SPACES TO WS-PRINT-LINE
    STRING 'EXPLAINED RETURN TO VENDOR QTY: ' WS-ED-QTY1
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    CLOSE RECON-REPORT-FILE
    MOVE 'RECONRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE RECONRPT-STATUS TO WS-CHECK-STATUS
    DISPLAY 'EXPLAINED COUNT CORRECTIONS QTY: ' WS-CNT-QTY
    DISPLAY 'EXPLAINED DAMAGE QTY: ' WS-DMG-QTY
    DISPLAY 'EXPLAINED THEFT QTY: ' WS-THF-QTY
    DISPLAY 'EXPLAINED RETURN TO VENDOR QTY: ' WS-RTV-QTY
    DISPLAY 'EXCEPTION REPORT WRITTEN TO RECONEXC.PRT'
    MOVE WS-ITEMS-CHECKED TO BATCH-STEP-COUNT
    GOBACK.

PRINT-REPORT-LINE.
    IF WS-RPT-LINE-COUNT > 54
    MOVE INV-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-INV-AT-END
        ADD 1 TO WS-ITEMS-CHECKED
        MOVE INV-KEY TO WS-CURRENT-KEY
        PERFORM LOOKUP-ITEM-TOTALS
        MOVE 'NO ' TO WS-BASELINE-FOUND
                ADD INVADJ-QTY-DELTA TO WS-DMG-QTY
            WHEN 'THF'
                ADD INVADJ-QTY-DELTA TO WS-THF-QTY
            WHEN 'RTV'
                ADD INVADJ-QTY-DELTA TO WS-RTV-QTY
            WHEN OTHER
                CONTINUE
        END-EVALUATE
            AND WS-CHECK-STATUS NOT = '23'
        DISPLAY 'FILE ERROR ON ' WS-CHECK-FILE-NAME
            ' - STATUS ' WS-CHECK-STATUS
        IF WS-CHECK-STATUS > '29'
            MOVE 16 TO RETURN-CODE
        END-IF
    END-IF.
