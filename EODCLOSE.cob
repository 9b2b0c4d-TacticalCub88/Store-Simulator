      10 WS-OPER-TBL-ID PIC X(4).
      10 WS-OPER-TBL-NET PIC S9(8)V99.
      10 WS-OPER-TBL-COUNT PIC 9(7).
COPY "BATCHPRM.cpy".

PROCEDURE DIVISION.
MAIN-PROCESS.
    DISPLAY 'END-OF-DAY CLOSE'
    IF BATCH-IS-RUNNING
        MOVE BATCH-RUN-DATE TO WS-RUN-DATE
    ELSE
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    END-IF
    PERFORM LOAD-STORE-CONFIG
    PERFORM LOAD-CHECKPOINT
    IF WS-DAY-ALREADY-CLOSED
        PERFORM DRAWER-OVER-SHORT
        PERFORM FINISH-CLOSE
    END-IF
    GOBACK.

LOAD-STORE-CONFIG.
    OPEN INPUT STORE-CONFIG-FILE
    END-IF.

UPDATE-CHECKPOINT.
    IF SALES-VOID-FLAG NOT = 'Y'
        IF SALES-TYPE = 'R'
            ADD SALES-AMOUNT TO CHKPT-RETURN-TOTAL
            ADD 1 TO CHKPT-RETURN-COUNT
            SUBTRACT SALES-TAX-AMOUNT FROM CHKPT-TAX-TOTAL
        ELSE
            ADD SALES-TAX-AMOUNT TO CHKPT-TAX-TOTAL
            ADD SALES-AMOUNT TO CHKPT-RUNNING-TOTAL
            IF SALES-TICKET-NO NOT = CHKPT-LAST-SALES-KEY(1:12)
                ADD 1 TO CHKPT-RECORD-COUNT
            END-IF
        END-IF
    END-IF
    MOVE SALES-KEY TO CHKPT-LAST-SALES-KEY
        IF SALESDATE-KEY NOT = WS-RUN-DATE
            MOVE 'YES' TO WS-EOF-SWITCH
        ELSE
            IF SALES-VOID-FLAG NOT = 'Y'
                PERFORM FIND-OPERATOR-SLOT
            ELSE
                MOVE ZEROS TO WS-OPER-HIT
            END-IF
            IF WS-OPER-HIT > 0
                IF SALES-TYPE = 'R'
                    SUBTRACT SALES-AMOUNT FROM
    DISPLAY 'NET SALES: ' CLOSING-TOTAL
    DISPLAY 'TAX COLLECTED: ' CHKPT-TAX-TOTAL
    DISPLAY 'TICKETS: ' CHKPT-RECORD-COUNT
    DISPLAY 'RETURN COUNT: ' CHKPT-RETURN-COUNT
    MOVE CHKPT-RECORD-COUNT TO BATCH-STEP-COUNT.

CHECK-FILE-STATUS.
    IF WS-CHECK-STATUS NOT = '00' AND WS-CHECK-STATUS NOT = '10'
            AND WS-CHECK-STATUS NOT = '23'
        DISPLAY 'FILE ERROR ON ' WS-CHECK-FILE-NAME
            ' - STATUS ' WS-CHECK-STATUS
        IF WS-CHECK-STATUS > '29'
            MOVE 16 TO RETURN-CODE
        END-IF
    END-IF.
