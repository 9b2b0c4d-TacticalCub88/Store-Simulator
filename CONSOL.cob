        ACCESS MODE IS DYNAMIC
        RECORD KEY IS COCLS-KEY
        FILE STATUS IS COCLS-STATUS.
    SELECT XFER-UPLOAD-FILE ASSIGN TO 'XFERUPIN.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS XFER-KEY
        FILE STATUS IS XFERUP-STATUS.
    SELECT COMPANY-XFER-FILE ASSIGN TO 'COXFER.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS COXF-KEY
        FILE STATUS IS COXF-STATUS.

DATA DIVISION.
FILE SECTION.
FD CLOSING-IN-FILE.
COPY "EODCLS.cpy".

FD XFER-UPLOAD-FILE.
COPY "XFERHDR.cpy".

FD COMPANY-TICKET-FILE.
01 COMPANY-TICKET-RECORD.
   05 COTKT-KEY.
   05 COCLS-TAX-TOTAL PIC S9(8)V99.
   05 COCLS-COUNT PIC 9(7).

FD COMPANY-XFER-FILE.
01 COMPANY-XFER-RECORD.
   05 COXF-KEY PIC X(15).
   05 COXF-FROM-STORE PIC X(3).
   05 COXF-TO-STORE PIC X(3).
   05 COXF-SHIP-DATE PIC X(8).
   05 COXF-RECV-DATE PIC X(8).
   05 COXF-STATUS-FLAG PIC X.
   05 COXF-DISCREP-FLAG PIC X.
   05 COXF-SHIP-VALUE PIC 9(9)V99.

WORKING-STORAGE SECTION.
01 TKTIN-STATUS PIC X(2).
01 SALESIN-STATUS PIC X(2).
01 COTKT-STATUS PIC X(2).
01 COSLS-STATUS PIC X(2).
01 COCLS-STATUS PIC X(2).
01 XFERUP-STATUS PIC X(2).
01 COXF-STATUS PIC X(2).
01 WS-FILE-STATUS-CHECK.
   05 WS-CHECK-FILE-NAME PIC X(15).
   05 WS-CHECK-STATUS PIC X(2).
01 WS-SALES-DUP PIC 9(7).
01 WS-CLOSINGS-ADDED PIC 9(7).
01 WS-CLOSINGS-DUP PIC 9(7).
01 WS-XFERS-ADDED PIC 9(7).
01 WS-XFERS-RECEIVED PIC 9(7).
01 WS-XFERS-DUP PIC 9(7).
01 WS-VOIDS-SKIPPED PIC 9(7) VALUE ZEROS.
01 WS-STORE-SUB PIC 9(2).
01 WS-STORE-USED PIC 9(2) VALUE ZEROS.
01 WS-STORE-HIT PIC 9(2).
      10 WS-STORE-TBL-ID PIC X(3).
      10 WS-STORE-TBL-NET PIC S9(10)V99.
      10 WS-STORE-TBL-TICKETS PIC 9(7).
01 WS-XFER-SUB PIC 9(2).
01 WS-XFER-USED PIC 9(2) VALUE ZEROS.
01 WS-XFER-HIT PIC 9(2).
01 WS-TRANSIT-COUNT PIC 9(7) VALUE ZEROS.
01 WS-COMPANY-TRANSIT PIC 9(10)V99 VALUE ZEROS.
01 WS-XFER-TABLE.
   05 WS-XFER-ENTRY OCCURS 20 TIMES.
      10 WS-XFER-TBL-ID PIC X(3).
      10 WS-XFER-TBL-VALUE PIC 9(10)V99.
      10 WS-XFER-TBL-COUNT PIC 9(7).
COPY "BATCHPRM.cpy".

PROCEDURE DIVISION.
MAIN-PROCESS.
    MOVE ZEROS TO WS-SALES-DUP
    MOVE ZEROS TO WS-CLOSINGS-ADDED
    MOVE ZEROS TO WS-CLOSINGS-DUP
    MOVE ZEROS TO WS-XFERS-ADDED
    MOVE ZEROS TO WS-XFERS-RECEIVED
    MOVE ZEROS TO WS-XFERS-DUP
    PERFORM CONSOLIDATE-TICKETS
    PERFORM CONSOLIDATE-SALES
    PERFORM CONSOLIDATE-CLOSINGS
    PERFORM CONSOLIDATE-TRANSFERS
    DISPLAY 'TICKETS ADDED: ' WS-TICKETS-ADDED
        ' ALREADY PRESENT: ' WS-TICKETS-DUP
    DISPLAY 'SALES LINES ADDED: ' WS-SALES-ADDED
        ' ALREADY PRESENT: ' WS-SALES-DUP
    DISPLAY 'CLOSING RECORDS ADDED: ' WS-CLOSINGS-ADDED
        ' ALREADY PRESENT: ' WS-CLOSINGS-DUP
    DISPLAY 'TRANSFERS ADDED: ' WS-XFERS-ADDED
        ' RECEIPTS POSTED: ' WS-XFERS-RECEIVED
        ' ALREADY PRESENT: ' WS-XFERS-DUP
    DISPLAY 'VOIDED TICKETS NOT CONSOLIDATED: ' WS-VOIDS-SKIPPED
    DISPLAY 'NET SALES BY STORE:'
    PERFORM DISPLAY-STORE-LINE
        VARYING WS-STORE-SUB FROM 1 BY 1
        UNTIL WS-STORE-SUB > WS-STORE-USED
    DISPLAY 'COMPANY NET SALES: ' WS-COMPANY-NET
    PERFORM SUM-IN-TRANSIT
    DISPLAY 'IN-TRANSIT VALUE BY SHIPPING STORE:'
    PERFORM DISPLAY-TRANSIT-LINE
        VARYING WS-XFER-SUB FROM 1 BY 1
        UNTIL WS-XFER-SUB > WS-XFER-USED
    DISPLAY 'COMPANY IN-TRANSIT VALUE: ' WS-COMPANY-TRANSIT
        ' TRANSFERS: ' WS-TRANSIT-COUNT
    COMPUTE BATCH-STEP-COUNT = WS-TICKETS-ADDED
        + WS-SALES-ADDED + WS-CLOSINGS-ADDED
        + WS-XFERS-ADDED + WS-XFERS-RECEIVED
    GOBACK.

CONSOLIDATE-TICKETS.
    MOVE 'NO ' TO WS-EOF-SWITCH
    MOVE 'TICKETIN-FILE' TO WS-CHECK-FILE-NAME
    MOVE TKTIN-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END AND TKT-VOID-FLAG = 'Y'
        ADD 1 TO WS-VOIDS-SKIPPED
    END-IF
    IF NOT WS-AT-END AND TKT-VOID-FLAG NOT = 'Y'
        MOVE TKT-STORE-ID TO COTKT-STORE-ID
        MOVE TKT-KEY TO COTKT-TICKET-NO
        MOVE TKT-DATE-KEY TO COTKT-DATE-KEY
    MOVE 'SALESIN-FILE' TO WS-CHECK-FILE-NAME
    MOVE SALESIN-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END AND SALES-VOID-FLAG NOT = 'Y'
        MOVE SALES-STORE-ID TO COSLS-STORE-ID
        MOVE SALES-TICKET-NO TO COSLS-TICKET-NO
        MOVE SALES-LINE-NO TO COSLS-LINE-NO
        END-IF
    END-IF.

CONSOLIDATE-TRANSFERS.
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN INPUT XFER-UPLOAD-FILE
    IF XFERUP-STATUS = '35'
        DISPLAY 'NO XFERUPIN.DAT TO CONSOLIDATE'
    ELSE
        MOVE 'XFERUPIN-FILE' TO WS-CHECK-FILE-NAME
        MOVE XFERUP-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF XFERUP-STATUS = '00'
            PERFORM OPEN-COMPANY-XFER-IO
            PERFORM CONSOLIDATE-ONE-TRANSFER UNTIL WS-AT-END
            CLOSE COMPANY-XFER-FILE
            MOVE 'COXFER-FILE' TO WS-CHECK-FILE-NAME
            MOVE COXF-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
        END-IF
        CLOSE XFER-UPLOAD-FILE
        MOVE 'XFERUPIN-FILE' TO WS-CHECK-FILE-NAME
        MOVE XFERUP-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

CONSOLIDATE-ONE-TRANSFER.
    READ XFER-UPLOAD-FILE NEXT RECORD
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'XFERUPIN-FILE' TO WS-CHECK-FILE-NAME
    MOVE XFERUP-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        MOVE XFER-KEY TO COXF-KEY
        MOVE XFER-FROM-STORE TO COXF-FROM-STORE
        MOVE XFER-TO-STORE TO COXF-TO-STORE
        MOVE XFER-SHIP-DATE TO COXF-SHIP-DATE
        MOVE XFER-RECV-DATE TO COXF-RECV-DATE
        MOVE XFER-STATUS-FLAG TO COXF-STATUS-FLAG
        MOVE XFER-DISCREP-FLAG TO COXF-DISCREP-FLAG
        MOVE XFER-SHIP-VALUE TO COXF-SHIP-VALUE
        WRITE COMPANY-XFER-RECORD
        IF COXF-STATUS = '22'
            PERFORM POST-COMPANY-RECEIPT
        ELSE
            MOVE 'COXFER-FILE' TO WS-CHECK-FILE-NAME
            MOVE COXF-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
            IF COXF-STATUS = '00'
                ADD 1 TO WS-XFERS-ADDED
            END-IF
        END-IF
    END-IF.

POST-COMPANY-RECEIPT.
    READ COMPANY-XFER-FILE
        INVALID KEY
            DISPLAY 'TRANSFER NOT FOUND: ' XFER-KEY
        NOT INVALID KEY
            IF COXF-STATUS-FLAG = 'S' AND XFER-STATUS-FLAG = 'R'
                MOVE 'R' TO COXF-STATUS-FLAG
                MOVE XFER-RECV-DATE TO COXF-RECV-DATE
                MOVE XFER-DISCREP-FLAG TO COXF-DISCREP-FLAG
                REWRITE COMPANY-XFER-RECORD
                ADD 1 TO WS-XFERS-RECEIVED
            ELSE
                ADD 1 TO WS-XFERS-DUP
            END-IF
    END-READ
    MOVE 'COXFER-FILE' TO WS-CHECK-FILE-NAME
    MOVE COXF-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

TALLY-STORE-NET.
    MOVE ZEROS TO WS-STORE-HIT
    PERFORM SCAN-STORE-SLOT
        ' NET: ' WS-STORE-TBL-NET(WS-STORE-SUB)
        ' TICKETS: ' WS-STORE-TBL-TICKETS(WS-STORE-SUB).

SUM-IN-TRANSIT.
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN INPUT COMPANY-XFER-FILE
    IF COXF-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'COXFER-FILE' TO WS-CHECK-FILE-NAME
        MOVE COXF-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF COXF-STATUS = '00'
            PERFORM SUM-ONE-TRANSFER UNTIL WS-AT-END
        END-IF
        CLOSE COMPANY-XFER-FILE
        MOVE 'COXFER-FILE' TO WS-CHECK-FILE-NAME
        MOVE COXF-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

SUM-ONE-TRANSFER.
    READ COMPANY-XFER-FILE NEXT RECORD
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'COXFER-FILE' TO WS-CHECK-FILE-NAME
    MOVE COXF-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        IF COXF-STATUS-FLAG = 'S'
            PERFORM TALLY-TRANSIT-VALUE
        END-IF
    END-IF.

TALLY-TRANSIT-VALUE.
    MOVE ZEROS TO WS-XFER-HIT
    PERFORM SCAN-XFER-SLOT
        VARYING WS-XFER-SUB FROM 1 BY 1
        UNTIL WS-XFER-SUB > WS-XFER-USED OR WS-XFER-HIT > 0
    IF WS-XFER-HIT = 0
        IF WS-XFER-USED < 20
            ADD 1 TO WS-XFER-USED
            MOVE WS-XFER-USED TO WS-XFER-HIT
            MOVE COXF-FROM-STORE TO WS-XFER-TBL-ID(WS-XFER-HIT)
            MOVE ZEROS TO WS-XFER-TBL-VALUE(WS-XFER-HIT)
            MOVE ZEROS TO WS-XFER-TBL-COUNT(WS-XFER-HIT)
        ELSE
            DISPLAY 'TRANSIT TABLE FULL - NOT TALLIED: '
                COXF-FROM-STORE
        END-IF
    END-IF
    IF WS-XFER-HIT > 0
        ADD COXF-SHIP-VALUE TO WS-XFER-TBL-VALUE(WS-XFER-HIT)
        ADD 1 TO WS-XFER-TBL-COUNT(WS-XFER-HIT)
    END-IF
    ADD COXF-SHIP-VALUE TO WS-COMPANY-TRANSIT
    ADD 1 TO WS-TRANSIT-COUNT.

SCAN-XFER-SLOT.
    IF WS-XFER-TBL-ID(WS-XFER-SUB) = COXF-FROM-STORE
        MOVE WS-XFER-SUB TO WS-XFER-HIT
    END-IF.

DISPLAY-TRANSIT-LINE.
    DISPLAY ' STORE: ' WS-XFER-TBL-ID(WS-XFER-SUB)
        ' IN TRANSIT: ' WS-XFER-TBL-VALUE(WS-XFER-SUB)
        ' TRANSFERS: ' WS-XFER-TBL-COUNT(WS-XFER-SUB).

OPEN-COMPANY-TICKET-IO.
    OPEN I-O COMPANY-TICKET-FILE
    IF COTKT-STATUS = '35'
    MOVE COSLS-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

OPEN-COMPANY-XFER-IO.
    OPEN I-O COMPANY-XFER-FILE
    IF COXF-STATUS = '35'
        OPEN OUTPUT COMPANY-XFER-FILE
        CLOSE COMPANY-XFER-FILE
        OPEN I-O COMPANY-XFER-FILE
    END-IF
    MOVE 'COXFER-FILE' TO WS-CHECK-FILE-NAME
    MOVE COXF-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

CHECK-FILE-STATUS.
    IF WS-CHECK-STATUS NOT = '00' AND WS-CHECK-STATUS NOT = '10'
            AND WS-CHECK-STATUS NOT = '23'
        DISPLAY 'FILE ERROR ON ' WS-CHECK-FILE-NAME
            ' - STATUS ' WS-CHECK-STATUS
        IF WS-CHECK-STATUS > '29'
            MOVE 16 TO RETURN-CODE
        END-IF
    END-IF.
