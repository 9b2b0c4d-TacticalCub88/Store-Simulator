        RECORD KEY IS TKTA-KEY
        ALTERNATE RECORD KEY IS TKTA-DATE-KEY WITH DUPLICATES
        FILE STATUS IS TKTARC-STATUS.
    SELECT SALES-FILE ASSIGN TO 'SALES.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SALES-KEY
        ALTERNATE RECORD KEY IS SALESDATE-KEY WITH DUPLICATES
        ALTERNATE RECORD KEY IS SALES-INV-KEY WITH DUPLICATES
        ALTERNATE RECORD KEY IS SALES-ORIG-KEY WITH DUPLICATES
        FILE STATUS IS SALES-STATUS.
    SELECT SALES-ARCHIVE-FILE ASSIGN TO 'SALESARC.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SALESARC-KEY
        ALTERNATE RECORD KEY IS SALESARC-DATE-KEY WITH DUPLICATES
        ALTERNATE RECORD KEY IS SALESARC-INV-KEY WITH DUPLICATES
        ALTERNATE RECORD KEY IS SALESARC-ORIG-KEY WITH DUPLICATES
        FILE STATUS IS SALESARC-STATUS.
    SELECT CUSTOMER-PAYMENT-FILE ASSIGN TO 'CUSTPAY.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CUSTPAY-STATUS.
    SELECT GIFT-CARD-TRAN-FILE ASSIGN TO 'GCTRAN.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GCTRAN-STATUS.
    SELECT LOYALTY-TRAN-FILE ASSIGN TO 'LOYTRAN.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOYTRAN-STATUS.

DATA DIVISION.
FILE SECTION.
FD TICKET-ARCHIVE-FILE.
COPY "TKTARC.cpy".

FD SALES-FILE.
COPY "SALESREC.cpy".

FD SALES-ARCHIVE-FILE.
COPY "SALESARC.cpy".

FD CUSTOMER-PAYMENT-FILE.
COPY "PAYREC.cpy".

FD GIFT-CARD-TRAN-FILE.
COPY "GCTRAN.cpy".

FD LOYALTY-TRAN-FILE.
COPY "LOYTRAN.cpy".

WORKING-STORAGE SECTION.
01 CHKPT-STATUS PIC X(2).
01 TKT-STATUS PIC X(2).
01 TKTARC-STATUS PIC X(2).
01 SALES-STATUS PIC X(2).
01 SALESARC-STATUS PIC X(2).
01 CUSTPAY-STATUS PIC X(2).
01 CLOSING-STATUS PIC X(2).
01 INVADJ-STATUS PIC X(2).
01 GLINTF-STATUS PIC X(2).
01 VINV-STATUS PIC X(2).
01 GCTRAN-STATUS PIC X(2).
01 LOYTRAN-STATUS PIC X(2).
01 WS-FILE-STATUS-CHECK.
   05 WS-CHECK-FILE-NAME PIC X(15).
   05 WS-CHECK-STATUS PIC X(2).
01 WS-RCV-VALUE PIC S9(10)V99.
01 WS-RTN-VALUE PIC S9(10)V99.
01 WS-SHRINK-VALUE PIC S9(10)V99.
01 WS-RTV-VALUE PIC S9(10)V99.
01 WS-ADJ-VALUE PIC S9(10)V99.
01 WS-COST-OF-SALES PIC S9(10)V99.
01 WS-TALLY-TENDER PIC X.
01 WS-LINE-COST PIC S9(10)V99.
01 WS-ACCT-CASH PIC X(8) VALUE SPACES.
01 WS-ACCT-SALES PIC X(8) VALUE SPACES.
01 WS-ACCT-RETURNS PIC X(8) VALUE SPACES.
01 WS-ACCT-ARTRADE PIC X(8) VALUE SPACES.
01 WS-ACCT-APTRADE PIC X(8) VALUE SPACES.
01 WS-ACCT-GIFTLIAB PIC X(8) VALUE SPACES.
01 WS-ACCT-CARDRCV PIC X(8) VALUE SPACES.
01 WS-ACCT-LOYLIAB PIC X(8) VALUE SPACES.
01 WS-ACCT-LOYEXP PIC X(8) VALUE SPACES.
01 WS-AP-INVOICE-TOTAL PIC S9(10)V99.
01 WS-AP-PAYMENT-TOTAL PIC S9(10)V99.
01 WS-VINV-CHANGED PIC X(3) VALUE 'NO '.
   88 VINV-WAS-CHANGED VALUE 'YES'.
01 WS-GC-ISSUE-TOTAL PIC S9(10)V99.
01 WS-GC-REDEEM-TOTAL PIC S9(10)V99.
01 WS-GC-CREDIT-TOTAL PIC S9(10)V99.
01 WS-LOY-EARN-TOTAL PIC S9(10)V99.
01 WS-LOY-REDEEM-TOTAL PIC S9(10)V99.
01 WS-LOY-EXPIRE-TOTAL PIC S9(10)V99.
01 WS-CHARGE-TOTAL PIC S9(10)V99.
01 WS-CARD-TOTAL PIC S9(10)V99.
01 WS-PAYMENT-TOTAL PIC S9(10)V99.
01 WS-CREDIT-TOTAL PIC S9(10)V99.
01 WS-GL-ACCOUNT PIC X(8).
01 WS-GL-DEBIT-ED PIC 9(9).99.
01 WS-GL-CREDIT-ED PIC 9(9).99.
01 WS-LINES-WRITTEN PIC 9(5).
COPY "BATCHPRM.cpy".

PROCEDURE DIVISION.
MAIN-PROCESS.
    DISPLAY 'GENERAL LEDGER EXTRACT'
    IF BATCH-IS-RUNNING
        MOVE BATCH-RUN-DATE TO WS-EXTRACT-DATE
    ELSE
        DISPLAY 'ENTER EXTRACT DATE (YYYYMMDD): '
            WITH NO ADVANCING
        ACCEPT WS-EXTRACT-DATE
    END-IF
    PERFORM CHECK-DAY-CLOSED
    IF NOT DAY-IS-CLOSED
        DISPLAY 'DAY NOT CLOSED - EXTRACT REFUSED: '
            WS-EXTRACT-DATE
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM CHECK-ALREADY-SENT
        IF DAY-ALREADY-SENT
            DISPLAY 'DAY ALREADY EXTRACTED - EXTRACT REFUSED: '
                WS-EXTRACT-DATE
            MOVE 8 TO RETURN-CODE
        ELSE
            PERFORM LOAD-ACCOUNT-MAP
            IF MAP-IS-COMPLETE
                PERFORM RUN-EXTRACT
            ELSE
                DISPLAY 'ACCOUNT MAP INCOMPLETE - EXTRACT REFUSED'
                MOVE 8 TO RETURN-CODE
            END-IF
        END-IF
    END-IF
    GOBACK.

RUN-EXTRACT.
    PERFORM READ-CLOSING-TOTALS
    IF CLOSING-WAS-FOUND
        PERFORM SUM-ADJUSTMENTS
        PERFORM SUM-COST-OF-SALES
        PERFORM SUM-CHARGE-TENDERS
        PERFORM SUM-DAY-PAYMENTS
        PERFORM SUM-APPROVED-INVOICES
        PERFORM SUM-GIFT-CARD-TRANS
        PERFORM SUM-LOYALTY-TRANS
        PERFORM WRITE-JOURNAL-LINES
        PERFORM MARK-DAY-SENT
        DISPLAY 'EXTRACT COMPLETE FOR: ' WS-EXTRACT-DATE
            ' LINES: ' WS-LINES-WRITTEN
        MOVE WS-LINES-WRITTEN TO BATCH-STEP-COUNT
    ELSE
        DISPLAY 'NO CLOSING RECORD FOR: ' WS-EXTRACT-DATE
        MOVE 8 TO RETURN-CODE
    END-IF.

CHECK-DAY-CLOSED.
                AND WS-ACCT-ARTRADE NOT = SPACES
                AND WS-ACCT-APTRADE NOT = SPACES
                AND WS-ACCT-GIFTLIAB NOT = SPACES
                AND WS-ACCT-CARDRCV NOT = SPACES
                AND WS-ACCT-LOYLIAB NOT = SPACES
                AND WS-ACCT-LOYEXP NOT = SPACES
            MOVE 'YES' TO WS-MAP-COMPLETE
        ELSE
            DISPLAY 'MISSING ACCOUNT MAP ENTRIES IN GLMAP.DAT'
            DISPLAY 'REQUIRED CODES: CASH SALES RETURNS TAXPAY'
                ' INVENTRY APCLEAR COGS SHRINK ARTRADE APTRADE'
                ' GIFTLIAB CARDRCV LOYLIAB LOYEXP'
        END-IF
    END-IF.

                MOVE GLMAP-ACCOUNT TO WS-ACCT-APTRADE
            WHEN 'GIFTLIAB'
                MOVE GLMAP-ACCOUNT TO WS-ACCT-GIFTLIAB
            WHEN 'CARDRCV'
                MOVE GLMAP-ACCOUNT TO WS-ACCT-CARDRCV
            WHEN 'LOYLIAB'
                MOVE GLMAP-ACCOUNT TO WS-ACCT-LOYLIAB
            WHEN 'LOYEXP'
                MOVE GLMAP-ACCOUNT TO WS-ACCT-LOYEXP
            WHEN OTHER
                DISPLAY 'UNKNOWN ACCOUNT MAP CODE: ' GLMAP-CODE
        END-EVALUATE
    MOVE ZEROS TO WS-RCV-VALUE
    MOVE ZEROS TO WS-RTN-VALUE
    MOVE ZEROS TO WS-SHRINK-VALUE
    MOVE ZEROS TO WS-RTV-VALUE
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN INPUT INVENTORY-ADJUSTMENT-FILE
    IF INVADJ-STATUS = '35'
                    ADD WS-ADJ-VALUE TO WS-SHRINK-VALUE
                WHEN 'THF'
                    ADD WS-ADJ-VALUE TO WS-SHRINK-VALUE
                WHEN 'RTV'
                    ADD WS-ADJ-VALUE TO WS-RTV-VALUE
                WHEN 'LAY'
                    CONTINUE
                WHEN 'XFO'
                    CONTINUE
                WHEN 'XFI'
                    CONTINUE
                WHEN 'VOD'
                    CONTINUE
                WHEN OTHER
                    ADD WS-ADJ-VALUE TO WS-RCV-VALUE
            END-EVALUATE
        END-IF
    END-IF.

SUM-COST-OF-SALES.
    MOVE ZEROS TO WS-COST-OF-SALES
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN INPUT SALES-FILE
    IF SALES-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'SALES-FILE' TO WS-CHECK-FILE-NAME
        MOVE SALES-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF SALES-STATUS = '00'
            MOVE WS-EXTRACT-DATE TO SALESDATE-KEY
            START SALES-FILE KEY IS NOT LESS THAN SALESDATE-KEY
                INVALID KEY
                    MOVE 'YES' TO WS-EOF-SWITCH
            END-START
            MOVE 'SALES-FILE' TO WS-CHECK-FILE-NAME
            MOVE SALES-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
            PERFORM SUM-ONE-LIVE-COST UNTIL WS-AT-END
        END-IF
        CLOSE SALES-FILE
        MOVE 'SALES-FILE' TO WS-CHECK-FILE-NAME
        MOVE SALES-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN INPUT SALES-ARCHIVE-FILE
    IF SALESARC-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'SALESARC-FILE' TO WS-CHECK-FILE-NAME
        MOVE SALESARC-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF SALESARC-STATUS = '00'
            MOVE WS-EXTRACT-DATE TO SALESARC-DATE-KEY
            START SALES-ARCHIVE-FILE
                KEY IS NOT LESS THAN SALESARC-DATE-KEY
                INVALID KEY
                    MOVE 'YES' TO WS-EOF-SWITCH
            END-START
            MOVE 'SALESARC-FILE' TO WS-CHECK-FILE-NAME
            MOVE SALESARC-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
            PERFORM SUM-ONE-ARC-COST UNTIL WS-AT-END
        END-IF
        CLOSE SALES-ARCHIVE-FILE
        MOVE 'SALESARC-FILE' TO WS-CHECK-FILE-NAME
        MOVE SALESARC-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

SUM-ONE-LIVE-COST.
    READ SALES-FILE NEXT RECORD
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'SALES-FILE' TO WS-CHECK-FILE-NAME
    MOVE SALES-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        IF SALESDATE-KEY NOT = WS-EXTRACT-DATE
            MOVE 'YES' TO WS-EOF-SWITCH
        ELSE
            IF SALES-TYPE NOT = 'R' AND SALES-VOID-FLAG NOT = 'Y'
                COMPUTE WS-LINE-COST = SALES-QTY * SALES-UNIT-COST
                ADD WS-LINE-COST TO WS-COST-OF-SALES
            END-IF
        END-IF
    END-IF.

SUM-ONE-ARC-COST.
    READ SALES-ARCHIVE-FILE NEXT RECORD
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'SALESARC-FILE' TO WS-CHECK-FILE-NAME
    MOVE SALESARC-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        IF SALESARC-DATE-KEY NOT = WS-EXTRACT-DATE
            MOVE 'YES' TO WS-EOF-SWITCH
        ELSE
            IF SALESARC-TYPE NOT = 'R'
                    AND SALESARC-VOID-FLAG NOT = 'Y'
                COMPUTE WS-LINE-COST =
                    SALESARC-QTY * SALESARC-UNIT-COST
                ADD WS-LINE-COST TO WS-COST-OF-SALES
            END-IF
        END-IF
    END-IF.

SUM-CHARGE-TENDERS.
    MOVE ZEROS TO WS-CHARGE-TOTAL
    MOVE ZEROS TO WS-CARD-TOTAL
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN INPUT TICKET-FILE
    IF TKT-STATUS = '35'
        IF TKT-DATE-KEY NOT = WS-EXTRACT-DATE
            MOVE 'YES' TO WS-EOF-SWITCH
        ELSE
            IF TKT-VOID-FLAG = 'Y'
                MOVE SPACE TO WS-TALLY-TENDER
            ELSE
                MOVE TKT-TENDER-TYPE TO WS-TALLY-TENDER
            END-IF
            EVALUATE WS-TALLY-TENDER
                WHEN 'H'
                    ADD TKT-TENDER-AMOUNT TO WS-CHARGE-TOTAL
                WHEN 'K'
                    ADD TKT-TENDER-AMOUNT TO WS-CARD-TOTAL
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-IF.

        IF TKTA-DATE-KEY NOT = WS-EXTRACT-DATE
            MOVE 'YES' TO WS-EOF-SWITCH
        ELSE
            IF TKTA-VOID-FLAG = 'Y'
                MOVE SPACE TO WS-TALLY-TENDER
            ELSE
                MOVE TKTA-TENDER-TYPE TO WS-TALLY-TENDER
            END-IF
            EVALUATE WS-TALLY-TENDER
                WHEN 'H'
                    ADD TKTA-TENDER-AMOUNT TO WS-CHARGE-TOTAL
                WHEN 'K'
                    ADD TKTA-TENDER-AMOUNT TO WS-CARD-TOTAL
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-IF.


SUM-APPROVED-INVOICES.
    MOVE ZEROS TO WS-AP-INVOICE-TOTAL
    MOVE ZEROS TO WS-AP-PAYMENT-TOTAL
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN I-O VENDOR-INVOICE-FILE
    IF VINV-STATUS = '35'
    MOVE VINV-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        MOVE 'NO ' TO WS-VINV-CHANGED
        IF VINV-STATUS-FLAG = 'A'
            IF VINV-DOC-TYPE = 'D'
                SUBTRACT VINV-TOTAL FROM WS-AP-INVOICE-TOTAL
            ELSE
                ADD VINV-TOTAL TO WS-AP-INVOICE-TOTAL
            END-IF
            MOVE 'P' TO VINV-STATUS-FLAG
            MOVE 'YES' TO WS-VINV-CHANGED
        END-IF
        IF VINV-PAID-FLAG = 'Y' AND VINV-PAY-POSTED-FLAG NOT = 'Y'
            IF VINV-DOC-TYPE = 'D'
                SUBTRACT VINV-TOTAL FROM WS-AP-PAYMENT-TOTAL
            ELSE
                COMPUTE WS-AP-PAYMENT-TOTAL = WS-AP-PAYMENT-TOTAL
                    + VINV-TOTAL - VINV-CREDIT-TOTAL
            END-IF
            MOVE 'Y' TO VINV-PAY-POSTED-FLAG
            MOVE 'YES' TO WS-VINV-CHANGED
        END-IF
        IF VINV-WAS-CHANGED
            REWRITE VENDINV-RECORD
            MOVE 'VENDINV-FILE' TO WS-CHECK-FILE-NAME
            MOVE VINV-STATUS TO WS-CHECK-STATUS
                    ADD GCTRAN-AMOUNT TO WS-GC-REDEEM-TOTAL
                WHEN 'C'
                    ADD GCTRAN-AMOUNT TO WS-GC-CREDIT-TOTAL
                WHEN 'V'
                    SUBTRACT GCTRAN-AMOUNT FROM WS-GC-REDEEM-TOTAL
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-IF.

SUM-LOYALTY-TRANS.
    MOVE ZEROS TO WS-LOY-EARN-TOTAL
    MOVE ZEROS TO WS-LOY-REDEEM-TOTAL
    MOVE ZEROS TO WS-LOY-EXPIRE-TOTAL
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN INPUT LOYALTY-TRAN-FILE
    IF LOYTRAN-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'LOYTRAN-FILE' TO WS-CHECK-FILE-NAME
        MOVE LOYTRAN-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF LOYTRAN-STATUS NOT = '00'
            MOVE 'YES' TO WS-EOF-SWITCH
        END-IF
        PERFORM SUM-ONE-LOYALTY-TRAN UNTIL WS-AT-END
        CLOSE LOYALTY-TRAN-FILE
        MOVE 'LOYTRAN-FILE' TO WS-CHECK-FILE-NAME
        MOVE LOYTRAN-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

SUM-ONE-LOYALTY-TRAN.
    READ LOYALTY-TRAN-FILE
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'LOYTRAN-FILE' TO WS-CHECK-FILE-NAME
    MOVE LOYTRAN-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        IF LOYT-DATE = WS-EXTRACT-DATE
            EVALUATE LOYT-TYPE
                WHEN 'E'
                    ADD LOYT-VALUE TO WS-LOY-EARN-TOTAL
                WHEN 'B'
                    SUBTRACT LOYT-VALUE FROM WS-LOY-EARN-TOTAL
                WHEN 'V'
                    SUBTRACT LOYT-VALUE FROM WS-LOY-EARN-TOTAL
                WHEN 'R'
                    ADD LOYT-VALUE TO WS-LOY-REDEEM-TOTAL
                WHEN 'U'
                    SUBTRACT LOYT-VALUE FROM WS-LOY-REDEEM-TOTAL
                WHEN 'X'
                    ADD LOYT-VALUE TO WS-LOY-EXPIRE-TOTAL
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    PERFORM CHECK-FILE-STATUS
    MOVE WS-ACCT-CASH TO WS-GL-ACCOUNT
    COMPUTE WS-GL-AMOUNT = WS-NET-TOTAL + WS-TAX-TOTAL
        - WS-CHARGE-TOTAL - WS-CARD-TOTAL + WS-CREDIT-TOTAL
        + WS-GC-ISSUE-TOTAL - WS-GC-REDEEM-TOTAL
        + WS-GC-CREDIT-TOTAL - WS-LOY-REDEEM-TOTAL
    MOVE 'D' TO WS-GL-SIDE
    MOVE 'DAILY CASH RECEIPTS' TO WS-GL-DESC
    PERFORM WRITE-GL-LINE
    MOVE WS-ACCT-CARDRCV TO WS-GL-ACCOUNT
    MOVE WS-CARD-TOTAL TO WS-GL-AMOUNT
    MOVE 'D' TO WS-GL-SIDE
    MOVE 'CARD RECEIVABLES' TO WS-GL-DESC
    PERFORM WRITE-GL-LINE
    MOVE WS-ACCT-ARTRADE TO WS-GL-ACCOUNT
    MOVE WS-CHARGE-TOTAL TO WS-GL-AMOUNT
    MOVE 'D' TO WS-GL-SIDE
    MOVE 'C' TO WS-GL-SIDE
    MOVE 'RETURNS RESTOCKED' TO WS-GL-DESC
    PERFORM WRITE-GL-LINE
    MOVE WS-ACCT-COGS TO WS-GL-ACCOUNT
    MOVE WS-COST-OF-SALES TO WS-GL-AMOUNT
    MOVE 'D' TO WS-GL-SIDE
    MOVE 'COST OF GOODS SOLD' TO WS-GL-DESC
    PERFORM WRITE-GL-LINE
    MOVE WS-ACCT-INVENTORY TO WS-GL-ACCOUNT
    MOVE WS-COST-OF-SALES TO WS-GL-AMOUNT
    MOVE 'C' TO WS-GL-SIDE
    MOVE 'COST OF GOODS SOLD' TO WS-GL-DESC
    PERFORM WRITE-GL-LINE
    MOVE WS-ACCT-SHRINK TO WS-GL-ACCOUNT
    COMPUTE WS-GL-AMOUNT = 0 - WS-SHRINK-VALUE
    MOVE 'D' TO WS-GL-SIDE
    MOVE 'INVENTORY SHRINKAGE' TO WS-GL-DESC
    PERFORM WRITE-GL-LINE
    MOVE WS-ACCT-APCLEAR TO WS-GL-ACCOUNT
    COMPUTE WS-GL-AMOUNT = 0 - WS-RTV-VALUE
    MOVE 'D' TO WS-GL-SIDE
    MOVE 'RETURNS TO VENDOR' TO WS-GL-DESC
    PERFORM WRITE-GL-LINE
    MOVE WS-ACCT-INVENTORY TO WS-GL-ACCOUNT
    COMPUTE WS-GL-AMOUNT = 0 - WS-RTV-VALUE
    MOVE 'C' TO WS-GL-SIDE
    MOVE 'RETURNS TO VENDOR' TO WS-GL-DESC
    PERFORM WRITE-GL-LINE
    MOVE WS-ACCT-APCLEAR TO WS-GL-ACCOUNT
    MOVE WS-AP-INVOICE-TOTAL TO WS-GL-AMOUNT
    MOVE 'D' TO WS-GL-SIDE
    MOVE 'VENDOR INVOICES' TO WS-GL-DESC
    MOVE 'C' TO WS-GL-SIDE
    MOVE 'VENDOR INVOICES' TO WS-GL-DESC
    PERFORM WRITE-GL-LINE
    MOVE WS-ACCT-APTRADE TO WS-GL-ACCOUNT
    MOVE WS-AP-PAYMENT-TOTAL TO WS-GL-AMOUNT
    MOVE 'D' TO WS-GL-SIDE
    MOVE 'VENDOR PAYMENTS' TO WS-GL-DESC
    PERFORM WRITE-GL-LINE
    MOVE WS-ACCT-CASH TO WS-GL-ACCOUNT
    MOVE WS-AP-PAYMENT-TOTAL TO WS-GL-AMOUNT
    MOVE 'C' TO WS-GL-SIDE
    MOVE 'VENDOR PAYMENTS' TO WS-GL-DESC
    PERFORM WRITE-GL-LINE
    MOVE WS-ACCT-GIFTLIAB TO WS-GL-ACCOUNT
    MOVE WS-GC-ISSUE-TOTAL TO WS-GL-AMOUNT
    MOVE 'C' TO WS-GL-SIDE
    MOVE 'C' TO WS-GL-SIDE
    MOVE 'REFUND STORE CREDIT' TO WS-GL-DESC
    PERFORM WRITE-GL-LINE
    MOVE WS-ACCT-LOYEXP TO WS-GL-ACCOUNT
    MOVE WS-LOY-EARN-TOTAL TO WS-GL-AMOUNT
    MOVE 'D' TO WS-GL-SIDE
    MOVE 'LOYALTY POINTS EARNED' TO WS-GL-DESC
    PERFORM WRITE-GL-LINE
    MOVE WS-ACCT-LOYLIAB TO WS-GL-ACCOUNT
    MOVE WS-LOY-EARN-TOTAL TO WS-GL-AMOUNT
    MOVE 'C' TO WS-GL-SIDE
    MOVE 'LOYALTY POINTS EARNED' TO WS-GL-DESC
    PERFORM WRITE-GL-LINE
    MOVE WS-ACCT-LOYLIAB TO WS-GL-ACCOUNT
    MOVE WS-LOY-REDEEM-TOTAL TO WS-GL-AMOUNT
    MOVE 'D' TO WS-GL-SIDE
    MOVE 'LOYALTY REDEEMED' TO WS-GL-DESC
    PERFORM WRITE-GL-LINE
    MOVE WS-ACCT-LOYLIAB TO WS-GL-ACCOUNT
    MOVE WS-LOY-EXPIRE-TOTAL TO WS-GL-AMOUNT
    MOVE 'D' TO WS-GL-SIDE
    MOVE 'LOYALTY EXPIRED' TO WS-GL-DESC
    PERFORM WRITE-GL-LINE
    MOVE WS-ACCT-LOYEXP TO WS-GL-ACCOUNT
    MOVE WS-LOY-EXPIRE-TOTAL TO WS-GL-AMOUNT
    MOVE 'C' TO WS-GL-SIDE
    MOVE 'LOYALTY EXPIRED' TO WS-GL-DESC
    PERFORM WRITE-GL-LINE
    CLOSE GL-INTERFACE-FILE
    MOVE 'GLINTF-FILE' TO WS-CHECK-FILE-NAME
    MOVE GLINTF-STATUS TO WS-CHECK-STATUS
            AND WS-CHECK-STATUS NOT = '23'
        DISPLAY 'FILE ERROR ON ' WS-CHECK-FILE-NAME
            ' - STATUS ' WS-CHECK-STATUS
        IF WS-CHECK-STATUS > '29'
            MOVE 16 TO RETURN-CODE
        END-IF
    END-IF.
