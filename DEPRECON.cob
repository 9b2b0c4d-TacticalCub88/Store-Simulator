IDENTIFICATION DIVISION.
PROGRAM-ID. DEPOSIT-RECON.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TICKET-FILE ASSIGN TO 'TICKET.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TKT-KEY
        ALTERNATE RECORD KEY IS TKT-DATE-KEY WITH DUPLICATES
        FILE STATUS IS TKT-STATUS.
    SELECT TICKET-ARCHIVE-FILE ASSIGN TO 'TKTARC.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TKTA-KEY
        ALTERNATE RECORD KEY IS TKTA-DATE-KEY WITH DUPLICATES
        FILE STATUS IS TKTARC-STATUS.
    SELECT DRAWER-FILE ASSIGN TO 'DRAWER.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DRW-KEY
        FILE STATUS IS DRW-STATUS.
    SELECT DRAWER-PAY-FILE ASSIGN TO 'DRWPAY.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DRWPAY-STATUS.
    SELECT CUSTOMER-PAYMENT-FILE ASSIGN TO 'CUSTPAY.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CUSTPAY-STATUS.
    SELECT DEPOSIT-REPORT-FILE ASSIGN TO 'DEPRECON.PRT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DEPRPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD TICKET-FILE.
COPY "TKTREC.cpy".

FD TICKET-ARCHIVE-FILE.
COPY "TKTARC.cpy".

FD DRAWER-FILE.
COPY "DRAWER.cpy".

FD DRAWER-PAY-FILE.
COPY "DRWPAY.cpy".

FD CUSTOMER-PAYMENT-FILE.
COPY "PAYREC.cpy".

FD DEPOSIT-REPORT-FILE.
01 DEPOSIT-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 TKT-STATUS PIC X(2).
01 TKTARC-STATUS PIC X(2).
01 DRW-STATUS PIC X(2).
01 DRWPAY-STATUS PIC X(2).
01 CUSTPAY-STATUS PIC X(2).
01 DEPRPT-STATUS PIC X(2).
01 WS-FILE-STATUS-CHECK.
   05 WS-CHECK-FILE-NAME PIC X(15).
   05 WS-CHECK-STATUS PIC X(2).
01 WS-EOF-SWITCH PIC X(3) VALUE 'NO '.
   88 WS-AT-END VALUE 'YES'.
01 WS-DEPOSIT-DATE PIC X(8).
01 WS-DEPOSIT-KEYED PIC 9(8)V99.
01 WS-CASH-SALES PIC S9(9)V99.
01 WS-CHECK-TOTAL PIC S9(9)V99.
01 WS-CHECK-COUNT PIC 9(5).
01 WS-PAIDIN-TOTAL PIC S9(9)V99.
01 WS-PAIDOUT-TOTAL PIC S9(9)V99.
01 WS-PAYMENT-TOTAL PIC S9(9)V99.
01 WS-EXPECTED-CASH PIC S9(9)V99.
01 WS-EXPECTED-DEPOSIT PIC S9(9)V99.
01 WS-DEPOSIT-VARIANCE PIC S9(9)V99.
01 WS-DRAWER-NET PIC S9(9)V99.
01 WS-DRAWER-COUNT PIC 9(3).
01 WS-OPEN-DRAWERS PIC 9(3).
01 WS-RPT-RUN-DATE PIC X(8).
01 WS-RPT-PAGE PIC 9(4).
01 WS-RPT-LINE-COUNT PIC 9(3).
01 WS-PRINT-LINE PIC X(132).
01 WS-PRINT-OUT PIC X(132).
01 WS-ED-PAGE PIC ZZZ9.
01 WS-ED-AMT1 PIC -(8)9.99.

PROCEDURE DIVISION.
MAIN-PROCESS.
    DISPLAY 'BANK DEPOSIT RECONCILIATION'
    DISPLAY 'ENTER DEPOSIT DATE (YYYYMMDD): ' WITH NO ADVANCING
    ACCEPT WS-DEPOSIT-DATE
    DISPLAY 'ENTER BANK DEPOSIT AMOUNT: ' WITH NO ADVANCING
    ACCEPT WS-DEPOSIT-KEYED
    ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD
    MOVE ZEROS TO WS-RPT-PAGE
    MOVE 999 TO WS-RPT-LINE-COUNT
    MOVE SPACES TO WS-PRINT-LINE
    OPEN OUTPUT DEPOSIT-REPORT-FILE
    MOVE 'DEPRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE DEPRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    STRING 'DEPOSIT DATE: ' WS-DEPOSIT-DATE
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    PERFORM PRINT-REPORT-LINE
    MOVE 'CHECKS TENDERED:' TO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    PERFORM SUM-DAY-TICKETS
    PERFORM SUM-ARC-TICKETS
    PERFORM SUM-DAY-DRAWER-PAYS
    PERFORM SUM-DAY-PAYMENTS
    PERFORM SUM-DAY-DRAWERS
    COMPUTE WS-EXPECTED-CASH = WS-CASH-SALES
        + WS-PAIDIN-TOTAL - WS-PAIDOUT-TOTAL
        + WS-PAYMENT-TOTAL
    COMPUTE WS-EXPECTED-DEPOSIT =
        WS-EXPECTED-CASH + WS-CHECK-TOTAL
    COMPUTE WS-DEPOSIT-VARIANCE =
        WS-DEPOSIT-KEYED - WS-EXPECTED-DEPOSIT
    PERFORM PRINT-DEPOSIT-SUMMARY
    CLOSE DEPOSIT-REPORT-FILE
    MOVE 'DEPRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE DEPRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    DISPLAY 'EXPECTED CASH: ' WS-EXPECTED-CASH
    DISPLAY 'EXPECTED CHECKS: ' WS-CHECK-TOTAL
    DISPLAY 'EXPECTED DEPOSIT: ' WS-EXPECTED-DEPOSIT
    DISPLAY 'BANK DEPOSIT: ' WS-DEPOSIT-KEYED
    DISPLAY 'DEPOSIT OVER/SHORT: ' WS-DEPOSIT-VARIANCE
    IF WS-OPEN-DRAWERS > 0
        DISPLAY 'WARNING - DRAWERS STILL OPEN: ' WS-OPEN-DRAWERS
    END-IF
    DISPLAY 'DEPOSIT REPORT WRITTEN TO DEPRECON.PRT'
    STOP RUN.

SUM-DAY-TICKETS.
    MOVE ZEROS TO WS-CASH-SALES
    MOVE ZEROS TO WS-CHECK-TOTAL
    MOVE ZEROS TO WS-CHECK-COUNT
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN INPUT TICKET-FILE
    IF TKT-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'TICKET-FILE' TO WS-CHECK-FILE-NAME
        MOVE TKT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF TKT-STATUS = '00'
            MOVE WS-DEPOSIT-DATE TO TKT-DATE-KEY
            START TICKET-FILE KEY IS NOT LESS THAN TKT-DATE-KEY
                INVALID KEY
                    MOVE 'YES' TO WS-EOF-SWITCH
            END-START
            MOVE 'TICKET-FILE' TO WS-CHECK-FILE-NAME
            MOVE TKT-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
            PERFORM SUM-ONE-DAY-TICKET UNTIL WS-AT-END
        END-IF
        CLOSE TICKET-FILE
        MOVE 'TICKET-FILE' TO WS-CHECK-FILE-NAME
        MOVE TKT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

SUM-ONE-DAY-TICKET.
    READ TICKET-FILE NEXT RECORD
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'TICKET-FILE' TO WS-CHECK-FILE-NAME
    MOVE TKT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        IF TKT-DATE-KEY NOT = WS-DEPOSIT-DATE
            MOVE 'YES' TO WS-EOF-SWITCH
        END-IF
        IF NOT WS-AT-END AND TKT-VOID-FLAG NOT = 'Y'
            EVALUATE TKT-TENDER-TYPE
                WHEN 'C'
                    ADD TKT-TENDER-AMOUNT TO WS-CASH-SALES
                    SUBTRACT TKT-CHANGE-DUE FROM WS-CASH-SALES
                WHEN 'Q'
                    ADD TKT-TENDER-AMOUNT TO WS-CHECK-TOTAL
                    ADD 1 TO WS-CHECK-COUNT
                    MOVE TKT-TENDER-AMOUNT TO WS-ED-AMT1
                    STRING '  TICKET: ' TKT-KEY
                        '  CHECK NO: ' TKT-AUTH-REF
                        '  OPERATOR: ' TKT-OPERATOR-ID
                        '  AMOUNT: ' WS-ED-AMT1
                        DELIMITED BY SIZE
                        INTO WS-PRINT-LINE
                    PERFORM PRINT-REPORT-LINE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-IF.

SUM-ARC-TICKETS.
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN INPUT TICKET-ARCHIVE-FILE
    IF TKTARC-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'TKTARC-FILE' TO WS-CHECK-FILE-NAME
        MOVE TKTARC-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF TKTARC-STATUS = '00'
            MOVE WS-DEPOSIT-DATE TO TKTA-DATE-KEY
            START TICKET-ARCHIVE-FILE
                KEY IS NOT LESS THAN TKTA-DATE-KEY
                INVALID KEY
                    MOVE 'YES' TO WS-EOF-SWITCH
            END-START
            MOVE 'TKTARC-FILE' TO WS-CHECK-FILE-NAME
            MOVE TKTARC-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
            PERFORM SUM-ONE-ARC-TICKET UNTIL WS-AT-END
        END-IF
        CLOSE TICKET-ARCHIVE-FILE
        MOVE 'TKTARC-FILE' TO WS-CHECK-FILE-NAME
        MOVE TKTARC-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

SUM-ONE-ARC-TICKET.
    READ TICKET-ARCHIVE-FILE NEXT RECORD
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'TKTARC-FILE' TO WS-CHECK-FILE-NAME
    MOVE TKTARC-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        IF TKTA-DATE-KEY NOT = WS-DEPOSIT-DATE
            MOVE 'YES' TO WS-EOF-SWITCH
        END-IF
        IF NOT WS-AT-END AND TKTA-VOID-FLAG NOT = 'Y'
            EVALUATE TKTA-TENDER-TYPE
                WHEN 'C'
                    ADD TKTA-TENDER-AMOUNT TO WS-CASH-SALES
                    SUBTRACT TKTA-CHANGE-DUE FROM WS-CASH-SALES
                WHEN 'Q'
                    ADD TKTA-TENDER-AMOUNT TO WS-CHECK-TOTAL
                    ADD 1 TO WS-CHECK-COUNT
                    MOVE TKTA-TENDER-AMOUNT TO WS-ED-AMT1
                    STRING '  TICKET: ' TKTA-KEY
                        '  CHECK NO: ' TKTA-AUTH-REF
                        '  OPERATOR: ' TKTA-OPERATOR-ID
                        '  AMOUNT: ' WS-ED-AMT1
                        DELIMITED BY SIZE
                        INTO WS-PRINT-LINE
                    PERFORM PRINT-REPORT-LINE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-IF.

SUM-DAY-DRAWER-PAYS.
    MOVE ZEROS TO WS-PAIDIN-TOTAL
    MOVE ZEROS TO WS-PAIDOUT-TOTAL
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN INPUT DRAWER-PAY-FILE
    IF DRWPAY-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'DRWPAY-FILE' TO WS-CHECK-FILE-NAME
        MOVE DRWPAY-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF DRWPAY-STATUS = '00'
            PERFORM SUM-ONE-DRAWER-PAY UNTIL WS-AT-END
        END-IF
        CLOSE DRAWER-PAY-FILE
        MOVE 'DRWPAY-FILE' TO WS-CHECK-FILE-NAME
        MOVE DRWPAY-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

SUM-ONE-DRAWER-PAY.
    READ DRAWER-PAY-FILE
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'DRWPAY-FILE' TO WS-CHECK-FILE-NAME
    MOVE DRWPAY-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        IF DRWPAY-DATE = WS-DEPOSIT-DATE
            IF DRWPAY-TYPE = 'I'
                ADD DRWPAY-AMOUNT TO WS-PAIDIN-TOTAL
            ELSE
                ADD DRWPAY-AMOUNT TO WS-PAIDOUT-TOTAL
            END-IF
        END-IF
    END-IF.

SUM-DAY-PAYMENTS.
    MOVE ZEROS TO WS-PAYMENT-TOTAL
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN INPUT CUSTOMER-PAYMENT-FILE
    IF CUSTPAY-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'CUSTPAY-FILE' TO WS-CHECK-FILE-NAME
        MOVE CUSTPAY-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF CUSTPAY-STATUS = '00'
            PERFORM SUM-ONE-DAY-PAYMENT UNTIL WS-AT-END
        END-IF
        CLOSE CUSTOMER-PAYMENT-FILE
        MOVE 'CUSTPAY-FILE' TO WS-CHECK-FILE-NAME
        MOVE CUSTPAY-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

SUM-ONE-DAY-PAYMENT.
    READ CUSTOMER-PAYMENT-FILE
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'CUSTPAY-FILE' TO WS-CHECK-FILE-NAME
    MOVE CUSTPAY-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        IF CUSTPAY-DATE = WS-DEPOSIT-DATE
                AND CUSTPAY-TYPE = 'P'
            ADD CUSTPAY-AMOUNT TO WS-PAYMENT-TOTAL
        END-IF
    END-IF.

SUM-DAY-DRAWERS.
    MOVE ZEROS TO WS-DRAWER-NET
    MOVE ZEROS TO WS-DRAWER-COUNT
    MOVE ZEROS TO WS-OPEN-DRAWERS
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN INPUT DRAWER-FILE
    IF DRW-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'DRAWER-FILE' TO WS-CHECK-FILE-NAME
        MOVE DRW-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF DRW-STATUS = '00'
            MOVE WS-DEPOSIT-DATE TO DRW-DATE
            MOVE LOW-VALUES TO DRW-OPERATOR-ID
            START DRAWER-FILE KEY IS NOT LESS THAN DRW-KEY
                INVALID KEY
                    MOVE 'YES' TO WS-EOF-SWITCH
            END-START
            MOVE 'DRAWER-FILE' TO WS-CHECK-FILE-NAME
            MOVE DRW-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
            PERFORM SUM-ONE-DAY-DRAWER UNTIL WS-AT-END
        END-IF
        CLOSE DRAWER-FILE
        MOVE 'DRAWER-FILE' TO WS-CHECK-FILE-NAME
        MOVE DRW-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

SUM-ONE-DAY-DRAWER.
    READ DRAWER-FILE NEXT RECORD
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'DRAWER-FILE' TO WS-CHECK-FILE-NAME
    MOVE DRW-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        IF DRW-DATE NOT = WS-DEPOSIT-DATE
            MOVE 'YES' TO WS-EOF-SWITCH
        ELSE
            IF DRW-STATUS-FLAG = 'C'
                ADD 1 TO WS-DRAWER-COUNT
                ADD DRW-COUNTED-CASH TO WS-DRAWER-NET
                SUBTRACT DRW-OPEN-FLOAT FROM WS-DRAWER-NET
            ELSE
                ADD 1 TO WS-OPEN-DRAWERS
            END-IF
        END-IF
    END-IF.

PRINT-DEPOSIT-SUMMARY.
    MOVE WS-CHECK-TOTAL TO WS-ED-AMT1
    STRING '  CHECKS: ' WS-CHECK-COUNT '  TOTAL: ' WS-ED-AMT1
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    PERFORM PRINT-REPORT-LINE
    MOVE WS-CASH-SALES TO WS-ED-AMT1
    STRING 'CASH SALES NET OF CHANGE:  ' WS-ED-AMT1
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    MOVE WS-PAIDIN-TOTAL TO WS-ED-AMT1
    STRING 'DRAWER PAID IN:            ' WS-ED-AMT1
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    MOVE WS-PAIDOUT-TOTAL TO WS-ED-AMT1
    STRING 'DRAWER PAID OUT:           ' WS-ED-AMT1
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    MOVE WS-PAYMENT-TOTAL TO WS-ED-AMT1
    STRING 'PAYMENTS ON ACCOUNT:       ' WS-ED-AMT1
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    MOVE WS-EXPECTED-CASH TO WS-ED-AMT1
    STRING 'EXPECTED CASH:             ' WS-ED-AMT1
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    MOVE WS-CHECK-TOTAL TO WS-ED-AMT1
    STRING 'EXPECTED CHECKS:           ' WS-ED-AMT1
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    MOVE WS-EXPECTED-DEPOSIT TO WS-ED-AMT1
    STRING 'EXPECTED DEPOSIT:          ' WS-ED-AMT1
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    MOVE WS-DEPOSIT-KEYED TO WS-ED-AMT1
    STRING 'BANK DEPOSIT:              ' WS-ED-AMT1
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    MOVE WS-DEPOSIT-VARIANCE TO WS-ED-AMT1
    STRING 'DEPOSIT OVER/SHORT:        ' WS-ED-AMT1
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    PERFORM PRINT-REPORT-LINE
    MOVE WS-DRAWER-NET TO WS-ED-AMT1
    STRING 'DRAWERS CLOSED: ' WS-DRAWER-COUNT
        '  COUNTED CASH LESS FLOAT: ' WS-ED-AMT1
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    IF WS-OPEN-DRAWERS > 0
        STRING 'WARNING - DRAWERS STILL OPEN: ' WS-OPEN-DRAWERS
            DELIMITED BY SIZE
            INTO WS-PRINT-LINE
        PERFORM PRINT-REPORT-LINE
    END-IF.

PRINT-REPORT-LINE.
    IF WS-RPT-LINE-COUNT > 54
        PERFORM PRINT-REPORT-HEADING
    END-IF
    MOVE WS-PRINT-LINE TO WS-PRINT-OUT
    WRITE DEPOSIT-REPORT-LINE FROM WS-PRINT-OUT
    MOVE 'DEPRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE DEPRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    ADD 1 TO WS-RPT-LINE-COUNT
    MOVE SPACES TO WS-PRINT-LINE.

PRINT-REPORT-HEADING.
    ADD 1 TO WS-RPT-PAGE
    MOVE WS-RPT-PAGE TO WS-ED-PAGE
    MOVE SPACES TO WS-PRINT-OUT
    STRING 'DEPOSIT RECONCILIATION  RUN DATE: '
        WS-RPT-RUN-DATE '  PAGE: ' WS-ED-PAGE
        DELIMITED BY SIZE
        INTO WS-PRINT-OUT
    WRITE DEPOSIT-REPORT-LINE FROM WS-PRINT-OUT
    MOVE 'DEPRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE DEPRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE SPACES TO WS-PRINT-OUT
    WRITE DEPOSIT-REPORT-LINE FROM WS-PRINT-OUT
    MOVE 'DEPRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE DEPRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE 2 TO WS-RPT-LINE-COUNT.

CHECK-FILE-STATUS.
    IF WS-CHECK-STATUS NOT = '00' AND WS-CHECK-STATUS NOT = '10'
            AND WS-CHECK-STATUS NOT = '23'
        DISPLAY 'FILE ERROR ON ' WS-CHECK-FILE-NAME
            ' - STATUS ' WS-CHECK-STATUS
    END-IF.
