    SELECT STORE-CONFIG-FILE ASSIGN TO 'STORECFG.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STORECFG-STATUS.
    SELECT EOD-CHECKPOINT-FILE ASSIGN TO 'EODCHKPT.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CHKPT-KEY
        FILE STATUS IS CHKPT-STATUS.
    SELECT DRAWER-FILE ASSIGN TO 'DRAWER.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
    SELECT OPENORD-REPORT-FILE ASSIGN TO 'OPENORD.PRT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPENORD-STATUS.
    SELECT XFER-HEADER-FILE ASSIGN TO 'XFERHDR.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS XFER-KEY
        FILE STATUS IS XFER-STATUS.
    SELECT XFER-LINE-FILE ASSIGN TO 'XFERLINE.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS XFERL-KEY
        FILE STATUS IS XFERL-STATUS.
    SELECT XFER-REPORT-FILE ASSIGN TO 'XFERRPT.PRT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS XFERRPT-STATUS.
    SELECT XFER-HDR-OUT-FILE ASSIGN USING WS-XFER-HDR-OUT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS XFERHO-STATUS.
    SELECT XFER-LINE-OUT-FILE ASSIGN USING WS-XFER-LINE-OUT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS XFERLO-STATUS.
    SELECT XFER-HDR-IN-FILE ASSIGN TO 'XFERHDIN.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS XFERHI-STATUS.
    SELECT XFER-LINE-IN-FILE ASSIGN TO 'XFERLNIN.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS XFERLI-STATUS.
    SELECT VOID-REPORT-FILE ASSIGN TO 'VOIDRPT.PRT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VOIDRPT-STATUS.
    SELECT RECEIPT-FILE ASSIGN TO 'RECEIPT.PRT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RCPT-STATUS.
    SELECT LOYALTY-ACCOUNT-FILE ASSIGN TO 'LOYACCT.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LOY-CUST-KEY
        FILE STATUS IS LOYACCT-STATUS.
    SELECT LOYALTY-TRAN-FILE ASSIGN TO 'LOYTRAN.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOYTRAN-STATUS.
    SELECT LOYLIAB-REPORT-FILE ASSIGN TO 'LOYLIAB.PRT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOYRPT-STATUS.
    SELECT RTV-LINE-FILE ASSIGN TO 'RTVLINE.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RTVL-KEY
        FILE STATUS IS RTVL-STATUS.
    SELECT DEBIT-MEMO-FILE ASSIGN TO 'DEBITMEM.PRT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DEBITMEM-STATUS.
    SELECT CHECK-REGISTER-FILE ASSIGN TO 'CHKREG.PRT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHKREG-STATUS.
    SELECT CHECK-PRINT-FILE ASSIGN TO 'CHECKS.PRT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHKPRT-STATUS.
    SELECT APAGING-REPORT-FILE ASSIGN TO 'APAGING.PRT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APAGE-STATUS.

DATA DIVISION.
FILE SECTION.
FD STORE-CONFIG-FILE.
COPY "STORECFG.cpy".

FD EOD-CHECKPOINT-FILE.
COPY "EODCHKPT.cpy".

FD DRAWER-FILE.
COPY "DRAWER.cpy".

FD OPENORD-REPORT-FILE.
01 OPENORD-REPORT-LINE PIC X(132).

FD XFER-HEADER-FILE.
COPY "XFERHDR.cpy".

FD XFER-LINE-FILE.
COPY "XFERLINE.cpy".

FD XFER-REPORT-FILE.
01 XFER-REPORT-LINE PIC X(132).

FD XFER-HDR-OUT-FILE.
01 XFER-HDR-OUT-LINE PIC X(58).

FD XFER-LINE-OUT-FILE.
01 XFER-LINE-OUT-LINE PIC X(45).

FD XFER-HDR-IN-FILE.
COPY "XFERHIN.cpy".

FD XFER-LINE-IN-FILE.
COPY "XFERLIN.cpy".

FD VOID-REPORT-FILE.
01 VOID-REPORT-LINE PIC X(132).

FD RECEIPT-FILE.
01 RECEIPT-LINE PIC X(40).

FD LOYALTY-ACCOUNT-FILE.
COPY "LOYACCT.cpy".

FD LOYALTY-TRAN-FILE.
COPY "LOYTRAN.cpy".

FD LOYLIAB-REPORT-FILE.
01 LOYLIAB-REPORT-LINE PIC X(132).

FD RTV-LINE-FILE.
COPY "RTVLINE.cpy".

FD DEBIT-MEMO-FILE.
01 DEBIT-MEMO-LINE PIC X(132).

FD CHECK-REGISTER-FILE.
01 CHECK-REGISTER-LINE PIC X(132).

FD CHECK-PRINT-FILE.
01 CHECK-PRINT-LINE PIC X(80).

FD APAGING-REPORT-FILE.
01 APAGING-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-DATE.
   05 WS-YEAR PIC 9(4).
01 WS-TENDER-TYPE PIC X.
01 WS-TENDER-AMOUNT PIC 9(7)V99.
01 WS-CHANGE-DUE PIC 9(7)V99.
01 WS-CARD-TYPE PIC X.
01 WS-AUTH-REF PIC X(12).
01 WS-TICKET-DONE PIC X(3) VALUE 'NO '.
   88 TICKET-IS-DONE VALUE 'YES'.
01 WS-TENDER-OK PIC X(3) VALUE 'NO '.
01 WS-ORIG-KEY PIC X(14).
01 WS-ORIG-QTY PIC 9(5).
01 WS-ORIG-AMOUNT PIC 9(5)V99.
01 WS-ORIG-UNIT-COST PIC 9(5)V99.
01 WS-PRIOR-RETURN-QTY PIC 9(7).
01 WS-AVAIL-RETURN-QTY PIC S9(7).
01 WS-RETURN-QTY PIC 9(5).
01 OPER-STATUS PIC X(2).
01 CUSTPAY-STATUS PIC X(2).
01 STORECFG-STATUS PIC X(2).
01 CHKPT-STATUS PIC X(2).
01 DRW-STATUS PIC X(2).
01 DRWPAY-STATUS PIC X(2).
01 WS-STORE-ID PIC X(3) VALUE '001'.
01 WS-DRW-EXPECTED PIC S9(7)V99.
01 WS-DRW-OVER-SHORT PIC S9(7)V99.
01 WS-DRW-CASH-TOTAL PIC S9(8)V99.
01 WS-DRW-CHECK-TOTAL PIC S9(8)V99.
01 WS-DRW-PAIDIN-TOTAL PIC S9(8)V99.
01 WS-DRW-PAIDOUT-TOTAL PIC S9(8)V99.
01 WS-DRWPAY-TYPE PIC X.
   88 INVOICE-IS-MATCHED VALUE 'YES'.
01 WS-LINE-MATCHED PIC X(3) VALUE 'NO '.
   88 LINE-IS-MATCHED VALUE 'YES'.
01 WS-VINVL-EOF PIC X(3) VALUE 'NO '.
   88 WS-VINVL-AT-END VALUE 'YES'.
01 WS-PRIOR-STOCK-QTY PIC S9(7).
01 WS-AVERAGE-COST PIC 9(5)V99.
01 WS-INVOICE-FOUND PIC X(3) VALUE 'NO '.
   88 INVOICE-WAS-FOUND VALUE 'YES'.
01 WS-APPROVE-ANSWER PIC X.
01 WS-STOCK-VALUE-TOTAL PIC 9(12)V99.
01 WS-RECEIVE-QTY PIC 9(5).
01 WS-ADD-NEW-ANSWER PIC X.
01 XFER-STATUS PIC X(2).
01 XFERL-STATUS PIC X(2).
01 XFERRPT-STATUS PIC X(2).
01 XFERHO-STATUS PIC X(2).
01 XFERLO-STATUS PIC X(2).
01 XFERHI-STATUS PIC X(2).
01 XFERLI-STATUS PIC X(2).
01 WS-XFER-HDR-OUT-NAME PIC X(12) VALUE 'XH000OUT.DAT'.
01 WS-XFER-LINE-OUT-NAME PIC X(12) VALUE 'XL000OUT.DAT'.
01 WS-XFER-HOLD PIC X(58).
01 WS-XFER-FROM-STORE PIC X(3).
01 WS-XFER-POSTED PIC 9(5).
01 WS-XFER-NO PIC X(15).
01 WS-XFER-TO-STORE PIC X(3).
01 WS-XFER-LINE-NO PIC 9(2).
01 WS-XFER-QTY PIC 9(5).
01 WS-XFER-RECV-QTY PIC 9(5).
01 WS-XFER-VALUE PIC 9(9)V99.
01 WS-XFER-DONE PIC X(3) VALUE 'NO '.
   88 XFER-ENTRY-DONE VALUE 'YES'.
01 WS-XFER-FOUND PIC X(3) VALUE 'NO '.
   88 XFER-WAS-FOUND VALUE 'YES'.
01 WS-XFER-RECV-OK PIC X(3) VALUE 'NO '.
   88 XFER-RECV-IS-OK VALUE 'YES'.
01 WS-XFER-DISCREP PIC X(3) VALUE 'NO '.
   88 XFER-HAS-DISCREP VALUE 'YES'.
01 WS-XFER-EOF PIC X(3) VALUE 'NO '.
   88 WS-XFER-AT-END VALUE 'YES'.
01 WS-XFER-COUNT PIC 9(5).
01 WS-XFER-TOTAL PIC S9(9)V99.
01 WS-XFER-DISCREP-COUNT PIC 9(5).
01 VOIDRPT-STATUS PIC X(2).
01 WS-TKT-ORDER-NO PIC X(12) VALUE SPACES.
01 WS-GCTRAN-TICKET-NO PIC X(12) VALUE SPACES.
01 WS-VOID-TICKET-NO PIC X(12).
01 WS-VOID-OK PIC X(3) VALUE 'NO '.
   88 VOID-IS-OK VALUE 'YES'.
01 WS-VOID-ANSWER PIC X.
01 WS-VOID-TENDER PIC X.
01 WS-VOID-AMOUNT PIC 9(7)V99.
01 WS-VOID-CHANGE PIC 9(7)V99.
01 WS-VOID-DUE PIC 9(7)V99.
01 WS-VOID-AUTH-REF PIC X(12).
01 WS-VOID-CASH PIC S9(7)V99.
01 WS-VOID-LINE-NO PIC 9(2).
01 WS-VOID-LINES-DONE PIC X(3) VALUE 'NO '.
   88 VOID-LINES-ARE-DONE VALUE 'YES'.
01 WS-VOID-GC-SUB PIC 9(2).
01 WS-VOID-GC-USED PIC 9(2).
01 WS-VOID-GC-TOTAL PIC 9(7)V99.
01 WS-VOID-GC-TABLE.
   05 WS-VOID-GC-ENTRY OCCURS 10 TIMES.
      10 WS-VOID-GC-CARD PIC X(16).
      10 WS-VOID-GC-AMT PIC 9(7)V99.
01 WS-VOID-RPT-DATE PIC X(8).
01 WS-VOID-COUNT PIC 9(5).
01 WS-VOID-TOTAL PIC S9(9)V99.
01 WS-VOPER-SUB PIC 9(2).
01 WS-VOPER-USED PIC 9(2).
01 WS-VOPER-HIT PIC 9(2).
01 WS-VOPER-ID PIC X(4).
01 WS-VOPER-AMOUNT PIC 9(7)V99.
01 WS-VOPER-TABLE.
   05 WS-VOPER-ENTRY OCCURS 20 TIMES.
      10 WS-VOPER-TBL-ID PIC X(4).
      10 WS-VOPER-TBL-COUNT PIC 9(5).
      10 WS-VOPER-TBL-AMOUNT PIC S9(9)V99.
01 RCPT-STATUS PIC X(2).
01 WS-RCPT-TICKET-NO PIC X(12).
01 WS-RCPT-DUPLICATE PIC X(3) VALUE 'NO '.
   88 RECEIPT-IS-DUPLICATE VALUE 'YES'.
01 WS-RCPT-FOUND PIC X(3) VALUE 'NO '.
   88 RECEIPT-TICKET-FOUND VALUE 'YES'.
01 WS-RCPT-ARCHIVED PIC X(3) VALUE 'NO '.
   88 RECEIPT-FROM-ARCHIVE VALUE 'YES'.
01 WS-RCPT-LINES-DONE PIC X(3) VALUE 'NO '.
   88 RECEIPT-LINES-DONE VALUE 'YES'.
01 WS-RCPT-INV-OK PIC X(3) VALUE 'NO '.
   88 RECEIPT-INV-IS-OPEN VALUE 'YES'.
01 WS-RCPT-TICKET.
   05 WS-RCPT-DATE PIC X(8).
   05 WS-RCPT-CUST-KEY PIC X(10).
   05 WS-RCPT-TOTAL PIC 9(7)V99.
   05 WS-RCPT-TAX PIC 9(7)V99.
   05 WS-RCPT-TENDER PIC X.
   05 WS-RCPT-TENDER-AMT PIC 9(7)V99.
   05 WS-RCPT-CHANGE PIC 9(7)V99.
   05 WS-RCPT-OPERATOR PIC X(4).
   05 WS-RCPT-STORE PIC X(3).
   05 WS-RCPT-REGISTER PIC X(3).
   05 WS-RCPT-CARD-TYPE PIC X.
   05 WS-RCPT-AUTH-REF PIC X(12).
   05 WS-RCPT-VOID-FLAG PIC X.
   05 WS-RCPT-ORDER-NO PIC X(12).
01 WS-RCPT-LINE-NO PIC 9(2).
01 WS-RCPT-DUE PIC 9(7)V99.
01 WS-RCPT-OWED PIC 9(7)V99.
01 WS-RCPT-DEPOSIT PIC 9(7)V99.
01 WS-RCPT-GC-TOTAL PIC 9(7)V99.
01 WS-RCPT-CASH PIC S9(7)V99.
01 WS-RCPT-BALANCE PIC S9(7)V99.
01 WS-RCPT-REFUND-TYPE PIC X.
01 WS-RCPT-GC-CARD PIC X(16).
01 WS-RCPT-LABEL PIC X(28).
01 WS-RCPT-AMOUNT PIC S9(7)V99.
01 WS-RCPT-LINE PIC X(40).
01 WS-ED-RCPT-AMT PIC -(6)9.99.
01 WS-ED-RCPT-QTY PIC Z(4)9.
01 WS-RCPT-LOY-EARNED PIC 9(9).
01 WS-RCPT-LOY-REDEEMED PIC 9(9).
01 WS-RCPT-LOY-VALUE PIC 9(7)V99.
01 WS-RCPT-LOY-CREDITED PIC 9(9).
01 WS-RCPT-LOY-BALANCE PIC 9(9).
01 LOYACCT-STATUS PIC X(2).
01 LOYTRAN-STATUS PIC X(2).
01 LOYRPT-STATUS PIC X(2).
01 WS-LOY-EARN-RATE PIC 9(2)V99 VALUE 1.00.
01 WS-LOY-POINT-VALUE PIC V9(4) VALUE .0100.
01 WS-LOY-EXPIRY-YEARS PIC 9 VALUE 1.
01 WS-LOY-CUST-OK PIC X(3) VALUE 'NO '.
   88 LOYALTY-CUSTOMER-OK VALUE 'YES'.
01 WS-LOY-FOUND PIC X(3) VALUE 'NO '.
   88 LOYALTY-ACCOUNT-FOUND VALUE 'YES'.
01 WS-LOY-USED PIC X(3) VALUE 'NO '.
   88 LOYALTY-POINTS-USED VALUE 'YES'.
01 WS-LOY-POINTS PIC 9(9).
01 WS-LOY-VALUE PIC 9(7)V99.
01 WS-LOY-SIGNED PIC S9(9).
01 WS-LOY-TRAN-TYPE PIC X.
01 WS-LOY-TRAN-POINTS PIC 9(9).
01 WS-LOY-TRAN-VALUE PIC 9(7)V99.
01 WS-LOY-TICKET-NO PIC X(12) VALUE SPACES.
01 WS-LOY-TODAY PIC X(8).
01 WS-LOY-EXPIRY.
   05 WS-LOY-EXP-YEAR PIC 9(4).
   05 WS-LOY-EXP-MMDD PIC X(4).
01 WS-LOY-ANSWER PIC X.
01 WS-LOY-ORIG-DATE PIC X(8).
01 WS-LOY-TYPE-DESC PIC X(10).
01 WS-LOY-VOID-EARNED PIC 9(9).
01 WS-LOY-VOID-REDEEMED PIC 9(9).
01 WS-LOY-VOID-VALUE PIC 9(7)V99.
01 WS-LOY-EXPIRED-POINTS PIC 9(11).
01 WS-LOY-LIAB-COUNT PIC 9(5).
01 WS-LOY-LIAB-POINTS PIC 9(11).
01 WS-LOY-LIAB-VALUE PIC S9(9)V99.
01 WS-ED-POINTS PIC Z(8)9.
01 WS-ED-POINTS2 PIC Z(8)9.
01 WS-ED-POINTS3 PIC Z(8)9.
01 WS-ED-POINTS-SGN PIC -(9)9.
01 WS-ED-POINTS-TOT PIC Z(10)9.
01 RTVL-STATUS PIC X(2).
01 DEBITMEM-STATUS PIC X(2).
01 WS-RTV-NO PIC X(12).
01 WS-RTV-DATE PIC X(8).
01 WS-RTV-QTY PIC 9(5).
01 WS-RTV-REASON PIC X.
01 WS-RTV-LINE-COUNT PIC 9(3).
01 WS-RTV-VALUE PIC 9(7)V99.
01 WS-RTV-LINE-VALUE PIC 9(7)V99.
01 WS-RTV-DONE PIC X(3) VALUE 'NO '.
   88 RTV-ENTRY-DONE VALUE 'YES'.
01 WS-RTV-DUP PIC X(3) VALUE 'NO '.
   88 RTV-LINE-IS-DUP VALUE 'YES'.
01 WS-RTV-EOF PIC X(3) VALUE 'NO '.
   88 WS-RTV-AT-END VALUE 'YES'.
01 WS-RTV-REASON-DESC PIC X(8).
01 WS-MEMO-NO PIC X(12).
01 WS-MEMO-TOTAL PIC 9(7)V99.
01 WS-MEMO-OPEN-AMT PIC S9(7)V99.
01 WS-MEMO-OK PIC X(3) VALUE 'NO '.
   88 MEMO-CAN-APPLY VALUE 'YES'.
01 WS-OPENINV-AMOUNT PIC S9(7)V99.
01 WS-OPENINV-DOC PIC X(2).
01 WS-OPENINV-SHOW PIC X(3) VALUE 'NO '.
   88 OPENINV-LINE-SHOWN VALUE 'YES'.
01 CHKREG-STATUS PIC X(2).
01 CHKPRT-STATUS PIC X(2).
01 APAGE-STATUS PIC X(2).
01 WS-VEND-TERMS-DAYS PIC 9(3).
01 WS-VEND-REMIT-TO.
   05 WS-VEND-REMIT-NAME PIC X(30).
   05 WS-VEND-REMIT-ADDR1 PIC X(30).
   05 WS-VEND-REMIT-ADDR2 PIC X(30).
   05 WS-VEND-REMIT-CITY PIC X(20).
   05 WS-VEND-REMIT-STATE PIC X(2).
   05 WS-VEND-REMIT-ZIP PIC X(10).
01 WS-DUE-DATE-NUM PIC 9(8).
01 WS-DUE-DATE-INT PIC 9(8).
01 WS-PAY-THRU-DATE PIC X(8).
01 WS-PAY-RUN-DATE PIC X(8).
01 WS-PAY-CHECK-NO PIC 9(6).
01 WS-PAY-CHECK-COUNT PIC 9(5).
01 WS-PAY-DOC-COUNT PIC 9(5).
01 WS-PAY-RUN-TOTAL PIC S9(9)V99.
01 WS-PAY-NET-AMT PIC S9(7)V99.
01 WS-PAY-LINE-TYPE PIC X.
01 WS-PAY-CUR-VENDOR PIC X(10).
01 WS-PAY-ANSWER PIC X.
01 WS-PAY-HOLD-ACTION PIC X.
01 WS-PAY-HOLD-CHANGES PIC 9(5).
01 WS-PAY-HOLD-DONE PIC X(3) VALUE 'NO '.
   88 PAY-HOLD-ENTRY-DONE VALUE 'YES'.
01 WS-PAY-SUB PIC 9(3).
01 WS-PAY-USED PIC 9(3).
01 WS-PAY-HIT PIC 9(3).
01 WS-PAY-TABLE.
   05 WS-PAY-ENTRY OCCURS 200 TIMES.
      10 WS-PAY-TBL-VENDOR PIC X(10).
      10 WS-PAY-TBL-INV-COUNT PIC 9(3).
      10 WS-PAY-TBL-INV-TOTAL PIC S9(9)V99.
      10 WS-PAY-TBL-MEMO-TOTAL PIC S9(9)V99.
      10 WS-PAY-TBL-NET PIC S9(9)V99.
      10 WS-PAY-TBL-CHECK-NO PIC 9(6).
01 WS-PAYEE-NAME PIC X(30).
01 WS-CHK-LINE PIC X(80).
01 WS-ED-CHECK-AMT PIC *(6)9.99.
01 WS-APAGE-VENDOR PIC X(10).
01 WS-APAGE-BALANCE PIC S9(9)V99.
01 WS-APAGE-TOTAL PIC S9(10)V99.
01 WS-APAGE-COUNT PIC 9(5).
01 WS-FILE-STATUS-CHECK.
   05 WS-CHECK-FILE-NAME PIC X(15).
   05 WS-CHECK-STATUS PIC X(2).
    PERFORM LOAD-STORE-CONFIG
    PERFORM OPERATOR-SIGN-ON UNTIL OPERATOR-SIGNED-ON
    PERFORM DISPLAY-MENU
    UNTIL WS-MENU-CHOICE = '42'
    STOP RUN.

LOAD-STORE-CONFIG.
    DISPLAY '28. ORDER PICKUP'
    DISPLAY '29. ORDER CANCEL'
    DISPLAY '30. OPEN ORDERS REPORT'
    DISPLAY '31. TRANSFER SHIP'
    DISPLAY '32. TRANSFER RECEIVE'
    DISPLAY '33. TRANSFERS IN TRANSIT REPORT'
    DISPLAY '34. VOID TICKET'
    DISPLAY '35. VOID AUDIT REPORT'
    DISPLAY '36. RECEIPT REPRINT'
    DISPLAY '37. LOYALTY LIABILITY REPORT'
    DISPLAY '38. RETURN TO VENDOR'
    DISPLAY '39. APPLY DEBIT MEMO'
    DISPLAY '40. VENDOR PAYMENT RUN'
    DISPLAY '41. AGED PAYABLES REPORT'
    DISPLAY '42. EXIT'
    ACCEPT WS-MENU-CHOICE
    PERFORM PROCESS-MENU-CHOICE.

        WHEN '30'
            PERFORM OPEN-ORDERS-REPORT
        WHEN '31'
            IF OPERATOR-IS-MANAGER
                PERFORM TRANSFER-SHIP
            ELSE
                DISPLAY 'MANAGER AUTHORIZATION REQUIRED'
            END-IF
        WHEN '32'
            IF OPERATOR-IS-MANAGER
                PERFORM TRANSFER-RECEIVE
            ELSE
                DISPLAY 'MANAGER AUTHORIZATION REQUIRED'
            END-IF
        WHEN '33'
            PERFORM IN-TRANSIT-REPORT
        WHEN '34'
            IF OPERATOR-IS-MANAGER
                PERFORM VOID-TICKET
            ELSE
                DISPLAY 'MANAGER AUTHORIZATION REQUIRED'
            END-IF
        WHEN '35'
            PERFORM VOID-AUDIT-REPORT
        WHEN '36'
            PERFORM RECEIPT-REPRINT
        WHEN '37'
            IF OPERATOR-IS-MANAGER
                PERFORM LOYALTY-LIABILITY-REPORT
            ELSE
                DISPLAY 'MANAGER AUTHORIZATION REQUIRED'
            END-IF
        WHEN '38'
            IF OPERATOR-IS-MANAGER
                PERFORM RETURN-TO-VENDOR
            ELSE
                DISPLAY 'MANAGER AUTHORIZATION REQUIRED'
            END-IF
        WHEN '39'
            IF OPERATOR-IS-MANAGER
                PERFORM APPLY-DEBIT-MEMO
            ELSE
                DISPLAY 'MANAGER AUTHORIZATION REQUIRED'
            END-IF
        WHEN '40'
            IF OPERATOR-IS-MANAGER
                PERFORM VENDOR-PAYMENT-RUN
            ELSE
                DISPLAY 'MANAGER AUTHORIZATION REQUIRED'
            END-IF
        WHEN '41'
            PERFORM AGED-PAYABLES-REPORT
        WHEN '42'
            CONTINUE
        WHEN OTHER
            DISPLAY 'INVALID MENU CHOICE'
    MOVE WS-DAY TO WS-TICKET-NO(5:2)
    MOVE WS-TIME-OF-DAY(1:6) TO WS-TICKET-NO(7:6)
    DISPLAY 'TICKET NUMBER: ' WS-TICKET-NO
    MOVE SPACES TO WS-TKT-ORDER-NO
    PERFORM READ-CUSTOMER-EXEMPT
    MOVE ZEROS TO WS-LINE-NO
    MOVE ZEROS TO WS-TICKET-TOTAL
    IF WS-LINE-NO > 0
        PERFORM TAKE-TICKET-TENDER
        PERFORM WRITE-TICKET-RECORD
        PERFORM EARN-LOYALTY-POINTS
        MOVE WS-TICKET-NO TO WS-RCPT-TICKET-NO
        PERFORM PRINT-TICKET-RECEIPT
    END-IF.

ENTER-TICKET-LINE.
    DISPLAY 'TICKET TOTAL DUE: ' WS-TICKET-DUE
    MOVE WS-TICKET-DUE TO WS-DUE-REMAINING
    MOVE 'NO ' TO WS-GC-USED
    MOVE 'NO ' TO WS-LOY-USED
    MOVE 'NO ' TO WS-TENDER-OK
    PERFORM ENTER-TENDER UNTIL TENDER-IS-OK.

ENTER-TENDER.
    MOVE SPACES TO WS-CARD-TYPE
    MOVE SPACES TO WS-AUTH-REF
    DISPLAY 'ENTER TENDER TYPE (C=CASH H=HOUSE CHARGE'
        ' G=GIFT CARD K=BANK CARD Q=CHECK'
        ' L=POINTS): ' WITH NO ADVANCING
    ACCEPT WS-TENDER-TYPE
    EVALUATE WS-TENDER-TYPE
        WHEN 'G'
        WHEN 'g'
            PERFORM GIFT-CARD-TENDER
        WHEN 'L'
        WHEN 'l'
            PERFORM LOYALTY-TENDER
        WHEN 'H'
        WHEN 'h'
            IF GIFT-CARD-USED OR LOYALTY-POINTS-USED
                DISPLAY 'SPLIT TENDER - REMAINDER MUST BE'
                    ' CASH, GIFT CARD OR POINTS'
            ELSE
                MOVE 'H' TO WS-TENDER-TYPE
                PERFORM CHARGE-TO-ACCOUNT
            END-IF
        WHEN 'K'
        WHEN 'k'
            IF GIFT-CARD-USED OR LOYALTY-POINTS-USED
                DISPLAY 'SPLIT TENDER - REMAINDER MUST BE'
                    ' CASH, GIFT CARD OR POINTS'
            ELSE
                PERFORM BANK-CARD-TENDER
            END-IF
        WHEN 'Q'
        WHEN 'q'
            IF GIFT-CARD-USED OR LOYALTY-POINTS-USED
                DISPLAY 'SPLIT TENDER - REMAINDER MUST BE'
                    ' CASH, GIFT CARD OR POINTS'
            ELSE
                PERFORM CHECK-TENDER
            END-IF
        WHEN OTHER
            MOVE 'C' TO WS-TENDER-TYPE
            DISPLAY 'ENTER TENDER AMOUNT: ' WITH NO ADVANCING
                COMPUTE WS-CHANGE-DUE =
                    WS-TENDER-AMOUNT - WS-DUE-REMAINING
                DISPLAY 'CHANGE DUE: ' WS-CHANGE-DUE
                IF GIFT-CARD-USED OR LOYALTY-POINTS-USED
                    MOVE 'I' TO WS-DRWPAY-TYPE
                    MOVE 'SPL' TO WS-DRWPAY-REASON
                    COMPUTE WS-DRWPAY-AMOUNT =
                        WS-TENDER-AMOUNT - WS-CHANGE-DUE
                    PERFORM WRITE-DRAWER-PAY-RECORD
                    IF GIFT-CARD-USED
                        MOVE 'G' TO WS-TENDER-TYPE
                    ELSE
                        MOVE 'L' TO WS-TENDER-TYPE
                    END-IF
                    MOVE WS-TICKET-DUE TO WS-TENDER-AMOUNT
                END-IF
                MOVE 'YES' TO WS-TENDER-OK
            END-IF
    END-EVALUATE.

BANK-CARD-TENDER.
    DISPLAY 'ENTER CARD TYPE (V=VISA M=MASTERCARD A=AMEX'
        ' D=DISCOVER): ' WITH NO ADVANCING
    ACCEPT WS-CARD-TYPE
    EVALUATE WS-CARD-TYPE
        WHEN 'V'
        WHEN 'v'
            MOVE 'V' TO WS-CARD-TYPE
        WHEN 'M'
        WHEN 'm'
            MOVE 'M' TO WS-CARD-TYPE
        WHEN 'A'
        WHEN 'a'
            MOVE 'A' TO WS-CARD-TYPE
        WHEN 'D'
        WHEN 'd'
            MOVE 'D' TO WS-CARD-TYPE
        WHEN OTHER
            MOVE SPACES TO WS-CARD-TYPE
    END-EVALUATE
    IF WS-CARD-TYPE = SPACES
        DISPLAY 'INVALID CARD TYPE'
    ELSE
        DISPLAY 'CHARGE CARD FOR: ' WS-DUE-REMAINING
        DISPLAY 'ENTER AUTHORIZATION NUMBER: ' WITH NO ADVANCING
        ACCEPT WS-AUTH-REF
        IF WS-AUTH-REF = SPACES
            DISPLAY 'AUTHORIZATION NUMBER REQUIRED'
        ELSE
            MOVE 'K' TO WS-TENDER-TYPE
            MOVE WS-DUE-REMAINING TO WS-TENDER-AMOUNT
            MOVE ZEROS TO WS-CHANGE-DUE
            MOVE 'YES' TO WS-TENDER-OK
            DISPLAY 'CARD TENDER ACCEPTED - AUTH: ' WS-AUTH-REF
        END-IF
    END-IF.

CHECK-TENDER.
    DISPLAY 'CHECK AMOUNT: ' WS-DUE-REMAINING
    DISPLAY 'ENTER CHECK NUMBER: ' WITH NO ADVANCING
    ACCEPT WS-AUTH-REF
    IF WS-AUTH-REF = SPACES
        DISPLAY 'CHECK NUMBER REQUIRED'
    ELSE
        MOVE 'Q' TO WS-TENDER-TYPE
        MOVE WS-DUE-REMAINING TO WS-TENDER-AMOUNT
        MOVE ZEROS TO WS-CHANGE-DUE
        MOVE 'YES' TO WS-TENDER-OK
        DISPLAY 'CHECK TENDER ACCEPTED - CHECK NO: ' WS-AUTH-REF
    END-IF.

GIFT-CARD-TENDER.
    DISPLAY 'ENTER GIFT CARD NUMBER: ' WITH NO ADVANCING
    ACCEPT WS-GC-CARD-NO
            PERFORM CHECK-FILE-STATUS
            MOVE 'R' TO WS-GCTRAN-TYPE
            MOVE WS-GC-DRAW TO WS-GCTRAN-AMOUNT
            MOVE WS-TICKET-NO TO WS-GCTRAN-TICKET-NO
            PERFORM WRITE-GIFT-CARD-TRAN
            MOVE 'YES' TO WS-GC-USED
            SUBTRACT WS-GC-DRAW FROM WS-DUE-REMAINING
    MOVE WS-OPERATOR-ID TO TKT-OPERATOR-ID
    MOVE WS-STORE-ID TO TKT-STORE-ID
    MOVE WS-REGISTER-ID TO TKT-REGISTER-ID
    MOVE WS-CARD-TYPE TO TKT-CARD-TYPE
    MOVE WS-AUTH-REF TO TKT-AUTH-REF
    MOVE 'N' TO TKT-VOID-FLAG
    MOVE WS-TKT-ORDER-NO TO TKT-ORDER-NO
    WRITE TICKET-RECORD
    MOVE 'TICKET-FILE' TO WS-CHECK-FILE-NAME
    MOVE TKT-STATUS TO WS-CHECK-STATUS

READ-CUSTOMER-EXEMPT.
    MOVE 'NO ' TO WS-CUST-EXEMPT
    MOVE 'NO ' TO WS-LOY-CUST-OK
    OPEN INPUT CUSTOMER-FILE
    MOVE 'CUSTOMER-FILE' TO WS-CHECK-FILE-NAME
    MOVE CUST-STATUS TO WS-CHECK-STATUS
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'YES' TO WS-LOY-CUST-OK
                IF CUSTOMER-TAX-EXEMPT-FLAG = 'Y'
                    MOVE 'YES' TO WS-CUST-EXEMPT
                    DISPLAY 'CUSTOMER IS TAX EXEMPT'
        IF SALES-TYPE = 'R'
            DISPLAY 'ORIGINAL RECORD IS ITSELF A RETURN'
        ELSE
            IF SALES-VOID-FLAG = 'Y'
                DISPLAY 'ORIGINAL TICKET WAS VOIDED'
            ELSE
                PERFORM RETURN-ONE-LINE
            END-IF
        END-IF
    ELSE
        DISPLAY 'ORIGINAL SALE NOT FOUND: ' WS-ORIG-TICKET-NO
    MOVE SALES-QTY TO WS-ORIG-QTY
    MOVE SALES-AMOUNT TO WS-ORIG-AMOUNT
    MOVE SALES-TAX-AMOUNT TO WS-ORIG-TAX
    MOVE SALES-UNIT-COST TO WS-ORIG-UNIT-COST
    MOVE SALES-CUST-KEY TO WS-CUST-KEY
    MOVE SALES-INV-KEY TO WS-INV-KEY
    MOVE SALESDATE-KEY TO WS-LOY-ORIG-DATE
    PERFORM SUM-PRIOR-RETURNS
    COMPUTE WS-AVAIL-RETURN-QTY =
        WS-ORIG-QTY - WS-PRIOR-RETURN-QTY
        END-IF
        PERFORM WRITE-ADJUSTMENT-RECORD
        PERFORM REFUND-TENDER
        PERFORM REVERSE-RETURN-POINTS
        PERFORM PRINT-RETURN-RECEIPT
    END-IF.

REFUND-TENDER.
    COMPUTE WS-REFUND-TOTAL = WS-REFUND-AMOUNT + WS-REFUND-TAX
    MOVE 'C' TO WS-RCPT-REFUND-TYPE
    MOVE ZEROS TO WS-RCPT-LOY-EARNED
    MOVE ZEROS TO WS-RCPT-LOY-CREDITED
    PERFORM READ-ORIG-TICKET-TENDER
    IF WS-ORIG-TENDER = 'H'
        PERFORM CREDIT-RETURN-TO-ACCOUNT
    ELSE
        IF WS-ORIG-TENDER = 'L'
            PERFORM REFUND-TO-POINTS
        ELSE
            DISPLAY 'REFUND TO STORE CREDIT? (Y/N): '
                WITH NO ADVANCING
            ACCEPT WS-GC-CREDIT-ANSWER
            IF WS-GC-CREDIT-ANSWER = 'Y'
                    OR WS-GC-CREDIT-ANSWER = 'y'
                PERFORM REFUND-TO-STORE-CREDIT
                MOVE 'G' TO WS-RCPT-REFUND-TYPE
                MOVE WS-GC-CARD-NO TO WS-RCPT-GC-CARD
            ELSE
                DISPLAY 'CASH REFUND DUE: ' WS-REFUND-TOTAL
                PERFORM RECORD-CASH-REFUND-PAYOUT
            END-IF
        END-IF
    END-IF.

    MOVE 'GIFTCARD-FILE' TO WS-CHECK-FILE-NAME
    MOVE GC-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE GC-BALANCE TO WS-RCPT-BALANCE
    CLOSE GIFT-CARD-FILE
    MOVE 'GIFTCARD-FILE' TO WS-CHECK-FILE-NAME
    MOVE GC-STATUS TO WS-CHECK-STATUS
    MOVE WS-OPERATOR-ID TO GCTRAN-OPERATOR-ID
    MOVE WS-STORE-ID TO GCTRAN-STORE-ID
    MOVE WS-REGISTER-ID TO GCTRAN-REGISTER-ID
    MOVE WS-GCTRAN-TICKET-NO TO GCTRAN-TICKET-NO
    WRITE GCTRAN-RECORD
    MOVE 'GCTRAN-FILE' TO WS-CHECK-FILE-NAME
    MOVE GCTRAN-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE SPACES TO WS-GCTRAN-TICKET-NO
    CLOSE GIFT-CARD-TRAN-FILE.

OPEN-GIFT-CARD-IO.
    MOVE WS-DAY TO WS-TICKET-NO(5:2)
    MOVE WS-TIME-OF-DAY(1:6) TO WS-TICKET-NO(7:6)
    DISPLAY 'PICKUP TICKET NUMBER: ' WS-TICKET-NO
    MOVE WS-ORDER-NO TO WS-TKT-ORDER-NO
    MOVE ZEROS TO WS-LINE-NO
    MOVE ZEROS TO WS-TICKET-TOTAL
    MOVE ZEROS TO WS-TICKET-TAX
    IF WS-LINE-NO > 0
        PERFORM TAKE-ORDER-TENDER
        PERFORM WRITE-TICKET-RECORD
        PERFORM EARN-LOYALTY-POINTS
        MOVE WS-TICKET-NO TO WS-RCPT-TICKET-NO
        PERFORM PRINT-TICKET-RECEIPT
        MOVE 'P' TO WS-ORD-NEW-STATUS
        PERFORM UPDATE-ORDER-STATUS
        DISPLAY 'ORDER PICKED UP: ' WS-ORDER-NO
    DISPLAY 'TAX: ' WS-TICKET-TAX
    DISPLAY 'TICKET TOTAL: ' WS-TICKET-DUE
    DISPLAY 'DEPOSIT APPLIED: ' WS-ORD-DEPOSIT-IN
    MOVE SPACES TO WS-CARD-TYPE
    MOVE SPACES TO WS-AUTH-REF
    IF WS-ORD-DEPOSIT-IN NOT < WS-TICKET-DUE
        IF WS-ORD-DEPOSIT-IN > WS-TICKET-DUE
            MOVE 'O' TO WS-DRWPAY-TYPE
            WS-TICKET-DUE - WS-ORD-DEPOSIT-IN
        DISPLAY 'BALANCE DUE: ' WS-DUE-REMAINING
        MOVE 'NO ' TO WS-GC-USED
        MOVE 'NO ' TO WS-LOY-USED
        MOVE 'NO ' TO WS-TENDER-OK
        PERFORM ENTER-TENDER UNTIL TENDER-IS-OK
    END-IF.
        MOVE WS-REFUND-TOTAL TO WS-PAYMENT-AMOUNT
        MOVE 'R' TO WS-PAYMENT-TYPE
        PERFORM WRITE-PAYMENT-RECORD
        MOVE 'H' TO WS-RCPT-REFUND-TYPE
        MOVE CUSTOMER-BALANCE TO WS-RCPT-BALANCE
        DISPLAY 'REFUND CREDITED TO ACCOUNT - NEW BALANCE: '
            CUSTOMER-BALANCE
    END-IF
    MOVE WS-STORE-ID TO SALES-STORE-ID
    MOVE WS-REGISTER-ID TO SALES-REGISTER-ID
    MOVE 'N' TO SALES-PROMO-FLAG
    MOVE WS-ORIG-UNIT-COST TO SALES-UNIT-COST
    MOVE 'N' TO SALES-VOID-FLAG
    WRITE SALES-RECORD
    MOVE 'SALES-FILE' TO WS-CHECK-FILE-NAME
    MOVE SALES-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE SALES-TICKET-NO TO WS-RCPT-TICKET-NO
    MOVE WS-DATE TO WS-RCPT-DATE
    DISPLAY 'RETURN RECORDED: ' SALES-KEY.

RESTOCK-RETURNED-ITEM.
    ELSE
        MOVE 'N' TO SALES-PROMO-FLAG
    END-IF
    IF INVENTORY-IS-FOUND
        MOVE INV-UNIT-COST TO SALES-UNIT-COST
    ELSE
        MOVE ZEROS TO SALES-UNIT-COST
    END-IF
    MOVE 'N' TO SALES-VOID-FLAG
    WRITE SALES-RECORD
    MOVE 'SALES-FILE' TO WS-CHECK-FILE-NAME
    MOVE SALES-STATUS TO WS-CHECK-STATUS
        IF TKT-DATE-KEY > WS-REPORT-END-DATE
            MOVE 'YES' TO WS-EOF-SWITCH
        ELSE
            IF TKT-VOID-FLAG NOT = 'Y'
                MOVE TKT-TOTAL TO WS-ED-AMT1
                STRING TKT-STORE-ID ' ' TKT-KEY ' ' TKT-DATE-KEY
                    ' ' WS-ED-AMT1
                    DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                PERFORM PRINT-REPORT-LINE
                ADD TKT-TOTAL TO WS-SALES-TOTAL
            END-IF
        END-IF
    END-IF.

    MOVE INV-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        IF INV-DISCONTINUED-FLAG = 'Y'
            MOVE 'DISCONT' TO WS-REORDER-FLAG
        ELSE
            IF INV-QTY < INV-REORDER-LEVEL
                MOVE 'REORDER' TO WS-REORDER-FLAG
            ELSE
                MOVE SPACES TO WS-REORDER-FLAG
            END-IF
        END-IF
        COMPUTE WS-STOCK-VALUE = INV-QTY * INV-UNIT-PRICE
        ADD WS-STOCK-VALUE TO WS-STOCK-VALUE-TOTAL
    MOVE TKTARC-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END AND TKTA-CUST-KEY = WS-CUST-KEY
            AND TKTA-VOID-FLAG NOT = 'Y'
        DISPLAY TKTA-KEY ' ' TKTA-DATE-KEY ' ' TKTA-TOTAL
            ' (ARCHIVED)'
        ADD TKTA-TOTAL TO WS-SALES-TOTAL
    MOVE TKT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END AND TKT-CUST-KEY = WS-CUST-KEY
            AND TKT-VOID-FLAG NOT = 'Y'
        DISPLAY TKT-KEY ' ' TKT-DATE-KEY ' ' TKT-TOTAL
        ADD TKT-TOTAL TO WS-SALES-TOTAL
    END-IF.
            MOVE SPACES TO INV-TAX-CATEGORY
        END-IF
        MOVE ZEROS TO INV-ON-ORDER-QTY
        MOVE 'N' TO INV-DISCONTINUED-FLAG
        MOVE WS-RECEIVE-QTY TO INV-QTY
        WRITE INV-RECORD
        MOVE 'INVENTORY-FILE' TO WS-CHECK-FILE-NAME
        IF INV-QTY + INV-ON-ORDER-QTY < INV-REORDER-LEVEL
                AND (INV-VENDOR-KEY = WS-VENDOR-KEY
                OR INV-VENDOR-KEY = SPACES)
                AND INV-DISCONTINUED-FLAG NOT = 'Y'
            COMPUTE WS-SUGGEST-QTY = (INV-REORDER-LEVEL * 2)
                - INV-QTY - INV-ON-ORDER-QTY
            DISPLAY 'ITEM: ' INV-KEY ' ' INV-DESC
    ACCEPT WS-VENDOR-NAME
    DISPLAY 'ENTER VENDOR PHONE: ' WITH NO ADVANCING
    ACCEPT WS-VENDOR-PHONE
    DISPLAY 'ENTER PAYMENT TERMS (NET DAYS): ' WITH NO ADVANCING
    ACCEPT WS-VEND-TERMS-DAYS
    DISPLAY 'ENTER REMIT-TO NAME: ' WITH NO ADVANCING
    ACCEPT WS-VEND-REMIT-NAME
    DISPLAY 'ENTER REMIT-TO ADDRESS LINE 1: ' WITH NO ADVANCING
    ACCEPT WS-VEND-REMIT-ADDR1
    DISPLAY 'ENTER REMIT-TO ADDRESS LINE 2: ' WITH NO ADVANCING
    ACCEPT WS-VEND-REMIT-ADDR2
    DISPLAY 'ENTER REMIT-TO CITY: ' WITH NO ADVANCING
    ACCEPT WS-VEND-REMIT-CITY
    DISPLAY 'ENTER REMIT-TO STATE: ' WITH NO ADVANCING
    ACCEPT WS-VEND-REMIT-STATE
    DISPLAY 'ENTER REMIT-TO ZIP: ' WITH NO ADVANCING
    ACCEPT WS-VEND-REMIT-ZIP
    MOVE WS-VENDOR-KEY TO VENDOR-KEY
    MOVE WS-VENDOR-NAME TO VENDOR-NAME
    MOVE WS-VENDOR-PHONE TO VENDOR-PHONE
    MOVE WS-VEND-TERMS-DAYS TO VENDOR-TERMS-DAYS
    MOVE WS-VEND-REMIT-TO TO VENDOR-REMIT-TO
    PERFORM OPEN-VENDOR-IO
    REWRITE VENDOR-RECORD
        INVALID KEY
        IF SALESDATE-KEY > WS-REPORT-END-DATE
            MOVE 'YES' TO WS-EOF-SWITCH
        ELSE
            IF SALES-VOID-FLAG NOT = 'Y'
                IF SALES-TYPE = 'R'
                    IF SALES-TAX-AMOUNT > 0
                        SUBTRACT SALES-AMOUNT FROM WS-TAXABLE-SALES
                        SUBTRACT SALES-TAX-AMOUNT
                            FROM WS-TAX-COLLECTED
                    ELSE
                        SUBTRACT SALES-AMOUNT FROM WS-EXEMPT-SALES
                    END-IF
                ELSE
                    IF SALES-TAX-AMOUNT > 0
                        ADD SALES-AMOUNT TO WS-TAXABLE-SALES
                        ADD SALES-TAX-AMOUNT TO WS-TAX-COLLECTED
                    ELSE
                        ADD SALES-AMOUNT TO WS-EXEMPT-SALES
                    END-IF
                END-IF
            END-IF
        END-IF
        IF SALESARC-DATE-KEY > WS-REPORT-END-DATE
            MOVE 'YES' TO WS-EOF-SWITCH
        ELSE
            IF SALESARC-VOID-FLAG NOT = 'Y'
                IF SALESARC-TYPE = 'R'
                    IF SALESARC-TAX-AMOUNT > 0
                        SUBTRACT SALESARC-AMOUNT
                            FROM WS-TAXABLE-SALES
                        SUBTRACT SALESARC-TAX-AMOUNT
                            FROM WS-TAX-COLLECTED
                    ELSE
                        SUBTRACT SALESARC-AMOUNT FROM WS-EXEMPT-SALES
                    END-IF
                ELSE
                    IF SALESARC-TAX-AMOUNT > 0
                        ADD SALESARC-AMOUNT TO WS-TAXABLE-SALES
                        ADD SALESARC-TAX-AMOUNT TO WS-TAX-COLLECTED
                    ELSE
                        ADD SALESARC-AMOUNT TO WS-EXEMPT-SALES
                    END-IF
                END-IF
            END-IF
        END-IF
            DELIMITED BY SIZE
            INTO WS-PRINT-LINE
        PERFORM PRINT-REPORT-LINE
        PERFORM PRINT-STATEMENT-POINTS
        CLOSE STATEMENT-REPORT-FILE
        MOVE 'CUSTSTMT-FILE' TO WS-CHECK-FILE-NAME
        MOVE CUSTSTMT-STATUS TO WS-CHECK-STATUS
    IF NOT WS-AT-END
        IF TKTA-CUST-KEY = WS-CUST-KEY
                AND TKTA-TENDER-TYPE = 'H'
                AND TKTA-VOID-FLAG NOT = 'Y'
                AND TKTA-DATE-KEY NOT < WS-REPORT-START-DATE
                AND TKTA-DATE-KEY NOT > WS-REPORT-END-DATE
            MOVE TKTA-TENDER-AMOUNT TO WS-ED-AMT1
    IF NOT WS-AT-END
        IF TKT-CUST-KEY = WS-CUST-KEY
                AND TKT-TENDER-TYPE = 'H'
                AND TKT-VOID-FLAG NOT = 'Y'
                AND TKT-DATE-KEY NOT < WS-REPORT-START-DATE
                AND TKT-DATE-KEY NOT > WS-REPORT-END-DATE
            MOVE TKT-TENDER-AMOUNT TO WS-ED-AMT1
    IF NOT WS-AT-END
        IF TKTA-CUST-KEY = WS-CUST-KEY
                AND TKTA-TENDER-TYPE = 'H'
                AND TKTA-VOID-FLAG NOT = 'Y'
            MOVE TKTA-TENDER-AMOUNT TO WS-CHARGE-AMT
            MOVE TKTA-DATE-KEY TO WS-CHARGE-DATE
            PERFORM AGE-ONE-CHARGE
    IF NOT WS-AT-END
        IF TKT-CUST-KEY = WS-CUST-KEY
                AND TKT-TENDER-TYPE = 'H'
                AND TKT-VOID-FLAG NOT = 'Y'
            MOVE TKT-TENDER-AMOUNT TO WS-CHARGE-AMT
            MOVE TKT-DATE-KEY TO WS-CHARGE-DATE
            PERFORM AGE-ONE-CHARGE
        DISPLAY 'EXPECTED CASH: ' WS-DRW-EXPECTED
        DISPLAY 'COUNTED CASH: ' WS-DRW-COUNTED
        DISPLAY 'OVER/SHORT: ' WS-DRW-OVER-SHORT
        DISPLAY 'CHECKS IN DRAWER: ' WS-DRW-CHECK-TOTAL
    END-IF.

SUM-DRAWER-CASH.
    MOVE ZEROS TO WS-DRW-CASH-TOTAL
    MOVE ZEROS TO WS-DRW-CHECK-TOTAL
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN INPUT TICKET-FILE
    IF TKT-STATUS = '35'
        ELSE
            IF TKT-OPERATOR-ID = WS-OPERATOR-ID
                    AND TKT-TENDER-TYPE = 'C'
                    AND TKT-VOID-FLAG NOT = 'Y'
                ADD TKT-TENDER-AMOUNT TO WS-DRW-CASH-TOTAL
                SUBTRACT TKT-CHANGE-DUE FROM WS-DRW-CASH-TOTAL
            END-IF
            IF TKT-OPERATOR-ID = WS-OPERATOR-ID
                    AND TKT-TENDER-TYPE = 'Q'
                    AND TKT-VOID-FLAG NOT = 'Y'
                ADD TKT-TENDER-AMOUNT TO WS-DRW-CHECK-TOTAL
            END-IF
        END-IF
    END-IF.

            MOVE 'VENDINV-FILE' TO WS-CHECK-FILE-NAME
            MOVE VINV-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
            PERFORM APPLY-INVOICE-COSTS
        END-IF
    ELSE
        DISPLAY 'INVOICE ALREADY ON FILE: ' WS-INVOICE-NO
    PERFORM CHECK-FILE-STATUS.

WRITE-INVOICE-HEADER.
    PERFORM GET-VENDOR-TERMS
    PERFORM OPEN-VENDINV-IO
    MOVE SPACES TO VENDINV-RECORD
    MOVE WS-VENDOR-KEY TO VINV-VENDOR-KEY
        MOVE 'N' TO VINV-MATCH-FLAG
    END-IF
    MOVE WS-OPERATOR-ID TO VINV-OPERATOR-ID
    MOVE 'I' TO VINV-DOC-TYPE
    MOVE SPACES TO VINV-APPLIED-TO
    MOVE ZEROS TO VINV-CREDIT-TOTAL
    PERFORM CALC-INVOICE-DUE-DATE
    MOVE 'N' TO VINV-PAID-FLAG
    MOVE 'N' TO VINV-PAY-HOLD-FLAG
    MOVE SPACES TO VINV-PAID-DATE
    MOVE ZEROS TO VINV-CHECK-NO
    MOVE 'N' TO VINV-PAY-POSTED-FLAG
    WRITE VENDINV-RECORD
    MOVE 'VENDINV-FILE' TO WS-CHECK-FILE-NAME
    MOVE VINV-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF INVOICE-IS-MATCHED
        DISPLAY 'INVOICE MATCHED AND APPROVED: ' WS-INVOICE-NO
        PERFORM APPLY-INVOICE-COSTS
    ELSE
        DISPLAY 'INVOICE HELD FOR REVIEW: ' WS-INVOICE-NO
    END-IF.

APPLY-INVOICE-COSTS.
    MOVE 'NO ' TO WS-VINVL-EOF
    OPEN INPUT VENDOR-INVOICE-LINE-FILE
    IF VINVL-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'VINVLINE-FILE' TO WS-CHECK-FILE-NAME
        MOVE VINVL-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        PERFORM OPEN-INVENTORY-IO
        MOVE WS-VENDOR-KEY TO VINVL-VENDOR-KEY
        MOVE WS-INVOICE-NO TO VINVL-INVOICE-NO
        MOVE LOW-VALUES TO VINVL-INV-KEY
        START VENDOR-INVOICE-LINE-FILE
            KEY IS NOT LESS THAN VINVL-KEY
            INVALID KEY
                MOVE 'YES' TO WS-VINVL-EOF
        END-START
        MOVE 'VINVLINE-FILE' TO WS-CHECK-FILE-NAME
        MOVE VINVL-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        PERFORM APPLY-ONE-INVOICE-COST UNTIL WS-VINVL-AT-END
        CLOSE INVENTORY-FILE
        MOVE 'INVENTORY-FILE' TO WS-CHECK-FILE-NAME
        MOVE INV-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        CLOSE VENDOR-INVOICE-LINE-FILE
        MOVE 'VINVLINE-FILE' TO WS-CHECK-FILE-NAME
        MOVE VINVL-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

APPLY-ONE-INVOICE-COST.
    READ VENDOR-INVOICE-LINE-FILE NEXT RECORD
        AT END
            MOVE 'YES' TO WS-VINVL-EOF
    END-READ
    MOVE 'VINVLINE-FILE' TO WS-CHECK-FILE-NAME
    MOVE VINVL-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-VINVL-AT-END
        IF VINVL-VENDOR-KEY NOT = WS-VENDOR-KEY
                OR VINVL-INVOICE-NO NOT = WS-INVOICE-NO
            MOVE 'YES' TO WS-VINVL-EOF
        ELSE
            MOVE VINVL-INV-KEY TO INV-KEY
            READ INVENTORY-FILE
                INVALID KEY
                    DISPLAY 'ITEM NOT FOUND: ' VINVL-INV-KEY
                NOT INVALID KEY
                    PERFORM UPDATE-AVERAGE-COST
            END-READ
            MOVE 'INVENTORY-FILE' TO WS-CHECK-FILE-NAME
            MOVE INV-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
        END-IF
    END-IF.

UPDATE-AVERAGE-COST.
    COMPUTE WS-PRIOR-STOCK-QTY = INV-QTY - VINVL-QTY
    IF WS-PRIOR-STOCK-QTY > 0
        COMPUTE WS-AVERAGE-COST ROUNDED =
            ((WS-PRIOR-STOCK-QTY * INV-UNIT-COST)
            + (VINVL-QTY * VINVL-UNIT-COST)) / INV-QTY
    ELSE
        MOVE VINVL-UNIT-COST TO WS-AVERAGE-COST
    END-IF
    IF WS-AVERAGE-COST NOT = INV-UNIT-COST
        DISPLAY 'COST UPDATED: ' INV-KEY ' FROM ' INV-UNIT-COST
            ' TO ' WS-AVERAGE-COST
        MOVE WS-AVERAGE-COST TO INV-UNIT-COST
        REWRITE INV-RECORD
        MOVE 'INVENTORY-FILE' TO WS-CHECK-FILE-NAME
        MOVE INV-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

OPEN-INVOICES-REPORT.
    DISPLAY 'OPEN INVOICES BY VENDOR'
    MOVE ZEROS TO WS-OPENINV-VEND-TOT
        MOVE 'OPEN INVOICES BY VENDOR' TO WS-RPT-TITLE
        MOVE SPACES TO WS-RPT-COLHDR
        STRING ' INVOICE      DATE     PO           '
            '       TOTAL STATUS MATCHED DOC'
            DELIMITED BY SIZE
            INTO WS-RPT-COLHDR
        PERFORM START-REPORT-PAGE
    MOVE VINV-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        MOVE 'NO ' TO WS-OPENINV-SHOW
        IF VINV-DOC-TYPE = 'D'
            IF VINV-APPLIED-TO = SPACES AND VINV-PAID-FLAG NOT = 'Y'
                MOVE 'YES' TO WS-OPENINV-SHOW
                COMPUTE WS-OPENINV-AMOUNT = 0 - VINV-TOTAL
                MOVE 'DM' TO WS-OPENINV-DOC
            END-IF
        ELSE
            IF VINV-PAID-FLAG NOT = 'Y'
                MOVE 'YES' TO WS-OPENINV-SHOW
                COMPUTE WS-OPENINV-AMOUNT = VINV-TOTAL
                    - VINV-CREDIT-TOTAL
                MOVE SPACES TO WS-OPENINV-DOC
            END-IF
        END-IF
        IF OPENINV-LINE-SHOWN
            IF VINV-VENDOR-KEY NOT = WS-OPENINV-VENDOR
                IF WS-OPENINV-VENDOR NOT = SPACES
                    PERFORM PRINT-VENDOR-TOTAL-LINE
                    INTO WS-PRINT-LINE
                PERFORM PRINT-REPORT-LINE
            END-IF
            MOVE WS-OPENINV-AMOUNT TO WS-ED-AMT1
            STRING ' ' VINV-INVOICE-NO ' ' VINV-DATE
                ' ' VINV-PO-NO ' ' WS-ED-AMT1
                '   ' VINV-STATUS-FLAG '      ' VINV-MATCH-FLAG
                '     ' WS-OPENINV-DOC
                DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            PERFORM PRINT-REPORT-LINE
            IF VINV-DOC-TYPE NOT = 'D' AND VINV-CREDIT-TOTAL > 0
                MOVE VINV-CREDIT-TOTAL TO WS-ED-AMT1
                STRING '   LESS DEBIT MEMOS APPLIED: ' WS-ED-AMT1
                    DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                PERFORM PRINT-REPORT-LINE
            END-IF
            ADD WS-OPENINV-AMOUNT TO WS-OPENINV-VEND-TOT
            ADD WS-OPENINV-AMOUNT TO WS-OPENINV-GRAND-TOT
            ADD 1 TO WS-OPENINV-COUNT
        END-IF
    END-IF.
        IF SALESDATE-KEY > WS-REPORT-END-DATE
            MOVE 'YES' TO WS-EOF-SWITCH
        ELSE
            IF SALES-TYPE NOT = 'R' AND SALES-VOID-FLAG NOT = 'Y'
                IF SALES-PROMO-FLAG = 'Y'
                    ADD SALES-AMOUNT TO WS-PROMO-SALES-AMT
                    ADD SALES-QTY TO WS-PROMO-SALES-QTY
            MOVE 'YES' TO WS-EOF-SWITCH
        ELSE
            IF SALESARC-TYPE NOT = 'R'
                    AND SALESARC-VOID-FLAG NOT = 'Y'
                IF SALESARC-PROMO-FLAG = 'Y'
                    ADD SALESARC-AMOUNT TO WS-PROMO-SALES-AMT
                    ADD SALESARC-QTY TO WS-PROMO-SALES-QTY
    MOVE TAXRATE-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

TRANSFER-SHIP.
    DISPLAY 'INTER-STORE TRANSFER - SHIP'
    DISPLAY 'ENTER RECEIVING STORE ID: ' WITH NO ADVANCING
    ACCEPT WS-XFER-TO-STORE
    IF WS-XFER-TO-STORE = SPACES
            OR WS-XFER-TO-STORE = WS-STORE-ID
        DISPLAY 'INVALID RECEIVING STORE: ' WS-XFER-TO-STORE
    ELSE
        PERFORM BUILD-TRANSFER
    END-IF.

BUILD-TRANSFER.
    ACCEPT WS-DATE FROM DATE YYYYMMDD
    ACCEPT WS-TIME-OF-DAY FROM TIME
    MOVE WS-STORE-ID TO WS-XFER-NO(1:3)
    MOVE WS-YEAR(3:2) TO WS-XFER-NO(4:2)
    MOVE WS-MONTH TO WS-XFER-NO(6:2)
    MOVE WS-DAY TO WS-XFER-NO(8:2)
    MOVE WS-TIME-OF-DAY(1:6) TO WS-XFER-NO(10:6)
    MOVE ZEROS TO WS-XFER-LINE-NO
    MOVE ZEROS TO WS-XFER-VALUE
    MOVE 'NO ' TO WS-XFER-DONE
    PERFORM OPEN-XFERHDR-IO
    PERFORM WRITE-TRANSFER-HEADER
    IF XFER-STATUS NOT = '00'
        DISPLAY 'TRANSFER NUMBER IN USE - TRANSFER NOT CREATED: '
            WS-XFER-NO
    ELSE
        DISPLAY 'TRANSFER NUMBER: ' WS-XFER-NO
        PERFORM OPEN-XFERLINE-IO
        PERFORM OPEN-INVENTORY-IO
        MOVE WS-XFER-TO-STORE TO WS-XFER-LINE-OUT-NAME(3:3)
        PERFORM OPEN-XFER-LINE-OUT
        PERFORM ENTER-TRANSFER-LINE UNTIL XFER-ENTRY-DONE
        CLOSE XFER-LINE-OUT-FILE
        MOVE 'XFERLOUT-FILE' TO WS-CHECK-FILE-NAME
        MOVE XFERLO-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        CLOSE XFER-LINE-FILE
        MOVE 'XFERLINE-FILE' TO WS-CHECK-FILE-NAME
        MOVE XFERL-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        CLOSE INVENTORY-FILE
        MOVE 'INVENTORY-FILE' TO WS-CHECK-FILE-NAME
        MOVE INV-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        PERFORM FINISH-TRANSFER-HEADER
        IF WS-XFER-LINE-NO > 0
            MOVE XFER-RECORD TO WS-XFER-HOLD
            MOVE WS-XFER-TO-STORE TO WS-XFER-HDR-OUT-NAME(3:3)
            PERFORM SEND-TRANSFER-HEADER
            DISPLAY 'TRANSFER SHIPPED: ' WS-XFER-NO
                ' TO STORE: ' WS-XFER-TO-STORE
                ' LINES: ' WS-XFER-LINE-NO
                ' VALUE: ' WS-XFER-VALUE
        ELSE
            DISPLAY 'NO LINES ENTERED - TRANSFER NOT CREATED'
        END-IF
    END-IF
    CLOSE XFER-HEADER-FILE
    MOVE 'XFERHDR-FILE' TO WS-CHECK-FILE-NAME
    MOVE XFER-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

ENTER-TRANSFER-LINE.
    DISPLAY 'ENTER ITEM KEY (SPACES TO END): ' WITH NO ADVANCING
    ACCEPT WS-INV-KEY
    IF WS-INV-KEY = SPACES
        MOVE 'YES' TO WS-XFER-DONE
    ELSE
        DISPLAY 'ENTER QUANTITY TO SHIP: ' WITH NO ADVANCING
        ACCEPT WS-XFER-QTY
        MOVE 'NO ' TO WS-INVENTORY-FOUND
        MOVE WS-INV-KEY TO INV-KEY
        READ INVENTORY-FILE
            INVALID KEY
                DISPLAY 'ITEM NOT FOUND: ' WS-INV-KEY
            NOT INVALID KEY
                MOVE 'YES' TO WS-INVENTORY-FOUND
        END-READ
        MOVE 'INVENTORY-FILE' TO WS-CHECK-FILE-NAME
        MOVE INV-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF INVENTORY-IS-FOUND
            IF WS-XFER-QTY = ZEROS OR WS-XFER-QTY > INV-QTY
                DISPLAY 'INVALID QUANTITY - ON HAND: ' INV-QTY
            ELSE
                SUBTRACT WS-XFER-QTY FROM INV-QTY
                REWRITE INV-RECORD
                MOVE 'INVENTORY-FILE' TO WS-CHECK-FILE-NAME
                MOVE INV-STATUS TO WS-CHECK-STATUS
                PERFORM CHECK-FILE-STATUS
                COMPUTE WS-ADJ-QTY-DELTA = 0 - WS-XFER-QTY
                MOVE 'XFO' TO WS-ADJ-REASON
                MOVE INV-UNIT-COST TO WS-ADJ-UNIT-COST
                PERFORM WRITE-ADJUSTMENT-RECORD
                MOVE SPACES TO XFER-LINE-RECORD
                MOVE WS-XFER-NO TO XFERL-XFER-NO
                ADD 1 TO WS-XFER-LINE-NO
                MOVE WS-XFER-LINE-NO TO XFERL-LINE-NO
                MOVE WS-INV-KEY TO XFERL-INV-KEY
                MOVE WS-XFER-QTY TO XFERL-QTY-SHIPPED
                MOVE ZEROS TO XFERL-QTY-RECEIVED
                MOVE INV-UNIT-COST TO XFERL-UNIT-COST
                MOVE 'N' TO XFERL-DISCREP-FLAG
                WRITE XFER-LINE-RECORD
                MOVE 'XFERLINE-FILE' TO WS-CHECK-FILE-NAME
                MOVE XFERL-STATUS TO WS-CHECK-STATUS
                PERFORM CHECK-FILE-STATUS
                WRITE XFER-LINE-OUT-LINE FROM XFER-LINE-RECORD
                MOVE 'XFERLOUT-FILE' TO WS-CHECK-FILE-NAME
                MOVE XFERLO-STATUS TO WS-CHECK-STATUS
                PERFORM CHECK-FILE-STATUS
                COMPUTE WS-XFER-VALUE = WS-XFER-VALUE
                    + (WS-XFER-QTY * INV-UNIT-COST)
            END-IF
        END-IF
    END-IF.

WRITE-TRANSFER-HEADER.
    MOVE SPACES TO XFER-RECORD
    MOVE WS-XFER-NO TO XFER-KEY
    MOVE WS-STORE-ID TO XFER-FROM-STORE
    MOVE WS-XFER-TO-STORE TO XFER-TO-STORE
    MOVE WS-DATE TO XFER-SHIP-DATE
    MOVE 'S' TO XFER-STATUS-FLAG
    MOVE 'N' TO XFER-DISCREP-FLAG
    MOVE ZEROS TO XFER-SHIP-VALUE
    MOVE WS-OPERATOR-ID TO XFER-SHIP-OPERATOR
    WRITE XFER-RECORD
    MOVE 'XFERHDR-FILE' TO WS-CHECK-FILE-NAME
    MOVE XFER-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

FINISH-TRANSFER-HEADER.
    MOVE WS-XFER-NO TO XFER-KEY
    READ XFER-HEADER-FILE
        INVALID KEY
            DISPLAY 'TRANSFER NOT FOUND: ' WS-XFER-NO
        NOT INVALID KEY
            IF WS-XFER-LINE-NO > 0
                MOVE WS-XFER-VALUE TO XFER-SHIP-VALUE
                REWRITE XFER-RECORD
            ELSE
                DELETE XFER-HEADER-FILE RECORD
            END-IF
    END-READ
    MOVE 'XFERHDR-FILE' TO WS-CHECK-FILE-NAME
    MOVE XFER-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

TRANSFER-RECEIVE.
    DISPLAY 'INTER-STORE TRANSFER - RECEIVE'
    DISPLAY 'ENTER TRANSFER NUMBER: ' WITH NO ADVANCING
    ACCEPT WS-XFER-NO
    MOVE 'NO ' TO WS-XFER-FOUND
    PERFORM CHECK-LOCAL-TRANSFER
    IF XFER-RECV-IS-OK
        PERFORM READ-TRANSFER-HEADER
    END-IF
    IF XFER-WAS-FOUND
        PERFORM VERIFY-TRANSFER-ITEMS
        IF XFER-RECV-IS-OK
            PERFORM RECEIVE-TRANSFER
        ELSE
            DISPLAY 'RECEIPT BLOCKED - ADD MISSING ITEMS FIRST'
        END-IF
    END-IF.

CHECK-LOCAL-TRANSFER.
    MOVE 'YES' TO WS-XFER-RECV-OK
    OPEN INPUT XFER-HEADER-FILE
    IF XFER-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'XFERHDR-FILE' TO WS-CHECK-FILE-NAME
        MOVE XFER-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF XFER-STATUS = '00'
            MOVE WS-XFER-NO TO XFER-KEY
            READ XFER-HEADER-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'NO ' TO WS-XFER-RECV-OK
                    IF XFER-FROM-STORE = WS-STORE-ID
                        DISPLAY 'TRANSFER SHIPPED BY THIS STORE: '
                            WS-XFER-NO
                    ELSE
                        DISPLAY 'TRANSFER ALREADY RECEIVED: '
                            WS-XFER-NO ' ON ' XFER-RECV-DATE
                    END-IF
            END-READ
            MOVE 'XFERHDR-FILE' TO WS-CHECK-FILE-NAME
            MOVE XFER-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
        END-IF
        CLOSE XFER-HEADER-FILE
        MOVE 'XFERHDR-FILE' TO WS-CHECK-FILE-NAME
        MOVE XFER-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

READ-TRANSFER-HEADER.
    MOVE 'NO ' TO WS-XFER-FOUND
    MOVE 'NO ' TO WS-XFER-EOF
    OPEN INPUT XFER-HDR-IN-FILE
    IF XFERHI-STATUS = '35'
        DISPLAY 'NO TRANSFERS ON FILE'
    ELSE
        MOVE 'XFERHDIN-FILE' TO WS-CHECK-FILE-NAME
        MOVE XFERHI-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF XFERHI-STATUS = '00'
            PERFORM FIND-INBOUND-TRANSFER
                UNTIL WS-XFER-AT-END OR XFER-WAS-FOUND
            IF XFER-WAS-FOUND
                IF XFHI-TO-STORE NOT = WS-STORE-ID
                    DISPLAY 'TRANSFER IS FOR STORE: ' XFHI-TO-STORE
                    MOVE 'NO ' TO WS-XFER-FOUND
                ELSE
                    MOVE XFER-IN-RECORD TO WS-XFER-HOLD
                    MOVE XFHI-FROM-STORE TO WS-XFER-FROM-STORE
                    DISPLAY 'FROM STORE: ' XFHI-FROM-STORE
                        ' SHIPPED: ' XFHI-SHIP-DATE
                END-IF
            ELSE
                DISPLAY 'TRANSFER NOT FOUND: ' WS-XFER-NO
            END-IF
        END-IF
        CLOSE XFER-HDR-IN-FILE
        MOVE 'XFERHDIN-FILE' TO WS-CHECK-FILE-NAME
        MOVE XFERHI-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

FIND-INBOUND-TRANSFER.
    READ XFER-HDR-IN-FILE
        AT END
            MOVE 'YES' TO WS-XFER-EOF
    END-READ
    MOVE 'XFERHDIN-FILE' TO WS-CHECK-FILE-NAME
    MOVE XFERHI-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-XFER-AT-END
        IF XFHI-KEY = WS-XFER-NO AND XFHI-STATUS-FLAG = 'S'
            MOVE 'YES' TO WS-XFER-FOUND
        END-IF
    END-IF.

VERIFY-TRANSFER-ITEMS.
    MOVE 'NO ' TO WS-XFER-EOF
    MOVE ZEROS TO WS-XFER-LINE-NO
    OPEN INPUT XFER-LINE-IN-FILE
    IF XFERLI-STATUS = '35'
        DISPLAY 'NO TRANSFER LINES ON FILE'
        MOVE 'NO ' TO WS-XFER-RECV-OK
    ELSE
        MOVE 'XFERLNIN-FILE' TO WS-CHECK-FILE-NAME
        MOVE XFERLI-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        PERFORM OPEN-INVENTORY-IO
        IF XFERLI-STATUS = '00'
            PERFORM VERIFY-ONE-TRANSFER-ITEM UNTIL WS-XFER-AT-END
        ELSE
            MOVE 'NO ' TO WS-XFER-RECV-OK
        END-IF
        IF WS-XFER-LINE-NO = ZEROS
            DISPLAY 'NO TRANSFER LINES FOR: ' WS-XFER-NO
            MOVE 'NO ' TO WS-XFER-RECV-OK
        END-IF
        CLOSE INVENTORY-FILE
        MOVE 'INVENTORY-FILE' TO WS-CHECK-FILE-NAME
        MOVE INV-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        CLOSE XFER-LINE-IN-FILE
        MOVE 'XFERLNIN-FILE' TO WS-CHECK-FILE-NAME
        MOVE XFERLI-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

READ-NEXT-TRANSFER-LINE.
    READ XFER-LINE-IN-FILE
        AT END
            MOVE 'YES' TO WS-XFER-EOF
    END-READ
    MOVE 'XFERLNIN-FILE' TO WS-CHECK-FILE-NAME
    MOVE XFERLI-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

VERIFY-ONE-TRANSFER-ITEM.
    PERFORM READ-NEXT-TRANSFER-LINE
    IF NOT WS-XFER-AT-END
        IF XFLI-XFER-NO = WS-XFER-NO
            ADD 1 TO WS-XFER-LINE-NO
            MOVE XFLI-INV-KEY TO INV-KEY
            READ INVENTORY-FILE
                INVALID KEY
                    DISPLAY 'ITEM NOT ON FILE AT THIS STORE: '
                        XFLI-INV-KEY
                    MOVE 'NO ' TO WS-XFER-RECV-OK
            END-READ
            MOVE 'INVENTORY-FILE' TO WS-CHECK-FILE-NAME
            MOVE INV-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
        END-IF
    END-IF.

RECEIVE-TRANSFER.
    MOVE 'NO ' TO WS-XFER-DISCREP
    MOVE 'NO ' TO WS-XFER-EOF
    OPEN INPUT XFER-LINE-IN-FILE
    MOVE 'XFERLNIN-FILE' TO WS-CHECK-FILE-NAME
    MOVE XFERLI-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    PERFORM OPEN-XFERLINE-IO
    PERFORM OPEN-INVENTORY-IO
    PERFORM RECEIVE-ONE-TRANSFER-LINE UNTIL WS-XFER-AT-END
    CLOSE INVENTORY-FILE
    MOVE 'INVENTORY-FILE' TO WS-CHECK-FILE-NAME
    MOVE INV-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    CLOSE XFER-LINE-FILE
    MOVE 'XFERLINE-FILE' TO WS-CHECK-FILE-NAME
    MOVE XFERL-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    CLOSE XFER-LINE-IN-FILE
    MOVE 'XFERLNIN-FILE' TO WS-CHECK-FILE-NAME
    MOVE XFERLI-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    PERFORM UPDATE-TRANSFER-HEADER
    MOVE WS-XFER-FROM-STORE TO WS-XFER-HDR-OUT-NAME(3:3)
    PERFORM SEND-TRANSFER-HEADER
    IF XFER-HAS-DISCREP
        DISPLAY 'TRANSFER RECEIVED WITH DISCREPANCIES: ' WS-XFER-NO
    ELSE
        DISPLAY 'TRANSFER RECEIVED IN FULL: ' WS-XFER-NO
    END-IF.

RECEIVE-ONE-TRANSFER-LINE.
    PERFORM READ-NEXT-TRANSFER-LINE
    IF NOT WS-XFER-AT-END
        IF XFLI-XFER-NO = WS-XFER-NO
            MOVE XFLI-KEY TO XFERL-KEY
            READ XFER-LINE-FILE
                INVALID KEY
                    MOVE 'XFERLINE-FILE' TO WS-CHECK-FILE-NAME
                    MOVE XFERL-STATUS TO WS-CHECK-STATUS
                    PERFORM CHECK-FILE-STATUS
                    PERFORM RECEIVE-TRANSFER-ITEM
                NOT INVALID KEY
                    DISPLAY 'LINE ALREADY RECEIVED: ' XFLI-INV-KEY
            END-READ
        END-IF
    END-IF.

RECEIVE-TRANSFER-ITEM.
    MOVE XFER-LINE-IN-RECORD TO XFER-LINE-RECORD
    DISPLAY 'ITEM: ' XFERL-INV-KEY
        ' QTY SHIPPED: ' XFERL-QTY-SHIPPED
    DISPLAY 'ENTER QUANTITY RECEIVED: ' WITH NO ADVANCING
    ACCEPT WS-XFER-RECV-QTY
    MOVE WS-XFER-RECV-QTY TO XFERL-QTY-RECEIVED
    IF WS-XFER-RECV-QTY NOT = XFERL-QTY-SHIPPED
        MOVE 'Y' TO XFERL-DISCREP-FLAG
        MOVE 'YES' TO WS-XFER-DISCREP
        DISPLAY 'QTY DISCREPANCY - SHIPPED: ' XFERL-QTY-SHIPPED
            ' RECEIVED: ' WS-XFER-RECV-QTY
    ELSE
        MOVE 'N' TO XFERL-DISCREP-FLAG
    END-IF
    WRITE XFER-LINE-RECORD
    MOVE 'XFERLINE-FILE' TO WS-CHECK-FILE-NAME
    MOVE XFERL-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF WS-XFER-RECV-QTY > 0
        MOVE XFERL-INV-KEY TO INV-KEY
        READ INVENTORY-FILE
            INVALID KEY
                DISPLAY 'ITEM NOT FOUND: ' XFERL-INV-KEY
            NOT INVALID KEY
                ADD WS-XFER-RECV-QTY TO INV-QTY
                REWRITE INV-RECORD
                MOVE 'INVENTORY-FILE' TO WS-CHECK-FILE-NAME
                MOVE INV-STATUS TO WS-CHECK-STATUS
                PERFORM CHECK-FILE-STATUS
                MOVE XFERL-INV-KEY TO WS-INV-KEY
                MOVE WS-XFER-RECV-QTY TO WS-ADJ-QTY-DELTA
                MOVE 'XFI' TO WS-ADJ-REASON
                MOVE XFERL-UNIT-COST TO WS-ADJ-UNIT-COST
                PERFORM WRITE-ADJUSTMENT-RECORD
        END-READ
    END-IF.

UPDATE-TRANSFER-HEADER.
    PERFORM OPEN-XFERHDR-IO
    ACCEPT WS-DATE FROM DATE YYYYMMDD
    MOVE WS-XFER-HOLD TO XFER-RECORD
    MOVE 'R' TO XFER-STATUS-FLAG
    MOVE WS-DATE TO XFER-RECV-DATE
    MOVE WS-OPERATOR-ID TO XFER-RECV-OPERATOR
    IF XFER-HAS-DISCREP
        MOVE 'Y' TO XFER-DISCREP-FLAG
    ELSE
        MOVE 'N' TO XFER-DISCREP-FLAG
    END-IF
    MOVE XFER-RECORD TO WS-XFER-HOLD
    WRITE XFER-RECORD
    MOVE 'XFERHDR-FILE' TO WS-CHECK-FILE-NAME
    MOVE XFER-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    CLOSE XFER-HEADER-FILE
    MOVE 'XFERHDR-FILE' TO WS-CHECK-FILE-NAME
    MOVE XFER-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

SEND-TRANSFER-HEADER.
    OPEN EXTEND XFER-HDR-OUT-FILE
    IF XFERHO-STATUS = '35'
        OPEN OUTPUT XFER-HDR-OUT-FILE
    END-IF
    MOVE 'XFERHOUT-FILE' TO WS-CHECK-FILE-NAME
    MOVE XFERHO-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    WRITE XFER-HDR-OUT-LINE FROM WS-XFER-HOLD
    MOVE 'XFERHOUT-FILE' TO WS-CHECK-FILE-NAME
    MOVE XFERHO-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    CLOSE XFER-HDR-OUT-FILE
    MOVE 'XFERHOUT-FILE' TO WS-CHECK-FILE-NAME
    MOVE XFERHO-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

POST-TRANSFER-RECEIPTS.
    MOVE ZEROS TO WS-XFER-POSTED
    MOVE 'NO ' TO WS-XFER-EOF
    OPEN INPUT XFER-HDR-IN-FILE
    IF XFERHI-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'XFERHDIN-FILE' TO WS-CHECK-FILE-NAME
        MOVE XFERHI-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        PERFORM OPEN-XFERHDR-IO
        IF XFERHI-STATUS = '00'
            PERFORM POST-ONE-TRANSFER-RECEIPT UNTIL WS-XFER-AT-END
        END-IF
        CLOSE XFER-HEADER-FILE
        MOVE 'XFERHDR-FILE' TO WS-CHECK-FILE-NAME
        MOVE XFER-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        CLOSE XFER-HDR-IN-FILE
        MOVE 'XFERHDIN-FILE' TO WS-CHECK-FILE-NAME
        MOVE XFERHI-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        DISPLAY 'TRANSFER RECEIPTS POSTED: ' WS-XFER-POSTED
    END-IF.

POST-ONE-TRANSFER-RECEIPT.
    READ XFER-HDR-IN-FILE
        AT END
            MOVE 'YES' TO WS-XFER-EOF
    END-READ
    MOVE 'XFERHDIN-FILE' TO WS-CHECK-FILE-NAME
    MOVE XFERHI-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-XFER-AT-END
        IF XFHI-STATUS-FLAG = 'R' AND XFHI-FROM-STORE = WS-STORE-ID
            MOVE XFHI-KEY TO XFER-KEY
            READ XFER-HEADER-FILE
                INVALID KEY
                    DISPLAY 'RECEIPT FOR UNKNOWN TRANSFER: ' XFHI-KEY
                NOT INVALID KEY
                    IF XFER-STATUS-FLAG = 'S'
                        MOVE 'R' TO XFER-STATUS-FLAG
                        MOVE XFHI-RECV-DATE TO XFER-RECV-DATE
                        MOVE XFHI-RECV-OPERATOR TO XFER-RECV-OPERATOR
                        MOVE XFHI-DISCREP-FLAG TO XFER-DISCREP-FLAG
                        REWRITE XFER-RECORD
                        ADD 1 TO WS-XFER-POSTED
                    END-IF
            END-READ
            MOVE 'XFERHDR-FILE' TO WS-CHECK-FILE-NAME
            MOVE XFER-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
        END-IF
    END-IF.

IN-TRANSIT-REPORT.
    DISPLAY 'TRANSFERS IN TRANSIT'
    PERFORM POST-TRANSFER-RECEIPTS
    MOVE ZEROS TO WS-XFER-COUNT
    MOVE ZEROS TO WS-XFER-TOTAL
    MOVE ZEROS TO WS-XFER-DISCREP-COUNT
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN INPUT XFER-HEADER-FILE
    IF XFER-STATUS = '35'
        DISPLAY 'NO TRANSFERS ON FILE'
    ELSE
        MOVE 'XFERHDR-FILE' TO WS-CHECK-FILE-NAME
        MOVE XFER-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        MOVE 'B' TO WS-RPT-FILE-ID
        MOVE 'TRANSFERS IN TRANSIT' TO WS-RPT-TITLE
        MOVE SPACES TO WS-RPT-COLHDR
        STRING 'TRANSFER        FROM TO  SHIPPED           VALUE'
            '  STATUS'
            DELIMITED BY SIZE
            INTO WS-RPT-COLHDR
        PERFORM START-REPORT-PAGE
        OPEN OUTPUT XFER-REPORT-FILE
        MOVE 'XFERRPT-FILE' TO WS-CHECK-FILE-NAME
        MOVE XFERRPT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF XFER-STATUS = '00'
            PERFORM PRINT-TRANSFER-LINE UNTIL WS-AT-END
        END-IF
        CLOSE XFER-HEADER-FILE
        MOVE 'XFERHDR-FILE' TO WS-CHECK-FILE-NAME
        MOVE XFER-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        MOVE SPACES TO WS-PRINT-LINE
        PERFORM PRINT-REPORT-LINE
        MOVE WS-XFER-TOTAL TO WS-ED-AMT1
        STRING 'IN TRANSIT: ' WS-XFER-COUNT
            '  TOTAL VALUE: ' WS-ED-AMT1
            DELIMITED BY SIZE
            INTO WS-PRINT-LINE
        PERFORM PRINT-REPORT-LINE
        STRING 'RECEIVED WITH DISCREPANCY: ' WS-XFER-DISCREP-COUNT
            DELIMITED BY SIZE
            INTO WS-PRINT-LINE
        PERFORM PRINT-REPORT-LINE
        CLOSE XFER-REPORT-FILE
        MOVE 'XFERRPT-FILE' TO WS-CHECK-FILE-NAME
        MOVE XFERRPT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        DISPLAY 'IN TRANSIT: ' WS-XFER-COUNT
            ' TOTAL VALUE: ' WS-XFER-TOTAL
        DISPLAY 'RECEIVED WITH DISCREPANCY: ' WS-XFER-DISCREP-COUNT
        DISPLAY 'REPORT WRITTEN TO XFERRPT.PRT'
    END-IF.

PRINT-TRANSFER-LINE.
    READ XFER-HEADER-FILE NEXT RECORD
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'XFERHDR-FILE' TO WS-CHECK-FILE-NAME
    MOVE XFER-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        MOVE XFER-SHIP-VALUE TO WS-ED-AMT1
        IF XFER-STATUS-FLAG = 'S'
            STRING XFER-KEY ' ' XFER-FROM-STORE '  '
                XFER-TO-STORE ' ' XFER-SHIP-DATE ' ' WS-ED-AMT1
                '  IN TRANSIT'
                DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            PERFORM PRINT-REPORT-LINE
            ADD 1 TO WS-XFER-COUNT
            ADD XFER-SHIP-VALUE TO WS-XFER-TOTAL
        ELSE
            IF XFER-DISCREP-FLAG = 'Y'
                STRING XFER-KEY ' ' XFER-FROM-STORE '  '
                    XFER-TO-STORE ' ' XFER-SHIP-DATE ' ' WS-ED-AMT1
                    '  DISCREPANCY RCVD ' XFER-RECV-DATE
                    DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                PERFORM PRINT-REPORT-LINE
                ADD 1 TO WS-XFER-DISCREP-COUNT
            END-IF
        END-IF
    END-IF.

OPEN-XFERHDR-IO.
    OPEN I-O XFER-HEADER-FILE
    IF XFER-STATUS = '35'
        OPEN OUTPUT XFER-HEADER-FILE
        CLOSE XFER-HEADER-FILE
        OPEN I-O XFER-HEADER-FILE
    END-IF
    MOVE 'XFERHDR-FILE' TO WS-CHECK-FILE-NAME
    MOVE XFER-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

OPEN-XFERLINE-IO.
    OPEN I-O XFER-LINE-FILE
    IF XFERL-STATUS = '35'
        OPEN OUTPUT XFER-LINE-FILE
        CLOSE XFER-LINE-FILE
        OPEN I-O XFER-LINE-FILE
    END-IF
    MOVE 'XFERLINE-FILE' TO WS-CHECK-FILE-NAME
    MOVE XFERL-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

OPEN-XFER-LINE-OUT.
    OPEN EXTEND XFER-LINE-OUT-FILE
    IF XFERLO-STATUS = '35'
        OPEN OUTPUT XFER-LINE-OUT-FILE
    END-IF
    MOVE 'XFERLOUT-FILE' TO WS-CHECK-FILE-NAME
    MOVE XFERLO-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

VOID-TICKET.
    DISPLAY 'VOID TICKET'
    DISPLAY 'ENTER TICKET NUMBER: ' WITH NO ADVANCING
    ACCEPT WS-VOID-TICKET-NO
    PERFORM READ-VOID-TICKET
    IF VOID-IS-OK
        PERFORM CHECK-VOID-RETURNS
    END-IF
    IF VOID-IS-OK
        DISPLAY 'TICKET: ' WS-VOID-TICKET-NO
            ' TOTAL DUE: ' WS-VOID-DUE
            ' TENDER: ' WS-VOID-TENDER
        DISPLAY 'CONFIRM VOID (Y/N): ' WITH NO ADVANCING
        ACCEPT WS-VOID-ANSWER
        IF WS-VOID-ANSWER = 'Y' OR WS-VOID-ANSWER = 'y'
            PERFORM VOID-TICKET-LINES
            PERFORM REVERSE-VOID-POINTS
            PERFORM REVERSE-VOID-TENDER
            PERFORM MARK-TICKET-VOIDED
            DISPLAY 'TICKET VOIDED: ' WS-VOID-TICKET-NO
        ELSE
            DISPLAY 'VOID CANCELLED'
        END-IF
    END-IF.

READ-VOID-TICKET.
    MOVE 'NO ' TO WS-VOID-OK
    ACCEPT WS-DATE FROM DATE YYYYMMDD
    OPEN INPUT TICKET-FILE
    IF TKT-STATUS = '35'
        DISPLAY 'TICKET NOT FOUND: ' WS-VOID-TICKET-NO
    ELSE
        MOVE 'TICKET-FILE' TO WS-CHECK-FILE-NAME
        MOVE TKT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF TKT-STATUS = '00'
            MOVE WS-VOID-TICKET-NO TO TKT-KEY
            READ TICKET-FILE
                INVALID KEY
                    DISPLAY 'TICKET NOT FOUND: ' WS-VOID-TICKET-NO
                NOT INVALID KEY
                    PERFORM CHECK-TICKET-VOIDABLE
            END-READ
            MOVE 'TICKET-FILE' TO WS-CHECK-FILE-NAME
            MOVE TKT-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
        END-IF
        CLOSE TICKET-FILE
        MOVE 'TICKET-FILE' TO WS-CHECK-FILE-NAME
        MOVE TKT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

CHECK-TICKET-VOIDABLE.
    IF TKT-VOID-FLAG = 'Y'
        DISPLAY 'TICKET ALREADY VOIDED BY: ' TKT-VOID-OPERATOR
    ELSE
        IF TKT-DATE-KEY NOT = WS-DATE
            DISPLAY 'ONLY SAME-DAY TICKETS CAN BE VOIDED'
                ' - USE RETURN'
        ELSE
            IF TKT-ORDER-NO NOT = SPACES
                DISPLAY 'ORDER PICKUP TICKET - USE RETURN: '
                    TKT-ORDER-NO
            ELSE
                MOVE 'YES' TO WS-VOID-OK
                PERFORM CHECK-VOID-DAY-OPEN
                IF VOID-IS-OK
                    MOVE TKT-CUST-KEY TO WS-CUST-KEY
                    MOVE TKT-TENDER-TYPE TO WS-VOID-TENDER
                    MOVE TKT-TENDER-AMOUNT TO WS-VOID-AMOUNT
                    MOVE TKT-CHANGE-DUE TO WS-VOID-CHANGE
                    MOVE TKT-AUTH-REF TO WS-VOID-AUTH-REF
                    COMPUTE WS-VOID-DUE = TKT-TOTAL + TKT-TAX-TOTAL
                END-IF
            END-IF
        END-IF
    END-IF.

CHECK-VOID-DAY-OPEN.
    OPEN INPUT EOD-CHECKPOINT-FILE
    IF CHKPT-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'EODCHKPT-FILE' TO WS-CHECK-FILE-NAME
        MOVE CHKPT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF CHKPT-STATUS = '00'
            MOVE TKT-DATE-KEY TO CHKPT-KEY
            READ EOD-CHECKPOINT-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CHKPT-COMPLETE-FLAG = 'YES'
                        MOVE 'NO ' TO WS-VOID-OK
                        DISPLAY 'BUSINESS DAY ALREADY CLOSED'
                            ' - USE RETURN'
                    END-IF
            END-READ
            MOVE 'EODCHKPT-FILE' TO WS-CHECK-FILE-NAME
            MOVE CHKPT-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
        END-IF
        CLOSE EOD-CHECKPOINT-FILE
        MOVE 'EODCHKPT-FILE' TO WS-CHECK-FILE-NAME
        MOVE CHKPT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF
    IF VOID-IS-OK
        OPEN INPUT DRAWER-FILE
        IF DRW-STATUS = '35'
            CONTINUE
        ELSE
            MOVE 'DRAWER-FILE' TO WS-CHECK-FILE-NAME
            MOVE DRW-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
            IF DRW-STATUS = '00'
                MOVE TKT-DATE-KEY TO DRW-DATE
                MOVE TKT-OPERATOR-ID TO DRW-OPERATOR-ID
                READ DRAWER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF DRW-STATUS-FLAG = 'C'
                            MOVE 'NO ' TO WS-VOID-OK
                            DISPLAY 'DRAWER ALREADY CLOSED FOR: '
                                TKT-OPERATOR-ID ' - USE RETURN'
                        END-IF
                END-READ
                MOVE 'DRAWER-FILE' TO WS-CHECK-FILE-NAME
                MOVE DRW-STATUS TO WS-CHECK-STATUS
                PERFORM CHECK-FILE-STATUS
            END-IF
            CLOSE DRAWER-FILE
            MOVE 'DRAWER-FILE' TO WS-CHECK-FILE-NAME
            MOVE DRW-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
        END-IF
    END-IF.

CHECK-VOID-RETURNS.
    PERFORM OPEN-SALES-IO
    MOVE 1 TO WS-VOID-LINE-NO
    MOVE 'NO ' TO WS-VOID-LINES-DONE
    PERFORM CHECK-ONE-VOID-LINE
        UNTIL VOID-LINES-ARE-DONE OR NOT VOID-IS-OK
    CLOSE SALES-FILE
    MOVE 'SALES-FILE' TO WS-CHECK-FILE-NAME
    MOVE SALES-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

CHECK-ONE-VOID-LINE.
    MOVE WS-VOID-TICKET-NO TO SALES-TICKET-NO
    MOVE WS-VOID-LINE-NO TO SALES-LINE-NO
    READ SALES-FILE
        INVALID KEY
            MOVE 'YES' TO WS-VOID-LINES-DONE
    END-READ
    MOVE 'SALES-FILE' TO WS-CHECK-FILE-NAME
    MOVE SALES-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT VOID-LINES-ARE-DONE
        MOVE SALES-KEY TO WS-ORIG-KEY
        PERFORM SUM-PRIOR-RETURNS
        IF WS-PRIOR-RETURN-QTY > 0
            DISPLAY 'LINE ' WS-VOID-LINE-NO
                ' HAS BEEN RETURNED - CANNOT VOID'
            MOVE 'NO ' TO WS-VOID-OK
        END-IF
        ADD 1 TO WS-VOID-LINE-NO
    END-IF.

VOID-TICKET-LINES.
    PERFORM OPEN-SALES-IO
    PERFORM OPEN-INVENTORY-IO
    MOVE 1 TO WS-VOID-LINE-NO
    MOVE 'NO ' TO WS-VOID-LINES-DONE
    PERFORM VOID-ONE-LINE UNTIL VOID-LINES-ARE-DONE
    CLOSE INVENTORY-FILE
    MOVE 'INVENTORY-FILE' TO WS-CHECK-FILE-NAME
    MOVE INV-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    CLOSE SALES-FILE
    MOVE 'SALES-FILE' TO WS-CHECK-FILE-NAME
    MOVE SALES-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

VOID-ONE-LINE.
    MOVE WS-VOID-TICKET-NO TO SALES-TICKET-NO
    MOVE WS-VOID-LINE-NO TO SALES-LINE-NO
    READ SALES-FILE
        INVALID KEY
            MOVE 'YES' TO WS-VOID-LINES-DONE
    END-READ
    MOVE 'SALES-FILE' TO WS-CHECK-FILE-NAME
    MOVE SALES-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT VOID-LINES-ARE-DONE
        MOVE 'Y' TO SALES-VOID-FLAG
        REWRITE SALES-RECORD
        MOVE 'SALES-FILE' TO WS-CHECK-FILE-NAME
        MOVE SALES-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        MOVE SALES-INV-KEY TO INV-KEY
        READ INVENTORY-FILE
            INVALID KEY
                DISPLAY 'ITEM NOT FOUND - NOT RESTOCKED: '
                    SALES-INV-KEY
            NOT INVALID KEY
                ADD SALES-QTY TO INV-QTY
                REWRITE INV-RECORD
                MOVE 'INVENTORY-FILE' TO WS-CHECK-FILE-NAME
                MOVE INV-STATUS TO WS-CHECK-STATUS
                PERFORM CHECK-FILE-STATUS
                MOVE SALES-INV-KEY TO WS-INV-KEY
                MOVE SALES-QTY TO WS-ADJ-QTY-DELTA
                MOVE 'VOD' TO WS-ADJ-REASON
                MOVE SALES-UNIT-COST TO WS-ADJ-UNIT-COST
                PERFORM WRITE-ADJUSTMENT-RECORD
        END-READ
        MOVE 'INVENTORY-FILE' TO WS-CHECK-FILE-NAME
        MOVE INV-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        ADD 1 TO WS-VOID-LINE-NO
    END-IF.

REVERSE-VOID-TENDER.
    EVALUATE WS-VOID-TENDER
        WHEN 'H'
            PERFORM REVERSE-VOID-CHARGE
        WHEN 'G'
        WHEN 'L'
            PERFORM REVERSE-VOID-GIFT-CARDS
        WHEN 'K'
            DISPLAY 'REVERSE CARD AUTHORIZATION: ' WS-VOID-AUTH-REF
                ' AMOUNT: ' WS-VOID-AMOUNT
        WHEN 'Q'
            DISPLAY 'RETURN CHECK TO CUSTOMER - CHECK NO: '
                WS-VOID-AUTH-REF
        WHEN OTHER
            COMPUTE WS-VOID-CASH = WS-VOID-AMOUNT - WS-VOID-CHANGE
            DISPLAY 'CASH REFUND DUE: ' WS-VOID-CASH
    END-EVALUATE.

REVERSE-VOID-CHARGE.
    PERFORM OPEN-CUSTOMER-IO
    MOVE WS-CUST-KEY TO CUSTOMER-KEY
    READ CUSTOMER-FILE
        INVALID KEY
            DISPLAY 'CUSTOMER NOT FOUND - CHARGE NOT REVERSED: '
                WS-CUST-KEY
        NOT INVALID KEY
            SUBTRACT WS-VOID-AMOUNT FROM CUSTOMER-BALANCE
            REWRITE CUST-RECORD
            MOVE 'CUSTOMER-FILE' TO WS-CHECK-FILE-NAME
            MOVE CUST-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
            DISPLAY 'CHARGE REVERSED - NEW BALANCE: '
                CUSTOMER-BALANCE
    END-READ
    MOVE 'CUSTOMER-FILE' TO WS-CHECK-FILE-NAME
    MOVE CUST-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    CLOSE CUSTOMER-FILE
    MOVE 'CUSTOMER-FILE' TO WS-CHECK-FILE-NAME
    MOVE CUST-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

REVERSE-VOID-GIFT-CARDS.
    MOVE ZEROS TO WS-VOID-GC-USED
    MOVE ZEROS TO WS-VOID-GC-TOTAL
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN INPUT GIFT-CARD-TRAN-FILE
    IF GCTRAN-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'GCTRAN-FILE' TO WS-CHECK-FILE-NAME
        MOVE GCTRAN-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF GCTRAN-STATUS = '00'
            PERFORM LOAD-ONE-VOID-GC-DRAW UNTIL WS-AT-END
        END-IF
        CLOSE GIFT-CARD-TRAN-FILE
        MOVE 'GCTRAN-FILE' TO WS-CHECK-FILE-NAME
        MOVE GCTRAN-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF
    PERFORM CREDIT-VOID-GC-DRAW
        VARYING WS-VOID-GC-SUB FROM 1 BY 1
        UNTIL WS-VOID-GC-SUB > WS-VOID-GC-USED
    COMPUTE WS-VOID-CASH = WS-VOID-AMOUNT - WS-VOID-GC-TOTAL
        - WS-LOY-VOID-VALUE
    IF WS-VOID-CASH > 0
        MOVE 'O' TO WS-DRWPAY-TYPE
        MOVE 'VOD' TO WS-DRWPAY-REASON
        MOVE WS-VOID-CASH TO WS-DRWPAY-AMOUNT
        PERFORM WRITE-DRAWER-PAY-RECORD
        DISPLAY 'CASH REFUND DUE: ' WS-VOID-CASH
    END-IF.

LOAD-ONE-VOID-GC-DRAW.
    READ GIFT-CARD-TRAN-FILE
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'GCTRAN-FILE' TO WS-CHECK-FILE-NAME
    MOVE GCTRAN-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        IF GCTRAN-TYPE = 'R'
                AND GCTRAN-TICKET-NO = WS-VOID-TICKET-NO
            IF WS-VOID-GC-USED < 10
                ADD 1 TO WS-VOID-GC-USED
                MOVE GCTRAN-CARD-NO TO
                    WS-VOID-GC-CARD(WS-VOID-GC-USED)
                MOVE GCTRAN-AMOUNT TO
                    WS-VOID-GC-AMT(WS-VOID-GC-USED)
            ELSE
                DISPLAY 'GIFT CARD TABLE FULL - NOT REVERSED: '
                    GCTRAN-CARD-NO
            END-IF
        END-IF
    END-IF.

CREDIT-VOID-GC-DRAW.
    MOVE WS-VOID-GC-CARD(WS-VOID-GC-SUB) TO WS-GC-CARD-NO
    MOVE WS-VOID-GC-AMT(WS-VOID-GC-SUB) TO WS-GC-AMOUNT
    PERFORM CREDIT-GIFT-CARD
    MOVE 'V' TO WS-GCTRAN-TYPE
    MOVE WS-GC-AMOUNT TO WS-GCTRAN-AMOUNT
    MOVE WS-VOID-TICKET-NO TO WS-GCTRAN-TICKET-NO
    PERFORM WRITE-GIFT-CARD-TRAN
    ADD WS-GC-AMOUNT TO WS-VOID-GC-TOTAL.

MARK-TICKET-VOIDED.
    PERFORM OPEN-TICKET-IO
    MOVE WS-VOID-TICKET-NO TO TKT-KEY
    READ TICKET-FILE
        INVALID KEY
            DISPLAY 'TICKET NOT FOUND: ' WS-VOID-TICKET-NO
        NOT INVALID KEY
            ACCEPT WS-TIME-OF-DAY FROM TIME
            MOVE 'Y' TO TKT-VOID-FLAG
            MOVE WS-OPERATOR-ID TO TKT-VOID-OPERATOR
            MOVE WS-TIME-OF-DAY TO TKT-VOID-TIME
            REWRITE TICKET-RECORD
    END-READ
    MOVE 'TICKET-FILE' TO WS-CHECK-FILE-NAME
    MOVE TKT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    CLOSE TICKET-FILE
    MOVE 'TICKET-FILE' TO WS-CHECK-FILE-NAME
    MOVE TKT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

VOID-AUDIT-REPORT.
    DISPLAY 'VOID AUDIT REPORT'
    DISPLAY 'ENTER DATE (YYYYMMDD, BLANK FOR TODAY): '
        WITH NO ADVANCING
    ACCEPT WS-VOID-RPT-DATE
    IF WS-VOID-RPT-DATE = SPACES
        ACCEPT WS-DATE FROM DATE YYYYMMDD
        MOVE WS-DATE TO WS-VOID-RPT-DATE
    END-IF
    MOVE ZEROS TO WS-VOID-COUNT
    MOVE ZEROS TO WS-VOID-TOTAL
    MOVE ZEROS TO WS-VOPER-USED
    MOVE 'C' TO WS-RPT-FILE-ID
    MOVE 'VOID AUDIT REPORT' TO WS-RPT-TITLE
    MOVE SPACES TO WS-RPT-COLHDR
    STRING 'TICKET       REG CASH MGR  TIME     T'
        '        AMOUNT'
        DELIMITED BY SIZE
        INTO WS-RPT-COLHDR
    PERFORM START-REPORT-PAGE
    OPEN OUTPUT VOID-REPORT-FILE
    MOVE 'VOIDRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE VOIDRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE SPACES TO WS-PRINT-LINE
    STRING 'VOIDS FOR: ' WS-VOID-RPT-DATE
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    PERFORM LIST-LIVE-VOIDS
    PERFORM LIST-ARCHIVED-VOIDS
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    MOVE 'VOIDS BY OPERATOR' TO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    PERFORM PRINT-VOID-OPERATOR-LINE
        VARYING WS-VOPER-SUB FROM 1 BY 1
        UNTIL WS-VOPER-SUB > WS-VOPER-USED
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    MOVE WS-VOID-TOTAL TO WS-ED-AMT1
    STRING 'TOTAL VOIDS: ' WS-VOID-COUNT
        '  TOTAL VALUE: ' WS-ED-AMT1
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    CLOSE VOID-REPORT-FILE
    MOVE 'VOIDRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE VOIDRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    DISPLAY 'TOTAL VOIDS: ' WS-VOID-COUNT ' VALUE: ' WS-VOID-TOTAL
    DISPLAY 'REPORT WRITTEN TO VOIDRPT.PRT'.

LIST-LIVE-VOIDS.
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN INPUT TICKET-FILE
    IF TKT-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'TICKET-FILE' TO WS-CHECK-FILE-NAME
        MOVE TKT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF TKT-STATUS = '00'
            MOVE WS-VOID-RPT-DATE TO TKT-DATE-KEY
            START TICKET-FILE KEY IS NOT LESS THAN TKT-DATE-KEY
                INVALID KEY
                    MOVE 'YES' TO WS-EOF-SWITCH
            END-START
            MOVE 'TICKET-FILE' TO WS-CHECK-FILE-NAME
            MOVE TKT-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
            PERFORM LIST-ONE-LIVE-VOID UNTIL WS-AT-END
        END-IF
        CLOSE TICKET-FILE
        MOVE 'TICKET-FILE' TO WS-CHECK-FILE-NAME
        MOVE TKT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

LIST-ONE-LIVE-VOID.
    READ TICKET-FILE NEXT RECORD
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'TICKET-FILE' TO WS-CHECK-FILE-NAME
    MOVE TKT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        IF TKT-DATE-KEY NOT = WS-VOID-RPT-DATE
            MOVE 'YES' TO WS-EOF-SWITCH
        ELSE
            IF TKT-VOID-FLAG = 'Y'
                COMPUTE WS-VOPER-AMOUNT = TKT-TOTAL + TKT-TAX-TOTAL
                MOVE WS-VOPER-AMOUNT TO WS-ED-AMT1
                STRING TKT-KEY ' ' TKT-REGISTER-ID ' '
                    TKT-OPERATOR-ID ' ' TKT-VOID-OPERATOR ' '
                    TKT-VOID-TIME ' ' TKT-TENDER-TYPE ' ' WS-ED-AMT1
                    DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                PERFORM PRINT-REPORT-LINE
                MOVE TKT-OPERATOR-ID TO WS-VOPER-ID
                PERFORM TALLY-VOID-OPERATOR
            END-IF
        END-IF
    END-IF.

LIST-ARCHIVED-VOIDS.
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN INPUT TICKET-ARCHIVE-FILE
    IF TKTARC-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'TKTARC-FILE' TO WS-CHECK-FILE-NAME
        MOVE TKTARC-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF TKTARC-STATUS = '00'
            MOVE WS-VOID-RPT-DATE TO TKTA-DATE-KEY
            START TICKET-ARCHIVE-FILE
                KEY IS NOT LESS THAN TKTA-DATE-KEY
                INVALID KEY
                    MOVE 'YES' TO WS-EOF-SWITCH
            END-START
            MOVE 'TKTARC-FILE' TO WS-CHECK-FILE-NAME
            MOVE TKTARC-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
            PERFORM LIST-ONE-ARC-VOID UNTIL WS-AT-END
        END-IF
        CLOSE TICKET-ARCHIVE-FILE
        MOVE 'TKTARC-FILE' TO WS-CHECK-FILE-NAME
        MOVE TKTARC-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

LIST-ONE-ARC-VOID.
    READ TICKET-ARCHIVE-FILE NEXT RECORD
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'TKTARC-FILE' TO WS-CHECK-FILE-NAME
    MOVE TKTARC-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        IF TKTA-DATE-KEY NOT = WS-VOID-RPT-DATE
            MOVE 'YES' TO WS-EOF-SWITCH
        ELSE
            IF TKTA-VOID-FLAG = 'Y'
                COMPUTE WS-VOPER-AMOUNT =
                    TKTA-TOTAL + TKTA-TAX-TOTAL
                MOVE WS-VOPER-AMOUNT TO WS-ED-AMT1
                STRING TKTA-KEY ' ' TKTA-REGISTER-ID ' '
                    TKTA-OPERATOR-ID ' ' TKTA-VOID-OPERATOR ' '
                    TKTA-VOID-TIME ' ' TKTA-TENDER-TYPE ' '
                    WS-ED-AMT1 ' (ARCHIVED)'
                    DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                PERFORM PRINT-REPORT-LINE
                MOVE TKTA-OPERATOR-ID TO WS-VOPER-ID
                PERFORM TALLY-VOID-OPERATOR
            END-IF
        END-IF
    END-IF.

TALLY-VOID-OPERATOR.
    ADD 1 TO WS-VOID-COUNT
    ADD WS-VOPER-AMOUNT TO WS-VOID-TOTAL
    MOVE ZEROS TO WS-VOPER-HIT
    PERFORM SCAN-VOID-OPERATOR-SLOT
        VARYING WS-VOPER-SUB FROM 1 BY 1
        UNTIL WS-VOPER-SUB > WS-VOPER-USED OR WS-VOPER-HIT > 0
    IF WS-VOPER-HIT = 0
        IF WS-VOPER-USED < 20
            ADD 1 TO WS-VOPER-USED
            MOVE WS-VOPER-USED TO WS-VOPER-HIT
            MOVE WS-VOPER-ID TO WS-VOPER-TBL-ID(WS-VOPER-HIT)
            MOVE ZEROS TO WS-VOPER-TBL-COUNT(WS-VOPER-HIT)
            MOVE ZEROS TO WS-VOPER-TBL-AMOUNT(WS-VOPER-HIT)
        ELSE
            DISPLAY 'OPERATOR TABLE FULL - NOT TALLIED: '
                WS-VOPER-ID
        END-IF
    END-IF
    IF WS-VOPER-HIT > 0
        ADD 1 TO WS-VOPER-TBL-COUNT(WS-VOPER-HIT)
        ADD WS-VOPER-AMOUNT TO WS-VOPER-TBL-AMOUNT(WS-VOPER-HIT)
    END-IF.

SCAN-VOID-OPERATOR-SLOT.
    IF WS-VOPER-TBL-ID(WS-VOPER-SUB) = WS-VOPER-ID
        MOVE WS-VOPER-SUB TO WS-VOPER-HIT
    END-IF.

PRINT-VOID-OPERATOR-LINE.
    MOVE WS-VOPER-TBL-AMOUNT(WS-VOPER-SUB) TO WS-ED-AMT1
    STRING '  OPERATOR: ' WS-VOPER-TBL-ID(WS-VOPER-SUB)
        '  VOIDS: ' WS-VOPER-TBL-COUNT(WS-VOPER-SUB)
        '  VALUE: ' WS-ED-AMT1
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE.

RECEIPT-REPRINT.
    DISPLAY 'RECEIPT REPRINT'
    DISPLAY 'ENTER TICKET NUMBER: ' WITH NO ADVANCING
    ACCEPT WS-RCPT-TICKET-NO
    MOVE 'YES' TO WS-RCPT-DUPLICATE
    PERFORM PRINT-TICKET-RECEIPT
    IF RECEIPT-TICKET-FOUND
        DISPLAY 'DUPLICATE RECEIPT WRITTEN TO RECEIPT.PRT'
    END-IF.

PRINT-TICKET-RECEIPT.
    PERFORM READ-RECEIPT-TICKET
    IF RECEIPT-TICKET-FOUND
        PERFORM OPEN-RECEIPT-FILE
        PERFORM PRINT-RECEIPT-HEADER
        IF WS-RCPT-ORDER-NO NOT = SPACES
            MOVE SPACES TO WS-RCPT-LINE
            STRING 'ORDER PICKUP ' WS-RCPT-ORDER-NO
                DELIMITED BY SIZE
                INTO WS-RCPT-LINE
            PERFORM WRITE-RECEIPT-LINE
        END-IF
        PERFORM PRINT-RECEIPT-LINES
        PERFORM PRINT-RECEIPT-TOTALS
        PERFORM SCAN-RECEIPT-POINTS
        PERFORM PRINT-RECEIPT-TENDER
        PERFORM PRINT-RECEIPT-POINTS
        IF WS-RCPT-VOID-FLAG = 'Y'
            MOVE '*** TICKET VOIDED ***' TO WS-RCPT-LINE
            PERFORM WRITE-RECEIPT-LINE
        END-IF
        PERFORM PRINT-RECEIPT-TRAILER
    ELSE
        DISPLAY 'TICKET NOT FOUND: ' WS-RCPT-TICKET-NO
    END-IF
    MOVE 'NO ' TO WS-RCPT-DUPLICATE.

READ-RECEIPT-TICKET.
    MOVE 'NO ' TO WS-RCPT-FOUND
    MOVE 'NO ' TO WS-RCPT-ARCHIVED
    OPEN INPUT TICKET-FILE
    IF TKT-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'TICKET-FILE' TO WS-CHECK-FILE-NAME
        MOVE TKT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF TKT-STATUS = '00'
            MOVE WS-RCPT-TICKET-NO TO TKT-KEY
            READ TICKET-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'YES' TO WS-RCPT-FOUND
                    PERFORM SAVE-RECEIPT-TICKET
            END-READ
            MOVE 'TICKET-FILE' TO WS-CHECK-FILE-NAME
            MOVE TKT-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
        END-IF
        CLOSE TICKET-FILE
        MOVE 'TICKET-FILE' TO WS-CHECK-FILE-NAME
        MOVE TKT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF
    IF NOT RECEIPT-TICKET-FOUND
        PERFORM READ-RECEIPT-ARC-TICKET
    END-IF.

READ-RECEIPT-ARC-TICKET.
    OPEN INPUT TICKET-ARCHIVE-FILE
    IF TKTARC-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'TKTARC-FILE' TO WS-CHECK-FILE-NAME
        MOVE TKTARC-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF TKTARC-STATUS = '00'
            MOVE WS-RCPT-TICKET-NO TO TKTA-KEY
            READ TICKET-ARCHIVE-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE TICKET-ARC-RECORD TO TICKET-RECORD
                    MOVE 'YES' TO WS-RCPT-FOUND
                    MOVE 'YES' TO WS-RCPT-ARCHIVED
                    PERFORM SAVE-RECEIPT-TICKET
            END-READ
            MOVE 'TKTARC-FILE' TO WS-CHECK-FILE-NAME
            MOVE TKTARC-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
        END-IF
        CLOSE TICKET-ARCHIVE-FILE
        MOVE 'TKTARC-FILE' TO WS-CHECK-FILE-NAME
        MOVE TKTARC-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

SAVE-RECEIPT-TICKET.
    MOVE TKT-DATE-KEY TO WS-RCPT-DATE
    MOVE TKT-CUST-KEY TO WS-RCPT-CUST-KEY
    MOVE TKT-TOTAL TO WS-RCPT-TOTAL
    MOVE TKT-TAX-TOTAL TO WS-RCPT-TAX
    MOVE TKT-TENDER-TYPE TO WS-RCPT-TENDER
    MOVE TKT-TENDER-AMOUNT TO WS-RCPT-TENDER-AMT
    MOVE TKT-CHANGE-DUE TO WS-RCPT-CHANGE
    MOVE TKT-OPERATOR-ID TO WS-RCPT-OPERATOR
    MOVE TKT-STORE-ID TO WS-RCPT-STORE
    MOVE TKT-REGISTER-ID TO WS-RCPT-REGISTER
    MOVE TKT-CARD-TYPE TO WS-RCPT-CARD-TYPE
    MOVE TKT-AUTH-REF TO WS-RCPT-AUTH-REF
    MOVE TKT-VOID-FLAG TO WS-RCPT-VOID-FLAG
    MOVE TKT-ORDER-NO TO WS-RCPT-ORDER-NO.

PRINT-RECEIPT-HEADER.
    MOVE ALL '=' TO WS-RCPT-LINE
    PERFORM WRITE-RECEIPT-LINE
    STRING 'STORE ' WS-RCPT-STORE '  REGISTER ' WS-RCPT-REGISTER
        DELIMITED BY SIZE
        INTO WS-RCPT-LINE
    PERFORM WRITE-RECEIPT-LINE
    STRING 'TICKET ' WS-RCPT-TICKET-NO '  DATE ' WS-RCPT-DATE
        DELIMITED BY SIZE
        INTO WS-RCPT-LINE
    PERFORM WRITE-RECEIPT-LINE
    STRING 'OPERATOR ' WS-RCPT-OPERATOR
        DELIMITED BY SIZE
        INTO WS-RCPT-LINE
    PERFORM WRITE-RECEIPT-LINE
    IF WS-RCPT-CUST-KEY NOT = SPACES
        STRING 'CUSTOMER ' WS-RCPT-CUST-KEY
            DELIMITED BY SIZE
            INTO WS-RCPT-LINE
        PERFORM WRITE-RECEIPT-LINE
    END-IF
    IF RECEIPT-IS-DUPLICATE
        MOVE '         *** DUPLICATE ***' TO WS-RCPT-LINE
        PERFORM WRITE-RECEIPT-LINE
    END-IF
    MOVE ALL '-' TO WS-RCPT-LINE
    PERFORM WRITE-RECEIPT-LINE.

PRINT-RECEIPT-LINES.
    MOVE ZEROS TO WS-RCPT-LINE-NO
    MOVE 'NO ' TO WS-RCPT-LINES-DONE
    MOVE 'NO ' TO WS-RCPT-INV-OK
    OPEN INPUT INVENTORY-FILE
    IF INV-STATUS = '00'
        MOVE 'YES' TO WS-RCPT-INV-OK
    END-IF
    IF RECEIPT-FROM-ARCHIVE
        OPEN INPUT SALES-ARCHIVE-FILE
        IF SALESARC-STATUS = '00'
            PERFORM PRINT-ONE-RECEIPT-LINE UNTIL RECEIPT-LINES-DONE
            CLOSE SALES-ARCHIVE-FILE
            MOVE 'SALESARC-FILE' TO WS-CHECK-FILE-NAME
            MOVE SALESARC-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
        END-IF
    ELSE
        OPEN INPUT SALES-FILE
        IF SALES-STATUS = '00'
            PERFORM PRINT-ONE-RECEIPT-LINE UNTIL RECEIPT-LINES-DONE
            CLOSE SALES-FILE
            MOVE 'SALES-FILE' TO WS-CHECK-FILE-NAME
            MOVE SALES-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
        END-IF
    END-IF
    IF RECEIPT-INV-IS-OPEN
        CLOSE INVENTORY-FILE
        MOVE 'INVENTORY-FILE' TO WS-CHECK-FILE-NAME
        MOVE INV-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF
    MOVE ALL '-' TO WS-RCPT-LINE
    PERFORM WRITE-RECEIPT-LINE.

PRINT-ONE-RECEIPT-LINE.
    ADD 1 TO WS-RCPT-LINE-NO
    IF RECEIPT-FROM-ARCHIVE
        MOVE WS-RCPT-TICKET-NO TO SALESARC-TICKET-NO
        MOVE WS-RCPT-LINE-NO TO SALESARC-LINE-NO
        READ SALES-ARCHIVE-FILE
            INVALID KEY
                MOVE 'YES' TO WS-RCPT-LINES-DONE
            NOT INVALID KEY
                MOVE SALES-ARC-RECORD TO SALES-RECORD
        END-READ
        MOVE 'SALESARC-FILE' TO WS-CHECK-FILE-NAME
        MOVE SALESARC-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    ELSE
        MOVE WS-RCPT-TICKET-NO TO SALES-TICKET-NO
        MOVE WS-RCPT-LINE-NO TO SALES-LINE-NO
        READ SALES-FILE
            INVALID KEY
                MOVE 'YES' TO WS-RCPT-LINES-DONE
        END-READ
        MOVE 'SALES-FILE' TO WS-CHECK-FILE-NAME
        MOVE SALES-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF
    IF NOT RECEIPT-LINES-DONE
        MOVE SPACES TO INV-DESC
        IF RECEIPT-INV-IS-OPEN
            MOVE SALES-INV-KEY TO INV-KEY
            READ INVENTORY-FILE
                INVALID KEY
                    MOVE SPACES TO INV-DESC
            END-READ
            MOVE 'INVENTORY-FILE' TO WS-CHECK-FILE-NAME
            MOVE INV-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
        END-IF
        STRING SALES-INV-KEY ' ' INV-DESC(1:29)
            DELIMITED BY SIZE
            INTO WS-RCPT-LINE
        PERFORM WRITE-RECEIPT-LINE
        MOVE SALES-QTY TO WS-ED-RCPT-QTY
        MOVE SALES-AMOUNT TO WS-ED-RCPT-AMT
        IF SALES-PROMO-FLAG = 'Y'
            STRING '   QTY ' WS-ED-RCPT-QTY '  PROMO     '
                WS-ED-RCPT-AMT
                DELIMITED BY SIZE
                INTO WS-RCPT-LINE
        ELSE
            STRING '   QTY ' WS-ED-RCPT-QTY '            '
                WS-ED-RCPT-AMT
                DELIMITED BY SIZE
                INTO WS-RCPT-LINE
        END-IF
        PERFORM WRITE-RECEIPT-LINE
        IF WS-RCPT-LINE-NO = 99
            MOVE 'YES' TO WS-RCPT-LINES-DONE
        END-IF
    END-IF.

PRINT-RECEIPT-TOTALS.
    COMPUTE WS-RCPT-DUE = WS-RCPT-TOTAL + WS-RCPT-TAX
    MOVE 'SUBTOTAL' TO WS-RCPT-LABEL
    MOVE WS-RCPT-TOTAL TO WS-RCPT-AMOUNT
    PERFORM PRINT-RECEIPT-AMOUNT
    MOVE 'TAX' TO WS-RCPT-LABEL
    MOVE WS-RCPT-TAX TO WS-RCPT-AMOUNT
    PERFORM PRINT-RECEIPT-AMOUNT
    MOVE 'TOTAL' TO WS-RCPT-LABEL
    MOVE WS-RCPT-DUE TO WS-RCPT-AMOUNT
    PERFORM PRINT-RECEIPT-AMOUNT
    MOVE ZEROS TO WS-RCPT-DEPOSIT
    IF WS-RCPT-ORDER-NO NOT = SPACES
        PERFORM READ-RECEIPT-ORDER-DEPOSIT
        MOVE 'DEPOSIT APPLIED' TO WS-RCPT-LABEL
        MOVE WS-RCPT-DEPOSIT TO WS-RCPT-AMOUNT
        PERFORM PRINT-RECEIPT-AMOUNT
    END-IF
    IF WS-RCPT-DEPOSIT < WS-RCPT-DUE
        COMPUTE WS-RCPT-OWED = WS-RCPT-DUE - WS-RCPT-DEPOSIT
    ELSE
        MOVE ZEROS TO WS-RCPT-OWED
    END-IF.

READ-RECEIPT-ORDER-DEPOSIT.
    OPEN INPUT CUSTOMER-ORDER-FILE
    IF ORD-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'CUSTORD-FILE' TO WS-CHECK-FILE-NAME
        MOVE ORD-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF ORD-STATUS = '00'
            MOVE WS-RCPT-ORDER-NO TO ORD-KEY
            READ CUSTOMER-ORDER-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE ORD-DEPOSIT TO WS-RCPT-DEPOSIT
            END-READ
            MOVE 'CUSTORD-FILE' TO WS-CHECK-FILE-NAME
            MOVE ORD-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
        END-IF
        CLOSE CUSTOMER-ORDER-FILE
        MOVE 'CUSTORD-FILE' TO WS-CHECK-FILE-NAME
        MOVE ORD-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

PRINT-RECEIPT-TENDER.
    IF WS-RCPT-ORDER-NO NOT = SPACES AND WS-RCPT-OWED = 0
        MOVE 'PAID FROM DEPOSIT' TO WS-RCPT-LINE
        PERFORM WRITE-RECEIPT-LINE
        IF WS-RCPT-DEPOSIT > WS-RCPT-DUE
            MOVE 'DEPOSIT REFUNDED' TO WS-RCPT-LABEL
            COMPUTE WS-RCPT-AMOUNT = WS-RCPT-DEPOSIT - WS-RCPT-DUE
            PERFORM PRINT-RECEIPT-AMOUNT
        END-IF
    ELSE
        EVALUATE WS-RCPT-TENDER
            WHEN 'H'
                MOVE 'HOUSE CHARGE' TO WS-RCPT-LABEL
                MOVE WS-RCPT-TENDER-AMT TO WS-RCPT-AMOUNT
                PERFORM PRINT-RECEIPT-AMOUNT
                PERFORM PRINT-RECEIPT-ACCT-BALANCE
            WHEN 'G'
            WHEN 'L'
                PERFORM PRINT-RECEIPT-GIFT-CARDS
            WHEN 'K'
                MOVE SPACES TO WS-RCPT-LABEL
                STRING 'BANK CARD ' WS-RCPT-CARD-TYPE
                    DELIMITED BY SIZE
                    INTO WS-RCPT-LABEL
                MOVE WS-RCPT-TENDER-AMT TO WS-RCPT-AMOUNT
                PERFORM PRINT-RECEIPT-AMOUNT
                STRING '   AUTH ' WS-RCPT-AUTH-REF
                    DELIMITED BY SIZE
                    INTO WS-RCPT-LINE
                PERFORM WRITE-RECEIPT-LINE
            WHEN 'Q'
                MOVE SPACES TO WS-RCPT-LABEL
                STRING 'CHECK ' WS-RCPT-AUTH-REF
                    DELIMITED BY SIZE
                    INTO WS-RCPT-LABEL
                MOVE WS-RCPT-TENDER-AMT TO WS-RCPT-AMOUNT
                PERFORM PRINT-RECEIPT-AMOUNT
            WHEN OTHER
                MOVE 'CASH' TO WS-RCPT-LABEL
                MOVE WS-RCPT-TENDER-AMT TO WS-RCPT-AMOUNT
                PERFORM PRINT-RECEIPT-AMOUNT
                MOVE 'CHANGE' TO WS-RCPT-LABEL
                MOVE WS-RCPT-CHANGE TO WS-RCPT-AMOUNT
                PERFORM PRINT-RECEIPT-AMOUNT
        END-EVALUATE
    END-IF.

PRINT-RECEIPT-ACCT-BALANCE.
    OPEN INPUT CUSTOMER-FILE
    MOVE 'CUSTOMER-FILE' TO WS-CHECK-FILE-NAME
    MOVE CUST-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF CUST-STATUS = '00'
        MOVE WS-RCPT-CUST-KEY TO CUSTOMER-KEY
        READ CUSTOMER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'ACCOUNT BALANCE' TO WS-RCPT-LABEL
                MOVE CUSTOMER-BALANCE TO WS-RCPT-AMOUNT
                PERFORM PRINT-RECEIPT-AMOUNT
        END-READ
        MOVE 'CUSTOMER-FILE' TO WS-CHECK-FILE-NAME
        MOVE CUST-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        CLOSE CUSTOMER-FILE
        MOVE 'CUSTOMER-FILE' TO WS-CHECK-FILE-NAME
        MOVE CUST-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

PRINT-RECEIPT-GIFT-CARDS.
    MOVE ZEROS TO WS-RCPT-GC-TOTAL
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN INPUT GIFT-CARD-TRAN-FILE
    IF GCTRAN-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'GCTRAN-FILE' TO WS-CHECK-FILE-NAME
        MOVE GCTRAN-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF GCTRAN-STATUS = '00'
            OPEN INPUT GIFT-CARD-FILE
            MOVE 'GIFTCARD-FILE' TO WS-CHECK-FILE-NAME
            MOVE GC-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
            PERFORM PRINT-ONE-RECEIPT-GC-DRAW UNTIL WS-AT-END
            CLOSE GIFT-CARD-FILE
            MOVE 'GIFTCARD-FILE' TO WS-CHECK-FILE-NAME
            MOVE GC-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
        END-IF
        CLOSE GIFT-CARD-TRAN-FILE
        MOVE 'GCTRAN-FILE' TO WS-CHECK-FILE-NAME
        MOVE GCTRAN-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF
    IF WS-RCPT-LOY-REDEEMED > 0
        MOVE WS-RCPT-LOY-REDEEMED TO WS-ED-POINTS
        STRING 'POINTS REDEEMED ' WS-ED-POINTS
            DELIMITED BY SIZE
            INTO WS-RCPT-LABEL
        MOVE WS-RCPT-LOY-VALUE TO WS-RCPT-AMOUNT
        PERFORM PRINT-RECEIPT-AMOUNT
    END-IF
    COMPUTE WS-RCPT-CASH = WS-RCPT-OWED - WS-RCPT-GC-TOTAL
        - WS-RCPT-LOY-VALUE
    IF WS-RCPT-CASH > 0
        MOVE 'CASH' TO WS-RCPT-LABEL
        COMPUTE WS-RCPT-AMOUNT = WS-RCPT-CASH + WS-RCPT-CHANGE
        PERFORM PRINT-RECEIPT-AMOUNT
        MOVE 'CHANGE' TO WS-RCPT-LABEL
        MOVE WS-RCPT-CHANGE TO WS-RCPT-AMOUNT
        PERFORM PRINT-RECEIPT-AMOUNT
    END-IF.

PRINT-ONE-RECEIPT-GC-DRAW.
    READ GIFT-CARD-TRAN-FILE
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'GCTRAN-FILE' TO WS-CHECK-FILE-NAME
    MOVE GCTRAN-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        IF GCTRAN-TYPE = 'R'
                AND GCTRAN-TICKET-NO = WS-RCPT-TICKET-NO
            MOVE SPACES TO WS-RCPT-LABEL
            STRING 'GIFT CARD ************' GCTRAN-CARD-NO(13:4)
                DELIMITED BY SIZE
                INTO WS-RCPT-LABEL
            MOVE GCTRAN-AMOUNT TO WS-RCPT-AMOUNT
            PERFORM PRINT-RECEIPT-AMOUNT
            ADD GCTRAN-AMOUNT TO WS-RCPT-GC-TOTAL
            IF GC-STATUS = '00' OR GC-STATUS = '23'
                MOVE GCTRAN-CARD-NO TO GC-CARD-NO
                READ GIFT-CARD-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE '   CARD BALANCE' TO WS-RCPT-LABEL
                        MOVE GC-BALANCE TO WS-RCPT-AMOUNT
                        PERFORM PRINT-RECEIPT-AMOUNT
                END-READ
                MOVE 'GIFTCARD-FILE' TO WS-CHECK-FILE-NAME
                MOVE GC-STATUS TO WS-CHECK-STATUS
                PERFORM CHECK-FILE-STATUS
            END-IF
        END-IF
    END-IF.

PRINT-RETURN-RECEIPT.
    MOVE WS-STORE-ID TO WS-RCPT-STORE
    MOVE WS-REGISTER-ID TO WS-RCPT-REGISTER
    MOVE WS-OPERATOR-ID TO WS-RCPT-OPERATOR
    MOVE WS-CUST-KEY TO WS-RCPT-CUST-KEY
    MOVE 'NO ' TO WS-RCPT-DUPLICATE
    PERFORM OPEN-RECEIPT-FILE
    PERFORM PRINT-RECEIPT-HEADER
    STRING 'RETURN OF TICKET ' WS-ORIG-KEY(1:12)
        ' LINE ' WS-ORIG-KEY(13:2)
        DELIMITED BY SIZE
        INTO WS-RCPT-LINE
    PERFORM WRITE-RECEIPT-LINE
    MOVE WS-RETURN-QTY TO WS-ED-RCPT-QTY
    STRING WS-INV-KEY '   QTY ' WS-ED-RCPT-QTY
        DELIMITED BY SIZE
        INTO WS-RCPT-LINE
    PERFORM WRITE-RECEIPT-LINE
    MOVE ALL '-' TO WS-RCPT-LINE
    PERFORM WRITE-RECEIPT-LINE
    MOVE 'REFUND' TO WS-RCPT-LABEL
    MOVE WS-REFUND-AMOUNT TO WS-RCPT-AMOUNT
    PERFORM PRINT-RECEIPT-AMOUNT
    MOVE 'TAX' TO WS-RCPT-LABEL
    MOVE WS-REFUND-TAX TO WS-RCPT-AMOUNT
    PERFORM PRINT-RECEIPT-AMOUNT
    MOVE 'TOTAL REFUND' TO WS-RCPT-LABEL
    MOVE WS-REFUND-TOTAL TO WS-RCPT-AMOUNT
    PERFORM PRINT-RECEIPT-AMOUNT
    EVALUATE WS-RCPT-REFUND-TYPE
        WHEN 'H'
            MOVE 'CREDITED TO ACCOUNT' TO WS-RCPT-LINE
            PERFORM WRITE-RECEIPT-LINE
            MOVE 'ACCOUNT BALANCE' TO WS-RCPT-LABEL
            MOVE WS-RCPT-BALANCE TO WS-RCPT-AMOUNT
            PERFORM PRINT-RECEIPT-AMOUNT
        WHEN 'G'
            STRING 'STORE CREDIT ************'
                WS-RCPT-GC-CARD(13:4)
                DELIMITED BY SIZE
                INTO WS-RCPT-LINE
            PERFORM WRITE-RECEIPT-LINE
            MOVE '   CARD BALANCE' TO WS-RCPT-LABEL
            MOVE WS-RCPT-BALANCE TO WS-RCPT-AMOUNT
            PERFORM PRINT-RECEIPT-AMOUNT
        WHEN 'L'
            MOVE WS-RCPT-LOY-CREDITED TO WS-ED-POINTS
            STRING 'CREDITED TO POINTS ' WS-ED-POINTS
                DELIMITED BY SIZE
                INTO WS-RCPT-LINE
            PERFORM WRITE-RECEIPT-LINE
        WHEN OTHER
            MOVE 'CASH REFUND' TO WS-RCPT-LABEL
            MOVE WS-REFUND-TOTAL TO WS-RCPT-AMOUNT
            PERFORM PRINT-RECEIPT-AMOUNT
    END-EVALUATE
    IF WS-RCPT-LOY-EARNED > 0
        MOVE WS-RCPT-LOY-EARNED TO WS-ED-POINTS
        STRING 'POINTS REVERSED    ' WS-ED-POINTS
            DELIMITED BY SIZE
            INTO WS-RCPT-LINE
        PERFORM WRITE-RECEIPT-LINE
    END-IF
    IF WS-RCPT-LOY-EARNED > 0 OR WS-RCPT-REFUND-TYPE = 'L'
        MOVE WS-RCPT-LOY-BALANCE TO WS-ED-POINTS
        STRING 'POINTS BALANCE     ' WS-ED-POINTS
            DELIMITED BY SIZE
            INTO WS-RCPT-LINE
        PERFORM WRITE-RECEIPT-LINE
    END-IF
    PERFORM PRINT-RECEIPT-TRAILER.

PRINT-RECEIPT-AMOUNT.
    MOVE WS-RCPT-AMOUNT TO WS-ED-RCPT-AMT
    STRING WS-RCPT-LABEL '  ' WS-ED-RCPT-AMT
        DELIMITED BY SIZE
        INTO WS-RCPT-LINE
    PERFORM WRITE-RECEIPT-LINE
    MOVE SPACES TO WS-RCPT-LABEL.

PRINT-RECEIPT-TRAILER.
    MOVE ALL '=' TO WS-RCPT-LINE
    PERFORM WRITE-RECEIPT-LINE
    MOVE '        THANK YOU FOR SHOPPING' TO WS-RCPT-LINE
    PERFORM WRITE-RECEIPT-LINE
    PERFORM WRITE-RECEIPT-LINE
    CLOSE RECEIPT-FILE
    MOVE 'RECEIPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE RCPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

OPEN-RECEIPT-FILE.
    OPEN EXTEND RECEIPT-FILE
    IF RCPT-STATUS = '35'
        OPEN OUTPUT RECEIPT-FILE
    END-IF
    MOVE 'RECEIPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE RCPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE SPACES TO WS-RCPT-LINE.

WRITE-RECEIPT-LINE.
    WRITE RECEIPT-LINE FROM WS-RCPT-LINE
    MOVE 'RECEIPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE RCPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE SPACES TO WS-RCPT-LINE.

LOYALTY-TENDER.
    IF WS-CUST-KEY = SPACES
        DISPLAY 'POINTS REQUIRE A CUSTOMER ON THE TICKET'
    ELSE
        PERFORM OPEN-LOYACCT-IO
        PERFORM READ-LOYALTY-ACCOUNT
        IF NOT LOYALTY-ACCOUNT-FOUND
            DISPLAY 'NO LOYALTY ACCOUNT FOR CUSTOMER: ' WS-CUST-KEY
        ELSE
            IF LOY-POINTS-BALANCE = 0
                DISPLAY 'NO POINTS AVAILABLE TO REDEEM'
            ELSE
                PERFORM REDEEM-LOYALTY-POINTS
            END-IF
        END-IF
        CLOSE LOYALTY-ACCOUNT-FILE
        MOVE 'LOYACCT-FILE' TO WS-CHECK-FILE-NAME
        MOVE LOYACCT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

REDEEM-LOYALTY-POINTS.
    MOVE LOY-POINTS-BALANCE TO WS-LOY-POINTS
    COMPUTE WS-LOY-VALUE =
        LOY-POINTS-BALANCE * WS-LOY-POINT-VALUE
    IF WS-LOY-VALUE > WS-DUE-REMAINING
        MOVE WS-DUE-REMAINING TO WS-LOY-VALUE
        COMPUTE WS-LOY-POINTS ROUNDED =
            WS-LOY-VALUE / WS-LOY-POINT-VALUE
        IF WS-LOY-POINTS > LOY-POINTS-BALANCE
            MOVE LOY-POINTS-BALANCE TO WS-LOY-POINTS
        END-IF
    END-IF
    DISPLAY 'POINTS AVAILABLE: ' LOY-POINTS-BALANCE
        ' EXPIRE: ' LOY-EXPIRY-DATE
    DISPLAY 'REDEEM ' WS-LOY-POINTS ' POINTS FOR ' WS-LOY-VALUE
        ' (Y/N): ' WITH NO ADVANCING
    ACCEPT WS-LOY-ANSWER
    IF WS-LOY-ANSWER = 'Y' OR WS-LOY-ANSWER = 'y'
        SUBTRACT WS-LOY-POINTS FROM LOY-POINTS-BALANCE
        ADD WS-LOY-POINTS TO LOY-REDEEMED-TOTAL
        MOVE WS-LOY-TODAY TO LOY-LAST-DATE
        REWRITE LOYACCT-RECORD
        MOVE 'LOYACCT-FILE' TO WS-CHECK-FILE-NAME
        MOVE LOYACCT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        MOVE 'R' TO WS-LOY-TRAN-TYPE
        MOVE WS-LOY-POINTS TO WS-LOY-TRAN-POINTS
        MOVE WS-LOY-VALUE TO WS-LOY-TRAN-VALUE
        MOVE WS-TICKET-NO TO WS-LOY-TICKET-NO
        PERFORM WRITE-LOYALTY-TRAN
        MOVE 'YES' TO WS-LOY-USED
        SUBTRACT WS-LOY-VALUE FROM WS-DUE-REMAINING
        DISPLAY 'POINTS REDEEMED: ' WS-LOY-POINTS
            ' VALUE: ' WS-LOY-VALUE
        IF WS-DUE-REMAINING = 0
            MOVE 'L' TO WS-TENDER-TYPE
            MOVE WS-TICKET-DUE TO WS-TENDER-AMOUNT
            MOVE ZEROS TO WS-CHANGE-DUE
            MOVE 'YES' TO WS-TENDER-OK
        ELSE
            DISPLAY 'STILL DUE: ' WS-DUE-REMAINING
        END-IF
    ELSE
        DISPLAY 'POINTS NOT REDEEMED'
    END-IF.

EARN-LOYALTY-POINTS.
    IF LOYALTY-CUSTOMER-OK
        COMPUTE WS-LOY-POINTS = WS-TICKET-TOTAL * WS-LOY-EARN-RATE
        IF WS-LOY-POINTS > 0
            PERFORM OPEN-LOYACCT-IO
            PERFORM READ-LOYALTY-ACCOUNT
            IF NOT LOYALTY-ACCOUNT-FOUND
                MOVE SPACES TO LOYACCT-RECORD
                MOVE WS-CUST-KEY TO LOY-CUST-KEY
                MOVE ZEROS TO LOY-POINTS-BALANCE
                MOVE ZEROS TO LOY-EARNED-TOTAL
                MOVE ZEROS TO LOY-REDEEMED-TOTAL
                MOVE WS-LOY-TODAY TO LOY-ENROLL-DATE
            END-IF
            ADD WS-LOY-POINTS TO LOY-POINTS-BALANCE
            ADD WS-LOY-POINTS TO LOY-EARNED-TOTAL
            MOVE WS-LOY-TODAY TO LOY-LAST-DATE
            PERFORM SET-LOYALTY-EXPIRY
            IF LOYALTY-ACCOUNT-FOUND
                REWRITE LOYACCT-RECORD
            ELSE
                WRITE LOYACCT-RECORD
                DISPLAY 'LOYALTY ACCOUNT OPENED: ' WS-CUST-KEY
            END-IF
            MOVE 'LOYACCT-FILE' TO WS-CHECK-FILE-NAME
            MOVE LOYACCT-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
            MOVE 'E' TO WS-LOY-TRAN-TYPE
            MOVE WS-LOY-POINTS TO WS-LOY-TRAN-POINTS
            COMPUTE WS-LOY-TRAN-VALUE =
                WS-LOY-POINTS * WS-LOY-POINT-VALUE
            MOVE WS-TICKET-NO TO WS-LOY-TICKET-NO
            PERFORM WRITE-LOYALTY-TRAN
            DISPLAY 'POINTS EARNED: ' WS-LOY-POINTS
                ' POINTS BALANCE: ' LOY-POINTS-BALANCE
            CLOSE LOYALTY-ACCOUNT-FILE
            MOVE 'LOYACCT-FILE' TO WS-CHECK-FILE-NAME
            MOVE LOYACCT-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
        END-IF
    END-IF.

REFUND-TO-POINTS.
    PERFORM OPEN-LOYACCT-IO
    PERFORM READ-LOYALTY-ACCOUNT
    IF LOYALTY-ACCOUNT-FOUND
        COMPUTE WS-LOY-POINTS ROUNDED =
            WS-REFUND-TOTAL / WS-LOY-POINT-VALUE
        ADD WS-LOY-POINTS TO LOY-POINTS-BALANCE
        IF LOY-REDEEMED-TOTAL > WS-LOY-POINTS
            SUBTRACT WS-LOY-POINTS FROM LOY-REDEEMED-TOTAL
        ELSE
            MOVE ZEROS TO LOY-REDEEMED-TOTAL
        END-IF
        MOVE WS-LOY-TODAY TO LOY-LAST-DATE
        PERFORM SET-LOYALTY-EXPIRY
        REWRITE LOYACCT-RECORD
        MOVE 'LOYACCT-FILE' TO WS-CHECK-FILE-NAME
        MOVE LOYACCT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        MOVE 'U' TO WS-LOY-TRAN-TYPE
        MOVE WS-LOY-POINTS TO WS-LOY-TRAN-POINTS
        MOVE WS-REFUND-TOTAL TO WS-LOY-TRAN-VALUE
        MOVE WS-RCPT-TICKET-NO TO WS-LOY-TICKET-NO
        PERFORM WRITE-LOYALTY-TRAN
        MOVE 'L' TO WS-RCPT-REFUND-TYPE
        MOVE WS-LOY-POINTS TO WS-RCPT-LOY-CREDITED
        MOVE LOY-POINTS-BALANCE TO WS-RCPT-LOY-BALANCE
        DISPLAY 'REFUND CREDITED TO POINTS: ' WS-LOY-POINTS
            ' POINTS BALANCE: ' LOY-POINTS-BALANCE
    ELSE
        DISPLAY 'NO LOYALTY ACCOUNT - CASH REFUND DUE: '
            WS-REFUND-TOTAL
        PERFORM RECORD-CASH-REFUND-PAYOUT
    END-IF
    CLOSE LOYALTY-ACCOUNT-FILE
    MOVE 'LOYACCT-FILE' TO WS-CHECK-FILE-NAME
    MOVE LOYACCT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

REVERSE-RETURN-POINTS.
    IF WS-CUST-KEY NOT = SPACES
        COMPUTE WS-LOY-POINTS = WS-REFUND-AMOUNT * WS-LOY-EARN-RATE
        IF WS-LOY-POINTS > 0
            PERFORM OPEN-LOYACCT-IO
            PERFORM READ-LOYALTY-ACCOUNT
            IF LOYALTY-ACCOUNT-FOUND
                    AND LOY-ENROLL-DATE NOT > WS-LOY-ORIG-DATE
                PERFORM TAKE-BACK-RETURN-POINTS
            END-IF
            CLOSE LOYALTY-ACCOUNT-FILE
            MOVE 'LOYACCT-FILE' TO WS-CHECK-FILE-NAME
            MOVE LOYACCT-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
        END-IF
    END-IF.

TAKE-BACK-RETURN-POINTS.
    IF WS-LOY-POINTS > LOY-POINTS-BALANCE
        MOVE LOY-POINTS-BALANCE TO WS-LOY-POINTS
    END-IF
    IF WS-LOY-POINTS > 0
        SUBTRACT WS-LOY-POINTS FROM LOY-POINTS-BALANCE
        IF LOY-EARNED-TOTAL > WS-LOY-POINTS
            SUBTRACT WS-LOY-POINTS FROM LOY-EARNED-TOTAL
        ELSE
            MOVE ZEROS TO LOY-EARNED-TOTAL
        END-IF
        MOVE WS-LOY-TODAY TO LOY-LAST-DATE
        REWRITE LOYACCT-RECORD
        MOVE 'LOYACCT-FILE' TO WS-CHECK-FILE-NAME
        MOVE LOYACCT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        MOVE 'B' TO WS-LOY-TRAN-TYPE
        MOVE WS-LOY-POINTS TO WS-LOY-TRAN-POINTS
        COMPUTE WS-LOY-TRAN-VALUE =
            WS-LOY-POINTS * WS-LOY-POINT-VALUE
        MOVE WS-RCPT-TICKET-NO TO WS-LOY-TICKET-NO
        PERFORM WRITE-LOYALTY-TRAN
        MOVE WS-LOY-POINTS TO WS-RCPT-LOY-EARNED
        MOVE LOY-POINTS-BALANCE TO WS-RCPT-LOY-BALANCE
        DISPLAY 'POINTS REVERSED: ' WS-LOY-POINTS
            ' POINTS BALANCE: ' LOY-POINTS-BALANCE
    END-IF.

REVERSE-VOID-POINTS.
    MOVE ZEROS TO WS-LOY-VOID-EARNED
    MOVE ZEROS TO WS-LOY-VOID-REDEEMED
    MOVE ZEROS TO WS-LOY-VOID-VALUE
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN INPUT LOYALTY-TRAN-FILE
    IF LOYTRAN-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'LOYTRAN-FILE' TO WS-CHECK-FILE-NAME
        MOVE LOYTRAN-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF LOYTRAN-STATUS = '00'
            PERFORM LOAD-ONE-VOID-POINT-TRAN UNTIL WS-AT-END
        END-IF
        CLOSE LOYALTY-TRAN-FILE
        MOVE 'LOYTRAN-FILE' TO WS-CHECK-FILE-NAME
        MOVE LOYTRAN-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF
    IF WS-LOY-VOID-EARNED > 0 OR WS-LOY-VOID-REDEEMED > 0
        PERFORM OPEN-LOYACCT-IO
        PERFORM READ-LOYALTY-ACCOUNT
        IF LOYALTY-ACCOUNT-FOUND
            PERFORM RESTORE-VOID-POINTS
        ELSE
            DISPLAY 'LOYALTY ACCOUNT NOT FOUND - POINTS NOT'
                ' REVERSED: ' WS-CUST-KEY
        END-IF
        CLOSE LOYALTY-ACCOUNT-FILE
        MOVE 'LOYACCT-FILE' TO WS-CHECK-FILE-NAME
        MOVE LOYACCT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

LOAD-ONE-VOID-POINT-TRAN.
    READ LOYALTY-TRAN-FILE
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'LOYTRAN-FILE' TO WS-CHECK-FILE-NAME
    MOVE LOYTRAN-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        IF LOYT-TICKET-NO = WS-VOID-TICKET-NO
            IF LOYT-TYPE = 'E'
                ADD LOYT-POINTS TO WS-LOY-VOID-EARNED
            END-IF
            IF LOYT-TYPE = 'R'
                ADD LOYT-POINTS TO WS-LOY-VOID-REDEEMED
                ADD LOYT-VALUE TO WS-LOY-VOID-VALUE
            END-IF
        END-IF
    END-IF.

RESTORE-VOID-POINTS.
    IF WS-LOY-VOID-REDEEMED > 0
        ADD WS-LOY-VOID-REDEEMED TO LOY-POINTS-BALANCE
        IF LOY-REDEEMED-TOTAL > WS-LOY-VOID-REDEEMED
            SUBTRACT WS-LOY-VOID-REDEEMED FROM LOY-REDEEMED-TOTAL
        ELSE
            MOVE ZEROS TO LOY-REDEEMED-TOTAL
        END-IF
        MOVE 'U' TO WS-LOY-TRAN-TYPE
        MOVE WS-LOY-VOID-REDEEMED TO WS-LOY-TRAN-POINTS
        MOVE WS-LOY-VOID-VALUE TO WS-LOY-TRAN-VALUE
        MOVE WS-VOID-TICKET-NO TO WS-LOY-TICKET-NO
        PERFORM WRITE-LOYALTY-TRAN
        DISPLAY 'POINTS RESTORED: ' WS-LOY-VOID-REDEEMED
            ' VALUE: ' WS-LOY-VOID-VALUE
    END-IF
    IF WS-LOY-VOID-EARNED > LOY-POINTS-BALANCE
        MOVE LOY-POINTS-BALANCE TO WS-LOY-VOID-EARNED
    END-IF
    IF WS-LOY-VOID-EARNED > 0
        SUBTRACT WS-LOY-VOID-EARNED FROM LOY-POINTS-BALANCE
        IF LOY-EARNED-TOTAL > WS-LOY-VOID-EARNED
            SUBTRACT WS-LOY-VOID-EARNED FROM LOY-EARNED-TOTAL
        ELSE
            MOVE ZEROS TO LOY-EARNED-TOTAL
        END-IF
        MOVE 'V' TO WS-LOY-TRAN-TYPE
        MOVE WS-LOY-VOID-EARNED TO WS-LOY-TRAN-POINTS
        COMPUTE WS-LOY-TRAN-VALUE =
            WS-LOY-VOID-EARNED * WS-LOY-POINT-VALUE
        MOVE WS-VOID-TICKET-NO TO WS-LOY-TICKET-NO
        PERFORM WRITE-LOYALTY-TRAN
        DISPLAY 'POINTS EARNED REVERSED: ' WS-LOY-VOID-EARNED
    END-IF
    MOVE WS-LOY-TODAY TO LOY-LAST-DATE
    REWRITE LOYACCT-RECORD
    MOVE 'LOYACCT-FILE' TO WS-CHECK-FILE-NAME
    MOVE LOYACCT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    DISPLAY 'POINTS BALANCE: ' LOY-POINTS-BALANCE.

SCAN-RECEIPT-POINTS.
    MOVE ZEROS TO WS-RCPT-LOY-EARNED
    MOVE ZEROS TO WS-RCPT-LOY-REDEEMED
    MOVE ZEROS TO WS-RCPT-LOY-VALUE
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN INPUT LOYALTY-TRAN-FILE
    IF LOYTRAN-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'LOYTRAN-FILE' TO WS-CHECK-FILE-NAME
        MOVE LOYTRAN-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF LOYTRAN-STATUS = '00'
            PERFORM SCAN-ONE-RECEIPT-POINT UNTIL WS-AT-END
        END-IF
        CLOSE LOYALTY-TRAN-FILE
        MOVE 'LOYTRAN-FILE' TO WS-CHECK-FILE-NAME
        MOVE LOYTRAN-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

SCAN-ONE-RECEIPT-POINT.
    READ LOYALTY-TRAN-FILE
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'LOYTRAN-FILE' TO WS-CHECK-FILE-NAME
    MOVE LOYTRAN-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        IF LOYT-TICKET-NO = WS-RCPT-TICKET-NO
            IF LOYT-TYPE = 'E'
                ADD LOYT-POINTS TO WS-RCPT-LOY-EARNED
            END-IF
            IF LOYT-TYPE = 'R'
                ADD LOYT-POINTS TO WS-RCPT-LOY-REDEEMED
                ADD LOYT-VALUE TO WS-RCPT-LOY-VALUE
            END-IF
        END-IF
    END-IF.

PRINT-RECEIPT-POINTS.
    IF WS-RCPT-LOY-EARNED > 0 OR WS-RCPT-LOY-REDEEMED > 0
        MOVE ALL '-' TO WS-RCPT-LINE
        PERFORM WRITE-RECEIPT-LINE
        MOVE WS-RCPT-LOY-EARNED TO WS-ED-POINTS
        STRING 'POINTS EARNED      ' WS-ED-POINTS
            DELIMITED BY SIZE
            INTO WS-RCPT-LINE
        PERFORM WRITE-RECEIPT-LINE
        OPEN INPUT LOYALTY-ACCOUNT-FILE
        IF LOYACCT-STATUS = '35'
            CONTINUE
        ELSE
            MOVE 'LOYACCT-FILE' TO WS-CHECK-FILE-NAME
            MOVE LOYACCT-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
            IF LOYACCT-STATUS = '00'
                MOVE WS-RCPT-CUST-KEY TO LOY-CUST-KEY
                READ LOYALTY-ACCOUNT-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM PRINT-RECEIPT-POINT-BALANCE
                END-READ
                MOVE 'LOYACCT-FILE' TO WS-CHECK-FILE-NAME
                MOVE LOYACCT-STATUS TO WS-CHECK-STATUS
                PERFORM CHECK-FILE-STATUS
            END-IF
            CLOSE LOYALTY-ACCOUNT-FILE
            MOVE 'LOYACCT-FILE' TO WS-CHECK-FILE-NAME
            MOVE LOYACCT-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
        END-IF
    END-IF.

PRINT-RECEIPT-POINT-BALANCE.
    MOVE LOY-POINTS-BALANCE TO WS-ED-POINTS
    STRING 'POINTS BALANCE     ' WS-ED-POINTS
        DELIMITED BY SIZE
        INTO WS-RCPT-LINE
    PERFORM WRITE-RECEIPT-LINE
    STRING 'POINTS EXPIRE       ' LOY-EXPIRY-DATE
        DELIMITED BY SIZE
        INTO WS-RCPT-LINE
    PERFORM WRITE-RECEIPT-LINE.

PRINT-STATEMENT-POINTS.
    MOVE 'NO ' TO WS-LOY-FOUND
    OPEN INPUT LOYALTY-ACCOUNT-FILE
    IF LOYACCT-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'LOYACCT-FILE' TO WS-CHECK-FILE-NAME
        MOVE LOYACCT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF LOYACCT-STATUS = '00'
            MOVE WS-CUST-KEY TO LOY-CUST-KEY
            READ LOYALTY-ACCOUNT-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'YES' TO WS-LOY-FOUND
            END-READ
            MOVE 'LOYACCT-FILE' TO WS-CHECK-FILE-NAME
            MOVE LOYACCT-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
        END-IF
        CLOSE LOYALTY-ACCOUNT-FILE
        MOVE 'LOYACCT-FILE' TO WS-CHECK-FILE-NAME
        MOVE LOYACCT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF
    IF LOYALTY-ACCOUNT-FOUND
        MOVE SPACES TO WS-PRINT-LINE
        PERFORM PRINT-REPORT-LINE
        MOVE 'LOYALTY POINTS ACTIVITY' TO WS-PRINT-LINE
        PERFORM PRINT-REPORT-LINE
        MOVE 'DATE     ACTIVITY   TICKET           POINTS'
            TO WS-PRINT-LINE
        PERFORM PRINT-REPORT-LINE
        MOVE 'NO ' TO WS-EOF-SWITCH
        OPEN INPUT LOYALTY-TRAN-FILE
        IF LOYTRAN-STATUS = '35'
            CONTINUE
        ELSE
            MOVE 'LOYTRAN-FILE' TO WS-CHECK-FILE-NAME
            MOVE LOYTRAN-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
            IF LOYTRAN-STATUS = '00'
                PERFORM PRINT-ONE-STATEMENT-POINT UNTIL WS-AT-END
            END-IF
            CLOSE LOYALTY-TRAN-FILE
            MOVE 'LOYTRAN-FILE' TO WS-CHECK-FILE-NAME
            MOVE LOYTRAN-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
        END-IF
        MOVE SPACES TO WS-PRINT-LINE
        PERFORM PRINT-REPORT-LINE
        MOVE LOY-POINTS-BALANCE TO WS-ED-POINTS
        STRING 'POINTS BALANCE:  ' WS-ED-POINTS
            DELIMITED BY SIZE
            INTO WS-PRINT-LINE
        PERFORM PRINT-REPORT-LINE
        COMPUTE WS-LOY-VALUE =
            LOY-POINTS-BALANCE * WS-LOY-POINT-VALUE
        MOVE WS-LOY-VALUE TO WS-ED-AMT1
        STRING 'POINTS VALUE:    ' WS-ED-AMT1
            DELIMITED BY SIZE
            INTO WS-PRINT-LINE
        PERFORM PRINT-REPORT-LINE
        ACCEPT WS-LOY-TODAY FROM DATE YYYYMMDD
        IF LOY-POINTS-BALANCE > 0
                AND LOY-EXPIRY-DATE < WS-LOY-TODAY
            STRING 'POINTS EXPIRE:   ' LOY-EXPIRY-DATE
                ' (EXPIRED)'
                DELIMITED BY SIZE
                INTO WS-PRINT-LINE
        ELSE
            STRING 'POINTS EXPIRE:   ' LOY-EXPIRY-DATE
                DELIMITED BY SIZE
                INTO WS-PRINT-LINE
        END-IF
        PERFORM PRINT-REPORT-LINE
        DISPLAY 'POINTS BALANCE: ' LOY-POINTS-BALANCE
    END-IF.

PRINT-ONE-STATEMENT-POINT.
    READ LOYALTY-TRAN-FILE
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'LOYTRAN-FILE' TO WS-CHECK-FILE-NAME
    MOVE LOYTRAN-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        IF LOYT-CUST-KEY = WS-CUST-KEY
                AND LOYT-DATE NOT < WS-REPORT-START-DATE
                AND LOYT-DATE NOT > WS-REPORT-END-DATE
            MOVE LOYT-POINTS TO WS-LOY-SIGNED
            EVALUATE LOYT-TYPE
                WHEN 'E'
                    MOVE 'EARNED' TO WS-LOY-TYPE-DESC
                WHEN 'B'
                    MOVE 'RETURNED' TO WS-LOY-TYPE-DESC
                    COMPUTE WS-LOY-SIGNED = 0 - LOYT-POINTS
                WHEN 'R'
                    MOVE 'REDEEMED' TO WS-LOY-TYPE-DESC
                    COMPUTE WS-LOY-SIGNED = 0 - LOYT-POINTS
                WHEN 'U'
                    MOVE 'RESTORED' TO WS-LOY-TYPE-DESC
                WHEN 'V'
                    MOVE 'VOIDED' TO WS-LOY-TYPE-DESC
                    COMPUTE WS-LOY-SIGNED = 0 - LOYT-POINTS
                WHEN 'X'
                    MOVE 'EXPIRED' TO WS-LOY-TYPE-DESC
                    COMPUTE WS-LOY-SIGNED = 0 - LOYT-POINTS
                WHEN OTHER
                    MOVE LOYT-TYPE TO WS-LOY-TYPE-DESC
            END-EVALUATE
            MOVE WS-LOY-SIGNED TO WS-ED-POINTS-SGN
            STRING LOYT-DATE ' ' WS-LOY-TYPE-DESC ' '
                LOYT-TICKET-NO ' ' WS-ED-POINTS-SGN
                DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            PERFORM PRINT-REPORT-LINE
        END-IF
    END-IF.

LOYALTY-LIABILITY-REPORT.
    DISPLAY 'LOYALTY LIABILITY REPORT'
    MOVE ZEROS TO WS-LOY-LIAB-COUNT
    MOVE ZEROS TO WS-LOY-LIAB-POINTS
    MOVE ZEROS TO WS-LOY-LIAB-VALUE
    MOVE ZEROS TO WS-LOY-EXPIRED-POINTS
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN I-O LOYALTY-ACCOUNT-FILE
    IF LOYACCT-STATUS = '35'
        DISPLAY 'NO LOYALTY ACCOUNTS ON FILE'
    ELSE
        MOVE 'LOYACCT-FILE' TO WS-CHECK-FILE-NAME
        MOVE LOYACCT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        MOVE 'D' TO WS-RPT-FILE-ID
        MOVE 'LOYALTY POINTS LIABILITY REPORT' TO WS-RPT-TITLE
        MOVE SPACES TO WS-RPT-COLHDR
        STRING 'CUSTOMER      POINTS        VALUE EXPIRES   '
            'LAST USED    EARNED  REDEEMED'
            DELIMITED BY SIZE
            INTO WS-RPT-COLHDR
        PERFORM START-REPORT-PAGE
        OPEN OUTPUT LOYLIAB-REPORT-FILE
        MOVE 'LOYRPT-FILE' TO WS-CHECK-FILE-NAME
        MOVE LOYRPT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF LOYACCT-STATUS = '00'
            ACCEPT WS-LOY-TODAY FROM DATE YYYYMMDD
            PERFORM PRINT-LOYALTY-LINE UNTIL WS-AT-END
        END-IF
        CLOSE LOYALTY-ACCOUNT-FILE
        MOVE 'LOYACCT-FILE' TO WS-CHECK-FILE-NAME
        MOVE LOYACCT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        MOVE SPACES TO WS-PRINT-LINE
        PERFORM PRINT-REPORT-LINE
        MOVE WS-LOY-LIAB-POINTS TO WS-ED-POINTS-TOT
        MOVE WS-LOY-LIAB-VALUE TO WS-ED-AMT1
        STRING 'ACCOUNTS WITH POINTS: ' WS-LOY-LIAB-COUNT
            '  TOTAL POINTS: ' WS-ED-POINTS-TOT
            '  TOTAL LIABILITY: ' WS-ED-AMT1
            DELIMITED BY SIZE
            INTO WS-PRINT-LINE
        PERFORM PRINT-REPORT-LINE
        MOVE WS-LOY-EXPIRED-POINTS TO WS-ED-POINTS-TOT
        COMPUTE WS-ED-AMT2 =
            WS-LOY-EXPIRED-POINTS * WS-LOY-POINT-VALUE
        STRING 'POINTS EXPIRED THIS RUN: ' WS-ED-POINTS-TOT
            '  VALUE: ' WS-ED-AMT2
            DELIMITED BY SIZE
            INTO WS-PRINT-LINE
        PERFORM PRINT-REPORT-LINE
        CLOSE LOYLIAB-REPORT-FILE
        MOVE 'LOYRPT-FILE' TO WS-CHECK-FILE-NAME
        MOVE LOYRPT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        DISPLAY 'ACCOUNTS WITH POINTS: ' WS-LOY-LIAB-COUNT
            ' TOTAL LIABILITY: ' WS-LOY-LIAB-VALUE
        DISPLAY 'POINTS EXPIRED THIS RUN: ' WS-LOY-EXPIRED-POINTS
        DISPLAY 'REPORT WRITTEN TO LOYLIAB.PRT'
    END-IF.

PRINT-LOYALTY-LINE.
    READ LOYALTY-ACCOUNT-FILE NEXT RECORD
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'LOYACCT-FILE' TO WS-CHECK-FILE-NAME
    MOVE LOYACCT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        IF LOY-POINTS-BALANCE > 0
                AND LOY-EXPIRY-DATE < WS-LOY-TODAY
            PERFORM EXPIRE-LOYALTY-ACCOUNT
        END-IF
        IF LOY-POINTS-BALANCE > 0
            COMPUTE WS-LOY-VALUE =
                LOY-POINTS-BALANCE * WS-LOY-POINT-VALUE
            MOVE LOY-POINTS-BALANCE TO WS-ED-POINTS
            MOVE WS-LOY-VALUE TO WS-ED-AMT1
            MOVE LOY-EARNED-TOTAL TO WS-ED-POINTS2
            MOVE LOY-REDEEMED-TOTAL TO WS-ED-POINTS3
            STRING LOY-CUST-KEY ' ' WS-ED-POINTS ' ' WS-ED-AMT1
                ' ' LOY-EXPIRY-DATE '  ' LOY-LAST-DATE
                ' ' WS-ED-POINTS2 ' ' WS-ED-POINTS3
                DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            PERFORM PRINT-REPORT-LINE
            ADD 1 TO WS-LOY-LIAB-COUNT
            ADD LOY-POINTS-BALANCE TO WS-LOY-LIAB-POINTS
            ADD WS-LOY-VALUE TO WS-LOY-LIAB-VALUE
        END-IF
    END-IF.

READ-LOYALTY-ACCOUNT.
    MOVE 'NO ' TO WS-LOY-FOUND
    ACCEPT WS-LOY-TODAY FROM DATE YYYYMMDD
    MOVE WS-CUST-KEY TO LOY-CUST-KEY
    READ LOYALTY-ACCOUNT-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'YES' TO WS-LOY-FOUND
    END-READ
    MOVE 'LOYACCT-FILE' TO WS-CHECK-FILE-NAME
    MOVE LOYACCT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF LOYALTY-ACCOUNT-FOUND
        IF LOY-POINTS-BALANCE > 0
                AND LOY-EXPIRY-DATE < WS-LOY-TODAY
            PERFORM EXPIRE-LOYALTY-ACCOUNT
        END-IF
    END-IF.

EXPIRE-LOYALTY-ACCOUNT.
    MOVE 'X' TO WS-LOY-TRAN-TYPE
    MOVE LOY-POINTS-BALANCE TO WS-LOY-TRAN-POINTS
    COMPUTE WS-LOY-TRAN-VALUE =
        LOY-POINTS-BALANCE * WS-LOY-POINT-VALUE
    MOVE SPACES TO WS-LOY-TICKET-NO
    ADD LOY-POINTS-BALANCE TO WS-LOY-EXPIRED-POINTS
    DISPLAY 'LOYALTY POINTS EXPIRED: ' LOY-CUST-KEY
        ' POINTS: ' LOY-POINTS-BALANCE
    MOVE ZEROS TO LOY-POINTS-BALANCE
    REWRITE LOYACCT-RECORD
    MOVE 'LOYACCT-FILE' TO WS-CHECK-FILE-NAME
    MOVE LOYACCT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    PERFORM WRITE-LOYALTY-TRAN.

SET-LOYALTY-EXPIRY.
    MOVE WS-LOY-TODAY(1:4) TO WS-LOY-EXP-YEAR
    ADD WS-LOY-EXPIRY-YEARS TO WS-LOY-EXP-YEAR
    MOVE WS-LOY-TODAY(5:4) TO WS-LOY-EXP-MMDD
    IF WS-LOY-EXP-MMDD = '0229'
        MOVE '0228' TO WS-LOY-EXP-MMDD
    END-IF
    MOVE WS-LOY-EXPIRY TO LOY-EXPIRY-DATE.

WRITE-LOYALTY-TRAN.
    OPEN EXTEND LOYALTY-TRAN-FILE
    IF LOYTRAN-STATUS = '35'
        OPEN OUTPUT LOYALTY-TRAN-FILE
    END-IF
    MOVE 'LOYTRAN-FILE' TO WS-CHECK-FILE-NAME
    MOVE LOYTRAN-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    ACCEPT WS-DATE FROM DATE YYYYMMDD
    ACCEPT WS-TIME-OF-DAY FROM TIME
    MOVE SPACES TO LOYTRAN-RECORD
    MOVE LOY-CUST-KEY TO LOYT-CUST-KEY
    MOVE WS-DATE TO LOYT-DATE
    MOVE WS-TIME-OF-DAY TO LOYT-TIME
    MOVE WS-LOY-TRAN-TYPE TO LOYT-TYPE
    MOVE WS-LOY-TRAN-POINTS TO LOYT-POINTS
    MOVE WS-LOY-TRAN-VALUE TO LOYT-VALUE
    MOVE WS-LOY-TICKET-NO TO LOYT-TICKET-NO
    MOVE WS-OPERATOR-ID TO LOYT-OPERATOR-ID
    MOVE WS-STORE-ID TO LOYT-STORE-ID
    MOVE WS-REGISTER-ID TO LOYT-REGISTER-ID
    MOVE LOY-EXPIRY-DATE TO LOYT-EXPIRY-DATE
    WRITE LOYTRAN-RECORD
    MOVE 'LOYTRAN-FILE' TO WS-CHECK-FILE-NAME
    MOVE LOYTRAN-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE SPACES TO WS-LOY-TICKET-NO
    CLOSE LOYALTY-TRAN-FILE
    MOVE 'LOYTRAN-FILE' TO WS-CHECK-FILE-NAME
    MOVE LOYTRAN-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

OPEN-LOYACCT-IO.
    OPEN I-O LOYALTY-ACCOUNT-FILE
    IF LOYACCT-STATUS = '35'
        OPEN OUTPUT LOYALTY-ACCOUNT-FILE
        CLOSE LOYALTY-ACCOUNT-FILE
        OPEN I-O LOYALTY-ACCOUNT-FILE
    END-IF
    MOVE 'LOYACCT-FILE' TO WS-CHECK-FILE-NAME
    MOVE LOYACCT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

RETURN-TO-VENDOR.
    DISPLAY 'RETURN TO VENDOR'
    DISPLAY 'ENTER VENDOR KEY: ' WITH NO ADVANCING
    ACCEPT WS-VENDOR-KEY
    PERFORM READ-VENDOR
    IF VENDOR-WAS-FOUND
        MOVE VENDOR-NAME TO WS-VENDOR-NAME
        PERFORM BUILD-RETURN-TO-VENDOR
    ELSE
        DISPLAY 'VENDOR NOT FOUND: ' WS-VENDOR-KEY
    END-IF.

BUILD-RETURN-TO-VENDOR.
    ACCEPT WS-DATE FROM DATE YYYYMMDD
    ACCEPT WS-TIME-OF-DAY FROM TIME
    MOVE WS-YEAR(3:2) TO WS-RTV-NO(1:2)
    MOVE WS-MONTH TO WS-RTV-NO(3:2)
    MOVE WS-DAY TO WS-RTV-NO(5:2)
    MOVE WS-TIME-OF-DAY(1:6) TO WS-RTV-NO(7:6)
    MOVE WS-DATE TO WS-RTV-DATE
    DISPLAY 'RETURN / DEBIT MEMO NUMBER: ' WS-RTV-NO
    MOVE ZEROS TO WS-RTV-LINE-COUNT
    MOVE ZEROS TO WS-RTV-VALUE
    MOVE 'NO ' TO WS-RTV-DONE
    PERFORM OPEN-RTVLINE-IO
    PERFORM OPEN-INVENTORY-IO
    PERFORM ENTER-RTV-LINE UNTIL RTV-ENTRY-DONE
    IF WS-RTV-LINE-COUNT > 0
        PERFORM PRINT-DEBIT-MEMO
    END-IF
    CLOSE RTV-LINE-FILE
    MOVE 'RTVLINE-FILE' TO WS-CHECK-FILE-NAME
    MOVE RTVL-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    CLOSE INVENTORY-FILE
    MOVE 'INVENTORY-FILE' TO WS-CHECK-FILE-NAME
    MOVE INV-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF WS-RTV-LINE-COUNT > 0
        PERFORM WRITE-DEBIT-MEMO
        DISPLAY 'DEBIT MEMO CREATED: ' WS-RTV-NO
            ' VENDOR: ' WS-VENDOR-KEY
            ' LINES: ' WS-RTV-LINE-COUNT
            ' VALUE: ' WS-RTV-VALUE
        DISPLAY 'DEBIT MEMO WRITTEN TO DEBITMEM.PRT'
    ELSE
        DISPLAY 'NO LINES ENTERED - RETURN NOT CREATED'
    END-IF.

ENTER-RTV-LINE.
    DISPLAY 'ENTER ITEM KEY (SPACES TO END): ' WITH NO ADVANCING
    ACCEPT WS-INV-KEY
    IF WS-INV-KEY = SPACES
        MOVE 'YES' TO WS-RTV-DONE
    ELSE
        DISPLAY 'ENTER QUANTITY TO RETURN: ' WITH NO ADVANCING
        ACCEPT WS-RTV-QTY
        DISPLAY 'REASON (D=DAMAGED R=RECALL O=OTHER): '
            WITH NO ADVANCING
        ACCEPT WS-RTV-REASON
        MOVE 'NO ' TO WS-INVENTORY-FOUND
        MOVE WS-INV-KEY TO INV-KEY
        READ INVENTORY-FILE
            INVALID KEY
                DISPLAY 'ITEM NOT FOUND: ' WS-INV-KEY
            NOT INVALID KEY
                MOVE 'YES' TO WS-INVENTORY-FOUND
        END-READ
        MOVE 'INVENTORY-FILE' TO WS-CHECK-FILE-NAME
        MOVE INV-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF INVENTORY-IS-FOUND
            PERFORM CHECK-RTV-LINE
        END-IF
    END-IF.

CHECK-RTV-LINE.
    MOVE 'NO ' TO WS-RTV-DUP
    MOVE WS-VENDOR-KEY TO RTVL-VENDOR-KEY
    MOVE WS-RTV-NO TO RTVL-RTV-NO
    MOVE WS-INV-KEY TO RTVL-INV-KEY
    READ RTV-LINE-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'YES' TO WS-RTV-DUP
    END-READ
    MOVE 'RTVLINE-FILE' TO WS-CHECK-FILE-NAME
    MOVE RTVL-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF INV-VENDOR-KEY NOT = WS-VENDOR-KEY
        DISPLAY 'ITEM NOT SUPPLIED BY VENDOR: ' WS-INV-KEY
            ' VENDOR: ' INV-VENDOR-KEY
    ELSE
        IF RTV-LINE-IS-DUP
            DISPLAY 'ITEM ALREADY ON THIS RETURN: ' WS-INV-KEY
        ELSE
            IF WS-RTV-REASON NOT = 'D' AND WS-RTV-REASON NOT = 'R'
                    AND WS-RTV-REASON NOT = 'O'
                DISPLAY 'INVALID REASON: ' WS-RTV-REASON
            ELSE
                IF WS-RTV-QTY = ZEROS OR WS-RTV-QTY > INV-QTY
                    DISPLAY 'INVALID QUANTITY - ON HAND: ' INV-QTY
                ELSE
                    PERFORM POST-RTV-LINE
                END-IF
            END-IF
        END-IF
    END-IF.

POST-RTV-LINE.
    SUBTRACT WS-RTV-QTY FROM INV-QTY
    REWRITE INV-RECORD
    MOVE 'INVENTORY-FILE' TO WS-CHECK-FILE-NAME
    MOVE INV-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    COMPUTE WS-ADJ-QTY-DELTA = 0 - WS-RTV-QTY
    MOVE 'RTV' TO WS-ADJ-REASON
    MOVE INV-UNIT-COST TO WS-ADJ-UNIT-COST
    PERFORM WRITE-ADJUSTMENT-RECORD
    MOVE SPACES TO RTV-LINE-RECORD
    MOVE WS-VENDOR-KEY TO RTVL-VENDOR-KEY
    MOVE WS-RTV-NO TO RTVL-RTV-NO
    MOVE WS-INV-KEY TO RTVL-INV-KEY
    MOVE WS-RTV-DATE TO RTVL-DATE
    MOVE WS-RTV-QTY TO RTVL-QTY
    MOVE INV-UNIT-COST TO RTVL-UNIT-COST
    MOVE WS-RTV-REASON TO RTVL-REASON
    MOVE WS-OPERATOR-ID TO RTVL-OPERATOR-ID
    MOVE WS-STORE-ID TO RTVL-STORE-ID
    WRITE RTV-LINE-RECORD
    MOVE 'RTVLINE-FILE' TO WS-CHECK-FILE-NAME
    MOVE RTVL-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    ADD 1 TO WS-RTV-LINE-COUNT
    COMPUTE WS-RTV-VALUE = WS-RTV-VALUE
        + (WS-RTV-QTY * INV-UNIT-COST).

WRITE-DEBIT-MEMO.
    PERFORM OPEN-VENDINV-IO
    MOVE SPACES TO VENDINV-RECORD
    MOVE WS-VENDOR-KEY TO VINV-VENDOR-KEY
    MOVE WS-RTV-NO TO VINV-INVOICE-NO
    MOVE WS-RTV-DATE TO VINV-DATE
    MOVE WS-RTV-VALUE TO VINV-TOTAL
    MOVE 'A' TO VINV-STATUS-FLAG
    MOVE 'Y' TO VINV-MATCH-FLAG
    MOVE WS-OPERATOR-ID TO VINV-OPERATOR-ID
    MOVE 'D' TO VINV-DOC-TYPE
    MOVE SPACES TO VINV-APPLIED-TO
    MOVE ZEROS TO VINV-CREDIT-TOTAL
    MOVE WS-RTV-DATE TO VINV-DUE-DATE
    MOVE 'N' TO VINV-PAID-FLAG
    MOVE 'N' TO VINV-PAY-HOLD-FLAG
    MOVE SPACES TO VINV-PAID-DATE
    MOVE ZEROS TO VINV-CHECK-NO
    MOVE 'N' TO VINV-PAY-POSTED-FLAG
    WRITE VENDINV-RECORD
    MOVE 'VENDINV-FILE' TO WS-CHECK-FILE-NAME
    MOVE VINV-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    CLOSE VENDOR-INVOICE-FILE
    MOVE 'VENDINV-FILE' TO WS-CHECK-FILE-NAME
    MOVE VINV-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

PRINT-DEBIT-MEMO.
    MOVE 'E' TO WS-RPT-FILE-ID
    MOVE 'DEBIT MEMO - RETURN TO VENDOR' TO WS-RPT-TITLE
    MOVE SPACES TO WS-RPT-COLHDR
    STRING ' ITEM       DESCRIPTION                   '
        '     QTY    UNIT COST       AMOUNT REASON'
        DELIMITED BY SIZE
        INTO WS-RPT-COLHDR
    PERFORM START-REPORT-PAGE
    OPEN EXTEND DEBIT-MEMO-FILE
    IF DEBITMEM-STATUS = '35'
        OPEN OUTPUT DEBIT-MEMO-FILE
    END-IF
    MOVE 'DEBITMEM-FILE' TO WS-CHECK-FILE-NAME
    MOVE DEBITMEM-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    STRING 'DEBIT MEMO: ' WS-RTV-NO '  DATE: ' WS-RTV-DATE
        '  STORE: ' WS-STORE-ID '  OPERATOR: ' WS-OPERATOR-ID
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    STRING 'VENDOR: ' WS-VENDOR-KEY ' ' WS-VENDOR-NAME
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    PERFORM PRINT-REPORT-LINE
    MOVE 'NO ' TO WS-RTV-EOF
    MOVE WS-VENDOR-KEY TO RTVL-VENDOR-KEY
    MOVE WS-RTV-NO TO RTVL-RTV-NO
    MOVE LOW-VALUES TO RTVL-INV-KEY
    START RTV-LINE-FILE
        KEY IS NOT LESS THAN RTVL-KEY
        INVALID KEY
            MOVE 'YES' TO WS-RTV-EOF
    END-START
    MOVE 'RTVLINE-FILE' TO WS-CHECK-FILE-NAME
    MOVE RTVL-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    PERFORM PRINT-DEBIT-MEMO-LINE UNTIL WS-RTV-AT-END
    PERFORM PRINT-REPORT-LINE
    MOVE WS-RTV-VALUE TO WS-ED-AMT1
    STRING 'TOTAL DEBIT TO VENDOR ACCOUNT: ' WS-ED-AMT1
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    PERFORM PRINT-REPORT-LINE
    CLOSE DEBIT-MEMO-FILE
    MOVE 'DEBITMEM-FILE' TO WS-CHECK-FILE-NAME
    MOVE DEBITMEM-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

PRINT-DEBIT-MEMO-LINE.
    READ RTV-LINE-FILE NEXT RECORD
        AT END
            MOVE 'YES' TO WS-RTV-EOF
    END-READ
    MOVE 'RTVLINE-FILE' TO WS-CHECK-FILE-NAME
    MOVE RTVL-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-RTV-AT-END
        IF RTVL-VENDOR-KEY NOT = WS-VENDOR-KEY
                OR RTVL-RTV-NO NOT = WS-RTV-NO
            MOVE 'YES' TO WS-RTV-EOF
        ELSE
            MOVE SPACES TO INV-DESC
            MOVE RTVL-INV-KEY TO INV-KEY
            READ INVENTORY-FILE
                INVALID KEY
                    MOVE SPACES TO INV-DESC
            END-READ
            MOVE 'INVENTORY-FILE' TO WS-CHECK-FILE-NAME
            MOVE INV-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
            IF RTVL-REASON = 'D'
                MOVE 'DAMAGED' TO WS-RTV-REASON-DESC
            ELSE
                IF RTVL-REASON = 'R'
                    MOVE 'RECALL' TO WS-RTV-REASON-DESC
                ELSE
                    MOVE 'OTHER' TO WS-RTV-REASON-DESC
                END-IF
            END-IF
            COMPUTE WS-RTV-LINE-VALUE = RTVL-QTY * RTVL-UNIT-COST
            MOVE RTVL-QTY TO WS-ED-QTY1
            MOVE RTVL-UNIT-COST TO WS-ED-AMT1
            MOVE WS-RTV-LINE-VALUE TO WS-ED-AMT2
            STRING ' ' RTVL-INV-KEY ' ' INV-DESC
                ' ' WS-ED-QTY1 ' ' WS-ED-AMT1 ' ' WS-ED-AMT2
                ' ' WS-RTV-REASON-DESC
                DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            PERFORM PRINT-REPORT-LINE
        END-IF
    END-IF.

APPLY-DEBIT-MEMO.
    DISPLAY 'APPLY DEBIT MEMO TO VENDOR INVOICE'
    DISPLAY 'ENTER VENDOR KEY: ' WITH NO ADVANCING
    ACCEPT WS-VENDOR-KEY
    DISPLAY 'ENTER DEBIT MEMO NUMBER: ' WITH NO ADVANCING
    ACCEPT WS-MEMO-NO
    DISPLAY 'ENTER INVOICE NUMBER: ' WITH NO ADVANCING
    ACCEPT WS-INVOICE-NO
    MOVE 'NO ' TO WS-MEMO-OK
    PERFORM OPEN-VENDINV-IO
    MOVE WS-VENDOR-KEY TO VINV-VENDOR-KEY
    MOVE WS-MEMO-NO TO VINV-INVOICE-NO
    READ VENDOR-INVOICE-FILE
        INVALID KEY
            DISPLAY 'DEBIT MEMO NOT FOUND: ' WS-MEMO-NO
        NOT INVALID KEY
            PERFORM CHECK-DEBIT-MEMO
    END-READ
    MOVE 'VENDINV-FILE' TO WS-CHECK-FILE-NAME
    MOVE VINV-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF MEMO-CAN-APPLY
        MOVE 'NO ' TO WS-MEMO-OK
        MOVE WS-VENDOR-KEY TO VINV-VENDOR-KEY
        MOVE WS-INVOICE-NO TO VINV-INVOICE-NO
        READ VENDOR-INVOICE-FILE
            INVALID KEY
                DISPLAY 'INVOICE NOT FOUND: ' WS-INVOICE-NO
            NOT INVALID KEY
                PERFORM CHECK-MEMO-INVOICE
        END-READ
        MOVE 'VENDINV-FILE' TO WS-CHECK-FILE-NAME
        MOVE VINV-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF
    IF MEMO-CAN-APPLY
        ADD WS-MEMO-TOTAL TO VINV-CREDIT-TOTAL
        REWRITE VENDINV-RECORD
        MOVE 'VENDINV-FILE' TO WS-CHECK-FILE-NAME
        MOVE VINV-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        MOVE WS-VENDOR-KEY TO VINV-VENDOR-KEY
        MOVE WS-MEMO-NO TO VINV-INVOICE-NO
        READ VENDOR-INVOICE-FILE
            INVALID KEY
                DISPLAY 'DEBIT MEMO NOT FOUND: ' WS-MEMO-NO
            NOT INVALID KEY
                MOVE WS-INVOICE-NO TO VINV-APPLIED-TO
                REWRITE VENDINV-RECORD
        END-READ
        MOVE 'VENDINV-FILE' TO WS-CHECK-FILE-NAME
        MOVE VINV-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        DISPLAY 'DEBIT MEMO ' WS-MEMO-NO ' FOR ' WS-MEMO-TOTAL
            ' APPLIED TO INVOICE ' WS-INVOICE-NO
    END-IF
    CLOSE VENDOR-INVOICE-FILE
    MOVE 'VENDINV-FILE' TO WS-CHECK-FILE-NAME
    MOVE VINV-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

CHECK-DEBIT-MEMO.
    IF VINV-DOC-TYPE NOT = 'D'
        DISPLAY 'NOT A DEBIT MEMO: ' WS-MEMO-NO
    ELSE
        IF VINV-APPLIED-TO NOT = SPACES
            DISPLAY 'DEBIT MEMO ALREADY APPLIED TO INVOICE: '
                VINV-APPLIED-TO
        ELSE
            IF VINV-PAID-FLAG = 'Y'
                DISPLAY 'DEBIT MEMO ALREADY TAKEN ON CHECK: '
                    VINV-CHECK-NO
            ELSE
                MOVE VINV-TOTAL TO WS-MEMO-TOTAL
                MOVE 'YES' TO WS-MEMO-OK
            END-IF
        END-IF
    END-IF.

CHECK-MEMO-INVOICE.
    IF VINV-DOC-TYPE = 'D'
        DISPLAY 'CANNOT APPLY TO ANOTHER DEBIT MEMO: ' WS-INVOICE-NO
    ELSE
        COMPUTE WS-MEMO-OPEN-AMT = VINV-TOTAL - VINV-CREDIT-TOTAL
        IF VINV-PAID-FLAG = 'Y'
            DISPLAY 'INVOICE ALREADY PAID ON CHECK: ' VINV-CHECK-NO
        ELSE
            IF WS-MEMO-TOTAL > WS-MEMO-OPEN-AMT
                DISPLAY 'DEBIT MEMO EXCEEDS INVOICE BALANCE: '
                    WS-MEMO-OPEN-AMT
            ELSE
                MOVE 'YES' TO WS-MEMO-OK
            END-IF
        END-IF
    END-IF.

OPEN-RTVLINE-IO.
    OPEN I-O RTV-LINE-FILE
    IF RTVL-STATUS = '35'
        OPEN OUTPUT RTV-LINE-FILE
        CLOSE RTV-LINE-FILE
        OPEN I-O RTV-LINE-FILE
    END-IF
    MOVE 'RTVLINE-FILE' TO WS-CHECK-FILE-NAME
    MOVE RTVL-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

GET-VENDOR-TERMS.
    PERFORM READ-VENDOR
    MOVE ZEROS TO WS-VEND-TERMS-DAYS
    IF VENDOR-WAS-FOUND AND VENDOR-TERMS-DAYS IS NUMERIC
        MOVE VENDOR-TERMS-DAYS TO WS-VEND-TERMS-DAYS
    END-IF.

CALC-INVOICE-DUE-DATE.
    MOVE ZEROS TO WS-DUE-DATE-INT
    IF VINV-DATE IS NUMERIC
        MOVE VINV-DATE TO WS-DUE-DATE-NUM
        COMPUTE WS-DUE-DATE-INT =
            FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM)
    END-IF
    IF WS-DUE-DATE-INT = 0
        ACCEPT WS-DUE-DATE-NUM FROM DATE YYYYMMDD
        COMPUTE WS-DUE-DATE-INT =
            FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM)
    END-IF
    COMPUTE WS-DUE-DATE-NUM =
        FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INT
            + WS-VEND-TERMS-DAYS)
    MOVE WS-DUE-DATE-NUM TO VINV-DUE-DATE.

VENDOR-PAYMENT-RUN.
    DISPLAY 'VENDOR PAYMENT RUN'
    DISPLAY 'PAY INVOICES DUE ON OR BEFORE (YYYYMMDD): '
        WITH NO ADVANCING
    ACCEPT WS-PAY-THRU-DATE
    ACCEPT WS-DATE FROM DATE YYYYMMDD
    MOVE WS-DATE TO WS-PAY-RUN-DATE
    PERFORM SELECT-PAYABLE-INVOICES
    IF WS-PAY-USED = 0
        DISPLAY 'NO INVOICES DUE FOR PAYMENT BY ' WS-PAY-THRU-DATE
    ELSE
        MOVE ZEROS TO WS-PAY-HOLD-CHANGES
        MOVE 'NO ' TO WS-PAY-HOLD-DONE
        PERFORM ENTER-PAYMENT-HOLD UNTIL PAY-HOLD-ENTRY-DONE
        IF WS-PAY-HOLD-CHANGES > 0
            PERFORM SELECT-PAYABLE-INVOICES
        END-IF
        PERFORM CONFIRM-PAYMENT-RUN
    END-IF.

SELECT-PAYABLE-INVOICES.
    MOVE ZEROS TO WS-PAY-USED
    MOVE ZEROS TO WS-PAY-CHECK-COUNT
    MOVE ZEROS TO WS-PAY-RUN-TOTAL
    MOVE 'NO ' TO WS-EOF-SWITCH
    DISPLAY 'INVOICES DUE ON OR BEFORE ' WS-PAY-THRU-DATE
    PERFORM OPEN-VENDINV-IO
    PERFORM OPEN-VENDOR-IO
    PERFORM SELECT-ONE-PAYABLE-INVOICE UNTIL WS-AT-END
    CLOSE VENDOR-INVOICE-FILE
    MOVE 'VENDINV-FILE' TO WS-CHECK-FILE-NAME
    MOVE VINV-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    CLOSE VENDOR-FILE
    MOVE 'VENDOR-FILE' TO WS-CHECK-FILE-NAME
    MOVE VEND-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    PERFORM TOTAL-ONE-PAY-VENDOR
        VARYING WS-PAY-SUB FROM 1 BY 1
        UNTIL WS-PAY-SUB > WS-PAY-USED.

SELECT-ONE-PAYABLE-INVOICE.
    READ VENDOR-INVOICE-FILE NEXT RECORD
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'VENDINV-FILE' TO WS-CHECK-FILE-NAME
    MOVE VINV-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        IF VINV-DUE-DATE = SPACES
            PERFORM FILL-INVOICE-DUE-DATE
        END-IF
        PERFORM CLASSIFY-PAYABLE-INVOICE
        MOVE ZEROS TO WS-PAY-HIT
        IF WS-PAY-LINE-TYPE = 'I' OR WS-PAY-LINE-TYPE = 'M'
            PERFORM FIND-PAY-VENDOR-SLOT
        END-IF
        MOVE WS-PAY-NET-AMT TO WS-ED-AMT1
        IF WS-PAY-LINE-TYPE = 'H'
            DISPLAY ' ' VINV-VENDOR-KEY ' ' VINV-INVOICE-NO
                ' DUE ' VINV-DUE-DATE ' ' WS-ED-AMT1
                ' ** ON HOLD **'
        END-IF
        IF WS-PAY-HIT > 0
            IF WS-PAY-LINE-TYPE = 'I'
                ADD 1 TO WS-PAY-TBL-INV-COUNT(WS-PAY-HIT)
                ADD WS-PAY-NET-AMT
                    TO WS-PAY-TBL-INV-TOTAL(WS-PAY-HIT)
                DISPLAY ' ' VINV-VENDOR-KEY ' ' VINV-INVOICE-NO
                    ' DUE ' VINV-DUE-DATE ' ' WS-ED-AMT1
            ELSE
                ADD WS-PAY-NET-AMT
                    TO WS-PAY-TBL-MEMO-TOTAL(WS-PAY-HIT)
            END-IF
        END-IF
    END-IF.

FILL-INVOICE-DUE-DATE.
    MOVE ZEROS TO WS-VEND-TERMS-DAYS
    IF VINV-DOC-TYPE NOT = 'D'
        MOVE VINV-VENDOR-KEY TO VENDOR-KEY
        READ VENDOR-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF VENDOR-TERMS-DAYS IS NUMERIC
                    MOVE VENDOR-TERMS-DAYS TO WS-VEND-TERMS-DAYS
                END-IF
        END-READ
        MOVE 'VENDOR-FILE' TO WS-CHECK-FILE-NAME
        MOVE VEND-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF
    PERFORM CALC-INVOICE-DUE-DATE
    REWRITE VENDINV-RECORD
    MOVE 'VENDINV-FILE' TO WS-CHECK-FILE-NAME
    MOVE VINV-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

CLASSIFY-PAYABLE-INVOICE.
    MOVE SPACE TO WS-PAY-LINE-TYPE
    MOVE ZEROS TO WS-PAY-NET-AMT
    IF VINV-PAID-FLAG NOT = 'Y'
            AND (VINV-STATUS-FLAG = 'A' OR VINV-STATUS-FLAG = 'P')
        IF VINV-DOC-TYPE = 'D'
            IF VINV-APPLIED-TO = SPACES
                MOVE 'M' TO WS-PAY-LINE-TYPE
                MOVE VINV-TOTAL TO WS-PAY-NET-AMT
            END-IF
        ELSE
            IF VINV-DUE-DATE NOT > WS-PAY-THRU-DATE
                COMPUTE WS-PAY-NET-AMT = VINV-TOTAL
                    - VINV-CREDIT-TOTAL
                IF VINV-PAY-HOLD-FLAG = 'Y'
                    MOVE 'H' TO WS-PAY-LINE-TYPE
                ELSE
                    MOVE 'I' TO WS-PAY-LINE-TYPE
                END-IF
            END-IF
        END-IF
    END-IF.

FIND-PAY-VENDOR-SLOT.
    MOVE VINV-VENDOR-KEY TO WS-PAY-CUR-VENDOR
    MOVE ZEROS TO WS-PAY-HIT
    PERFORM SCAN-PAY-VENDOR-SLOT
        VARYING WS-PAY-SUB FROM 1 BY 1
        UNTIL WS-PAY-SUB > WS-PAY-USED OR WS-PAY-HIT > 0
    IF WS-PAY-HIT = 0
        IF WS-PAY-USED < 200
            ADD 1 TO WS-PAY-USED
            MOVE WS-PAY-USED TO WS-PAY-HIT
            MOVE VINV-VENDOR-KEY TO WS-PAY-TBL-VENDOR(WS-PAY-HIT)
            MOVE ZEROS TO WS-PAY-TBL-INV-COUNT(WS-PAY-HIT)
            MOVE ZEROS TO WS-PAY-TBL-INV-TOTAL(WS-PAY-HIT)
            MOVE ZEROS TO WS-PAY-TBL-MEMO-TOTAL(WS-PAY-HIT)
            MOVE ZEROS TO WS-PAY-TBL-NET(WS-PAY-HIT)
            MOVE ZEROS TO WS-PAY-TBL-CHECK-NO(WS-PAY-HIT)
        ELSE
            DISPLAY 'PAYMENT TABLE FULL - VENDOR NOT PAID: '
                VINV-VENDOR-KEY
        END-IF
    END-IF.

SCAN-PAY-VENDOR-SLOT.
    IF WS-PAY-TBL-VENDOR(WS-PAY-SUB) = WS-PAY-CUR-VENDOR
        MOVE WS-PAY-SUB TO WS-PAY-HIT
    END-IF.

TOTAL-ONE-PAY-VENDOR.
    COMPUTE WS-PAY-TBL-NET(WS-PAY-SUB) =
        WS-PAY-TBL-INV-TOTAL(WS-PAY-SUB)
        - WS-PAY-TBL-MEMO-TOTAL(WS-PAY-SUB)
    IF WS-PAY-TBL-INV-COUNT(WS-PAY-SUB) = 0
        MOVE ZEROS TO WS-PAY-TBL-NET(WS-PAY-SUB)
    ELSE
        MOVE WS-PAY-TBL-INV-TOTAL(WS-PAY-SUB) TO WS-ED-AMT1
        MOVE WS-PAY-TBL-MEMO-TOTAL(WS-PAY-SUB) TO WS-ED-AMT2
        MOVE WS-PAY-TBL-NET(WS-PAY-SUB) TO WS-ED-AMT3
        IF WS-PAY-TBL-NET(WS-PAY-SUB) > 0
            ADD 1 TO WS-PAY-CHECK-COUNT
            ADD WS-PAY-TBL-NET(WS-PAY-SUB) TO WS-PAY-RUN-TOTAL
            DISPLAY 'VENDOR: ' WS-PAY-TBL-VENDOR(WS-PAY-SUB)
                ' INVOICES: ' WS-ED-AMT1
                ' LESS MEMOS: ' WS-ED-AMT2
                ' CHECK: ' WS-ED-AMT3
        ELSE
            MOVE ZEROS TO WS-PAY-TBL-NET(WS-PAY-SUB)
            DISPLAY 'VENDOR: ' WS-PAY-TBL-VENDOR(WS-PAY-SUB)
                ' NOT PAID - DEBIT MEMOS EXCEED INVOICES'
        END-IF
    END-IF.

ENTER-PAYMENT-HOLD.
    DISPLAY 'HOLD/RELEASE - VENDOR KEY (SPACES TO END): '
        WITH NO ADVANCING
    ACCEPT WS-VENDOR-KEY
    IF WS-VENDOR-KEY = SPACES
        MOVE 'YES' TO WS-PAY-HOLD-DONE
    ELSE
        DISPLAY 'ENTER INVOICE NUMBER: ' WITH NO ADVANCING
        ACCEPT WS-INVOICE-NO
        DISPLAY 'H=HOLD R=RELEASE: ' WITH NO ADVANCING
        ACCEPT WS-PAY-HOLD-ACTION
        IF WS-PAY-HOLD-ACTION = 'H' OR WS-PAY-HOLD-ACTION = 'R'
            PERFORM SET-PAYMENT-HOLD
        ELSE
            DISPLAY 'INVALID CHOICE: ' WS-PAY-HOLD-ACTION
        END-IF
    END-IF.

SET-PAYMENT-HOLD.
    PERFORM OPEN-VENDINV-IO
    MOVE WS-VENDOR-KEY TO VINV-VENDOR-KEY
    MOVE WS-INVOICE-NO TO VINV-INVOICE-NO
    READ VENDOR-INVOICE-FILE
        INVALID KEY
            DISPLAY 'INVOICE NOT FOUND: ' WS-INVOICE-NO
        NOT INVALID KEY
            PERFORM UPDATE-PAYMENT-HOLD
    END-READ
    MOVE 'VENDINV-FILE' TO WS-CHECK-FILE-NAME
    MOVE VINV-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    CLOSE VENDOR-INVOICE-FILE
    MOVE 'VENDINV-FILE' TO WS-CHECK-FILE-NAME
    MOVE VINV-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

UPDATE-PAYMENT-HOLD.
    IF VINV-DOC-TYPE = 'D' OR VINV-PAID-FLAG = 'Y'
        DISPLAY 'NOT AN UNPAID INVOICE: ' WS-INVOICE-NO
    ELSE
        IF WS-PAY-HOLD-ACTION = 'H'
            MOVE 'Y' TO VINV-PAY-HOLD-FLAG
            DISPLAY 'INVOICE HELD FROM PAYMENT: ' WS-INVOICE-NO
        ELSE
            MOVE 'N' TO VINV-PAY-HOLD-FLAG
            DISPLAY 'INVOICE RELEASED FOR PAYMENT: ' WS-INVOICE-NO
        END-IF
        REWRITE VENDINV-RECORD
        MOVE 'VENDINV-FILE' TO WS-CHECK-FILE-NAME
        MOVE VINV-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        ADD 1 TO WS-PAY-HOLD-CHANGES
    END-IF.

CONFIRM-PAYMENT-RUN.
    IF WS-PAY-CHECK-COUNT = 0
        DISPLAY 'NO CHECKS TO PRINT'
    ELSE
        MOVE WS-PAY-RUN-TOTAL TO WS-ED-AMT1
        DISPLAY 'CHECKS TO PRINT: ' WS-PAY-CHECK-COUNT
            ' TOTAL: ' WS-ED-AMT1
        DISPLAY 'ENTER FIRST CHECK NUMBER: ' WITH NO ADVANCING
        ACCEPT WS-PAY-CHECK-NO
        DISPLAY 'PRINT CHECKS AND MARK INVOICES PAID? (Y/N): '
            WITH NO ADVANCING
        ACCEPT WS-PAY-ANSWER
        IF WS-PAY-CHECK-NO = ZEROS
            DISPLAY 'INVALID CHECK NUMBER - PAYMENT RUN CANCELLED'
        ELSE
            IF WS-PAY-ANSWER = 'Y' OR WS-PAY-ANSWER = 'y'
                PERFORM ASSIGN-CHECK-NUMBER
                    VARYING WS-PAY-SUB FROM 1 BY 1
                    UNTIL WS-PAY-SUB > WS-PAY-USED
                PERFORM PAY-SELECTED-INVOICES
            ELSE
                DISPLAY 'PAYMENT RUN CANCELLED'
            END-IF
        END-IF
    END-IF.

ASSIGN-CHECK-NUMBER.
    IF WS-PAY-TBL-NET(WS-PAY-SUB) > 0
        MOVE WS-PAY-CHECK-NO TO WS-PAY-TBL-CHECK-NO(WS-PAY-SUB)
        ADD 1 TO WS-PAY-CHECK-NO
    END-IF.

PAY-SELECTED-INVOICES.
    MOVE 'F' TO WS-RPT-FILE-ID
    MOVE 'CHECK REGISTER' TO WS-RPT-TITLE
    MOVE SPACES TO WS-RPT-COLHDR
    STRING ' CHECK  VENDOR     DOCUMENT     DOC DATE DUE DATE'
        '        GROSS      CREDITS          NET'
        DELIMITED BY SIZE
        INTO WS-RPT-COLHDR
    PERFORM START-REPORT-PAGE
    OPEN OUTPUT CHECK-REGISTER-FILE
    MOVE 'CHKREG-FILE' TO WS-CHECK-FILE-NAME
    MOVE CHKREG-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    OPEN OUTPUT CHECK-PRINT-FILE
    MOVE 'CHKPRT-FILE' TO WS-CHECK-FILE-NAME
    MOVE CHKPRT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    PERFORM OPEN-VENDINV-IO
    PERFORM OPEN-VENDOR-IO
    MOVE SPACES TO WS-PAY-CUR-VENDOR
    MOVE ZEROS TO WS-PAY-HIT
    MOVE ZEROS TO WS-PAY-DOC-COUNT
    MOVE 'NO ' TO WS-EOF-SWITCH
    PERFORM PAY-ONE-INVOICE UNTIL WS-AT-END
    CLOSE VENDOR-INVOICE-FILE
    MOVE 'VENDINV-FILE' TO WS-CHECK-FILE-NAME
    MOVE VINV-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    CLOSE VENDOR-FILE
    MOVE 'VENDOR-FILE' TO WS-CHECK-FILE-NAME
    MOVE VEND-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    MOVE WS-PAY-RUN-TOTAL TO WS-ED-AMT1
    STRING 'CHECKS: ' WS-PAY-CHECK-COUNT
        '  DOCUMENTS PAID: ' WS-PAY-DOC-COUNT
        '  TOTAL: ' WS-ED-AMT1
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    CLOSE CHECK-REGISTER-FILE
    MOVE 'CHKREG-FILE' TO WS-CHECK-FILE-NAME
    MOVE CHKREG-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    CLOSE CHECK-PRINT-FILE
    MOVE 'CHKPRT-FILE' TO WS-CHECK-FILE-NAME
    MOVE CHKPRT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    DISPLAY 'CHECKS: ' WS-PAY-CHECK-COUNT
        ' DOCUMENTS PAID: ' WS-PAY-DOC-COUNT
        ' TOTAL: ' WS-ED-AMT1
    DISPLAY 'CHECK REGISTER WRITTEN TO CHKREG.PRT'
    DISPLAY 'CHECKS WRITTEN TO CHECKS.PRT'.

PAY-ONE-INVOICE.
    READ VENDOR-INVOICE-FILE NEXT RECORD
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'VENDINV-FILE' TO WS-CHECK-FILE-NAME
    MOVE VINV-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        IF VINV-VENDOR-KEY NOT = WS-PAY-CUR-VENDOR
            PERFORM START-VENDOR-CHECK
        END-IF
        IF WS-PAY-HIT > 0
            PERFORM CLASSIFY-PAYABLE-INVOICE
            IF WS-PAY-LINE-TYPE = 'I' OR WS-PAY-LINE-TYPE = 'M'
                PERFORM MARK-INVOICE-PAID
            END-IF
        END-IF
    END-IF.

START-VENDOR-CHECK.
    MOVE VINV-VENDOR-KEY TO WS-PAY-CUR-VENDOR
    MOVE ZEROS TO WS-PAY-HIT
    PERFORM SCAN-PAY-VENDOR-SLOT
        VARYING WS-PAY-SUB FROM 1 BY 1
        UNTIL WS-PAY-SUB > WS-PAY-USED OR WS-PAY-HIT > 0
    IF WS-PAY-HIT > 0
        IF WS-PAY-TBL-NET(WS-PAY-HIT) > 0
            PERFORM WRITE-VENDOR-CHECK
        ELSE
            MOVE ZEROS TO WS-PAY-HIT
        END-IF
    END-IF.

WRITE-VENDOR-CHECK.
    MOVE SPACES TO VENDOR-RECORD
    MOVE WS-PAY-CUR-VENDOR TO VENDOR-KEY
    READ VENDOR-FILE
        INVALID KEY
            MOVE SPACES TO VENDOR-NAME
    END-READ
    MOVE 'VENDOR-FILE' TO WS-CHECK-FILE-NAME
    MOVE VEND-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF VENDOR-REMIT-NAME = SPACES
        MOVE VENDOR-NAME TO WS-PAYEE-NAME
    ELSE
        MOVE VENDOR-REMIT-NAME TO WS-PAYEE-NAME
    END-IF
    MOVE WS-PAY-TBL-NET(WS-PAY-HIT) TO WS-ED-AMT1
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    STRING ' ' WS-PAY-TBL-CHECK-NO(WS-PAY-HIT)
        ' ' WS-PAY-CUR-VENDOR ' ' WS-PAYEE-NAME
        '                           ' WS-ED-AMT1
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    MOVE WS-PAY-TBL-NET(WS-PAY-HIT) TO WS-ED-CHECK-AMT
    MOVE ALL '=' TO WS-CHK-LINE
    PERFORM WRITE-CHECK-LINE
    STRING 'STORE: ' WS-STORE-ID
        '                      CHECK NO: '
        WS-PAY-TBL-CHECK-NO(WS-PAY-HIT)
        '  DATE: ' WS-PAY-RUN-DATE
        DELIMITED BY SIZE
        INTO WS-CHK-LINE
    PERFORM WRITE-CHECK-LINE
    PERFORM WRITE-CHECK-LINE
    STRING 'PAY TO THE ORDER OF: ' WS-PAYEE-NAME
        '  $' WS-ED-CHECK-AMT
        DELIMITED BY SIZE
        INTO WS-CHK-LINE
    PERFORM WRITE-CHECK-LINE
    IF VENDOR-REMIT-ADDR1 NOT = SPACES
        STRING '                     ' VENDOR-REMIT-ADDR1
            DELIMITED BY SIZE
            INTO WS-CHK-LINE
        PERFORM WRITE-CHECK-LINE
    END-IF
    IF VENDOR-REMIT-ADDR2 NOT = SPACES
        STRING '                     ' VENDOR-REMIT-ADDR2
            DELIMITED BY SIZE
            INTO WS-CHK-LINE
        PERFORM WRITE-CHECK-LINE
    END-IF
    IF VENDOR-REMIT-CITY NOT = SPACES
        STRING '                     ' VENDOR-REMIT-CITY
            ' ' VENDOR-REMIT-STATE ' ' VENDOR-REMIT-ZIP
            DELIMITED BY SIZE
            INTO WS-CHK-LINE
        PERFORM WRITE-CHECK-LINE
    END-IF
    PERFORM WRITE-CHECK-LINE
    STRING 'VENDOR: ' WS-PAY-CUR-VENDOR '  REMITTANCE DETAIL'
        DELIMITED BY SIZE
        INTO WS-CHK-LINE
    PERFORM WRITE-CHECK-LINE.

MARK-INVOICE-PAID.
    MOVE 'Y' TO VINV-PAID-FLAG
    MOVE 'N' TO VINV-PAY-POSTED-FLAG
    MOVE WS-PAY-RUN-DATE TO VINV-PAID-DATE
    MOVE WS-PAY-TBL-CHECK-NO(WS-PAY-HIT) TO VINV-CHECK-NO
    REWRITE VENDINV-RECORD
    MOVE 'VENDINV-FILE' TO WS-CHECK-FILE-NAME
    MOVE VINV-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    ADD 1 TO WS-PAY-DOC-COUNT
    IF WS-PAY-LINE-TYPE = 'M'
        COMPUTE WS-PAY-NET-AMT = 0 - VINV-TOTAL
        MOVE WS-PAY-NET-AMT TO WS-ED-AMT1
        MOVE ZEROS TO WS-ED-AMT2
    ELSE
        MOVE VINV-TOTAL TO WS-ED-AMT1
        MOVE VINV-CREDIT-TOTAL TO WS-ED-AMT2
    END-IF
    MOVE WS-PAY-NET-AMT TO WS-ED-AMT3
    STRING '                   ' VINV-INVOICE-NO
        ' ' VINV-DATE ' ' VINV-DUE-DATE
        ' ' WS-ED-AMT1 ' ' WS-ED-AMT2 ' ' WS-ED-AMT3
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    STRING '  ' VINV-INVOICE-NO '  ' VINV-DATE
        '  ' WS-ED-AMT3
        DELIMITED BY SIZE
        INTO WS-CHK-LINE
    PERFORM WRITE-CHECK-LINE.

WRITE-CHECK-LINE.
    WRITE CHECK-PRINT-LINE FROM WS-CHK-LINE
    MOVE 'CHKPRT-FILE' TO WS-CHECK-FILE-NAME
    MOVE CHKPRT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE SPACES TO WS-CHK-LINE.

AGED-PAYABLES-REPORT.
    DISPLAY 'AGED PAYABLES REPORT'
    ACCEPT WS-DATE FROM DATE YYYYMMDD
    MOVE WS-DATE TO WS-AGING-DATE-NUM
    COMPUTE WS-AGING-DATE-INT =
        FUNCTION INTEGER-OF-DATE(WS-AGING-DATE-NUM)
    COMPUTE WS-CUTOFF-NUM =
        FUNCTION DATE-OF-INTEGER(WS-AGING-DATE-INT - 30)
    MOVE WS-CUTOFF-NUM TO WS-AGE-30-DATE
    COMPUTE WS-CUTOFF-NUM =
        FUNCTION DATE-OF-INTEGER(WS-AGING-DATE-INT - 60)
    MOVE WS-CUTOFF-NUM TO WS-AGE-60-DATE
    COMPUTE WS-CUTOFF-NUM =
        FUNCTION DATE-OF-INTEGER(WS-AGING-DATE-INT - 90)
    MOVE WS-CUTOFF-NUM TO WS-AGE-90-DATE
    MOVE ZEROS TO WS-TOT-CUR
    MOVE ZEROS TO WS-TOT-30
    MOVE ZEROS TO WS-TOT-60
    MOVE ZEROS TO WS-TOT-90
    MOVE ZEROS TO WS-APAGE-TOTAL
    MOVE ZEROS TO WS-APAGE-COUNT
    MOVE SPACES TO WS-APAGE-VENDOR
    MOVE 'NO ' TO WS-EOF-SWITCH
    MOVE 'G' TO WS-RPT-FILE-ID
    MOVE 'A/P AGED PAYABLES REPORT' TO WS-RPT-TITLE
    MOVE SPACES TO WS-RPT-COLHDR
    STRING 'VENDOR     NAME                           '
        '     BALANCE      CURRENT        31-60'
        '        61-90      OVER 90'
        DELIMITED BY SIZE
        INTO WS-RPT-COLHDR
    PERFORM START-REPORT-PAGE
    OPEN OUTPUT APAGING-REPORT-FILE
    MOVE 'APAGING-FILE' TO WS-CHECK-FILE-NAME
    MOVE APAGE-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    PERFORM OPEN-VENDOR-IO
    OPEN INPUT VENDOR-INVOICE-FILE
    IF VINV-STATUS = '35'
        MOVE 'YES' TO WS-EOF-SWITCH
    ELSE
        MOVE 'VENDINV-FILE' TO WS-CHECK-FILE-NAME
        MOVE VINV-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        PERFORM AGE-ONE-PAYABLE UNTIL WS-AT-END
        CLOSE VENDOR-INVOICE-FILE
        MOVE 'VENDINV-FILE' TO WS-CHECK-FILE-NAME
        MOVE VINV-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF
    IF WS-APAGE-VENDOR NOT = SPACES
        PERFORM PRINT-APAGE-VENDOR-LINE
    END-IF
    CLOSE VENDOR-FILE
    MOVE 'VENDOR-FILE' TO WS-CHECK-FILE-NAME
    MOVE VEND-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    MOVE WS-APAGE-TOTAL TO WS-ED-AMT1
    MOVE WS-TOT-CUR TO WS-ED-AMT2
    MOVE WS-TOT-30 TO WS-ED-AMT3
    MOVE WS-TOT-60 TO WS-ED-AMT4
    MOVE WS-TOT-90 TO WS-ED-AMT5
    STRING 'TOTALS                                    '
        WS-ED-AMT1 ' ' WS-ED-AMT2 ' ' WS-ED-AMT3
        ' ' WS-ED-AMT4 ' ' WS-ED-AMT5
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    CLOSE APAGING-REPORT-FILE
    MOVE 'APAGING-FILE' TO WS-CHECK-FILE-NAME
    MOVE APAGE-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    DISPLAY 'VENDORS: ' WS-APAGE-COUNT
        ' BALANCE: ' WS-APAGE-TOTAL
    DISPLAY 'TOTALS  CURRENT: ' WS-TOT-CUR
        ' 31-60: ' WS-TOT-30
        ' 61-90: ' WS-TOT-60
        ' OVER 90: ' WS-TOT-90
    DISPLAY 'REPORT WRITTEN TO APAGING.PRT'.

AGE-ONE-PAYABLE.
    READ VENDOR-INVOICE-FILE NEXT RECORD
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'VENDINV-FILE' TO WS-CHECK-FILE-NAME
    MOVE VINV-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        IF VINV-VENDOR-KEY NOT = WS-APAGE-VENDOR
            IF WS-APAGE-VENDOR NOT = SPACES
                PERFORM PRINT-APAGE-VENDOR-LINE
            END-IF
            MOVE VINV-VENDOR-KEY TO WS-APAGE-VENDOR
            MOVE ZEROS TO WS-BUCKET-CUR
            MOVE ZEROS TO WS-BUCKET-30
            MOVE ZEROS TO WS-BUCKET-60
            MOVE ZEROS TO WS-BUCKET-90
            MOVE ZEROS TO WS-APAGE-BALANCE
        END-IF
        MOVE ZEROS TO WS-OPEN-AMT
        IF VINV-PAID-FLAG NOT = 'Y'
            IF VINV-DOC-TYPE = 'D'
                IF VINV-APPLIED-TO = SPACES
                    COMPUTE WS-OPEN-AMT = 0 - VINV-TOTAL
                END-IF
            ELSE
                COMPUTE WS-OPEN-AMT = VINV-TOTAL
                    - VINV-CREDIT-TOTAL
            END-IF
        END-IF
        IF WS-OPEN-AMT NOT = 0
            ADD WS-OPEN-AMT TO WS-APAGE-BALANCE
            IF VINV-DATE > WS-AGE-30-DATE
                ADD WS-OPEN-AMT TO WS-BUCKET-CUR
            ELSE
                IF VINV-DATE > WS-AGE-60-DATE
                    ADD WS-OPEN-AMT TO WS-BUCKET-30
                ELSE
                    IF VINV-DATE > WS-AGE-90-DATE
                        ADD WS-OPEN-AMT TO WS-BUCKET-60
                    ELSE
                        ADD WS-OPEN-AMT TO WS-BUCKET-90
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

PRINT-APAGE-VENDOR-LINE.
    IF WS-APAGE-BALANCE NOT = 0
        MOVE SPACES TO VENDOR-NAME
        MOVE WS-APAGE-VENDOR TO VENDOR-KEY
        READ VENDOR-FILE
            INVALID KEY
                MOVE SPACES TO VENDOR-NAME
        END-READ
        MOVE 'VENDOR-FILE' TO WS-CHECK-FILE-NAME
        MOVE VEND-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        MOVE WS-APAGE-BALANCE TO WS-ED-AMT1
        MOVE WS-BUCKET-CUR TO WS-ED-AMT2
        MOVE WS-BUCKET-30 TO WS-ED-AMT3
        MOVE WS-BUCKET-60 TO WS-ED-AMT4
        MOVE WS-BUCKET-90 TO WS-ED-AMT5
        STRING WS-APAGE-VENDOR ' ' VENDOR-NAME ' '
            WS-ED-AMT1 ' ' WS-ED-AMT2 ' ' WS-ED-AMT3
            ' ' WS-ED-AMT4 ' ' WS-ED-AMT5
            DELIMITED BY SIZE
            INTO WS-PRINT-LINE
        PERFORM PRINT-REPORT-LINE
        ADD 1 TO WS-APAGE-COUNT
        ADD WS-APAGE-BALANCE TO WS-APAGE-TOTAL
        ADD WS-BUCKET-CUR TO WS-TOT-CUR
        ADD WS-BUCKET-30 TO WS-TOT-30
        ADD WS-BUCKET-60 TO WS-TOT-60
        ADD WS-BUCKET-90 TO WS-TOT-90
    END-IF.

START-REPORT-PAGE.
    ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD
    MOVE ZEROS TO WS-RPT-PAGE
    MOVE 999 TO WS-RPT-LINE-COUNT
    MOVE SPACES TO WS-PRINT-LINE.

PRINT-REPORT-LINE.
    IF WS-RPT-LINE-COUNT > 54
        PERFORM PRINT-REPORT-HEADING
    END-IF
    MOVE WS-PRINT-LINE TO WS-PRINT-OUT
    PERFORM WRITE-REPORT-OUT
    ADD 1 TO WS-RPT-LINE-COUNT
    MOVE SPACES TO WS-PRINT-LINE.

PRINT-REPORT-HEADING.
    ADD 1 TO WS-RPT-PAGE
    MOVE WS-RPT-PAGE TO WS-ED-PAGE
    MOVE SPACES TO WS-PRINT-OUT
    STRING WS-RPT-TITLE '  RUN DATE: ' WS-RPT-RUN-DATE
        '  PAGE: ' WS-ED-PAGE
        DELIMITED BY SIZE
        INTO WS-PRINT-OUT
    PERFORM WRITE-REPORT-OUT
    MOVE WS-RPT-COLHDR TO WS-PRINT-OUT
    PERFORM WRITE-REPORT-OUT
    MOVE SPACES TO WS-PRINT-OUT
    PERFORM WRITE-REPORT-OUT
    MOVE 3 TO WS-RPT-LINE-COUNT.

WRITE-REPORT-OUT.
    EVALUATE WS-RPT-FILE-ID
        WHEN '1'
            WRITE SALES-REPORT-LINE FROM WS-PRINT-OUT
            MOVE 'SALESRPT-FILE' TO WS-CHECK-FILE-NAME
            MOVE SALESRPT-STATUS TO WS-CHECK-STATUS
        WHEN '2'
            WRITE INVENTORY-REPORT-LINE FROM WS-PRINT-OUT
            WRITE OPENORD-REPORT-LINE FROM WS-PRINT-OUT
            MOVE 'OPENORD-FILE' TO WS-CHECK-FILE-NAME
            MOVE OPENORD-STATUS TO WS-CHECK-STATUS
        WHEN 'B'
            WRITE XFER-REPORT-LINE FROM WS-PRINT-OUT
            MOVE 'XFERRPT-FILE' TO WS-CHECK-FILE-NAME
            MOVE XFERRPT-STATUS TO WS-CHECK-STATUS
        WHEN 'C'
            WRITE VOID-REPORT-LINE FROM WS-PRINT-OUT
            MOVE 'VOIDRPT-FILE' TO WS-CHECK-FILE-NAME
            MOVE VOIDRPT-STATUS TO WS-CHECK-STATUS
        WHEN 'D'
            WRITE LOYLIAB-REPORT-LINE FROM WS-PRINT-OUT
            MOVE 'LOYRPT-FILE' TO WS-CHECK-FILE-NAME
            MOVE LOYRPT-STATUS TO WS-CHECK-STATUS
        WHEN 'E'
            WRITE DEBIT-MEMO-LINE FROM WS-PRINT-OUT
            MOVE 'DEBITMEM-FILE' TO WS-CHECK-FILE-NAME
            MOVE DEBITMEM-STATUS TO WS-CHECK-STATUS
        WHEN 'F'
            WRITE CHECK-REGISTER-LINE FROM WS-PRINT-OUT
            MOVE 'CHKREG-FILE' TO WS-CHECK-FILE-NAME
            MOVE CHKREG-STATUS TO WS-CHECK-STATUS
        WHEN 'G'
            WRITE APAGING-REPORT-LINE FROM WS-PRINT-OUT
            MOVE 'APAGING-FILE' TO WS-CHECK-FILE-NAME
            MOVE APAGE-STATUS TO WS-CHECK-STATUS
    END-EVALUATE
    PERFORM CHECK-FILE-STATUS.
