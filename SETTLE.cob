IDENTIFICATION DIVISION.
PROGRAM-ID. CARD-SETTLEMENT.

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
    SELECT SETTLEMENT-FILE ASSIGN TO 'SETTLE.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SETTLE-STATUS.
    SELECT SETTLE-REPORT-FILE ASSIGN TO 'SETTLE.PRT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SETLRPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD TICKET-FILE.
COPY "TKTREC.cpy".

FD TICKET-ARCHIVE-FILE.
COPY "TKTARC.cpy".

FD SETTLEMENT-FILE.
COPY "SETTLE.cpy".

FD SETTLE-REPORT-FILE.
01 SETTLE-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 TKT-STATUS PIC X(2).
01 TKTARC-STATUS PIC X(2).
01 SETTLE-STATUS PIC X(2).
01 SETLRPT-STATUS PIC X(2).
01 WS-FILE-STATUS-CHECK.
   05 WS-CHECK-FILE-NAME PIC X(15).
   05 WS-CHECK-STATUS PIC X(2).
01 WS-EOF-SWITCH PIC X(3) VALUE 'NO '.
   88 WS-AT-END VALUE 'YES'.
01 WS-SETTLE-DATE PIC X(8).
01 WS-DAY-SETTLED PIC X(3) VALUE 'NO '.
   88 DAY-ALREADY-SETTLED VALUE 'YES'.
01 WS-TALLY-TICKET-NO PIC X(12).
01 WS-TALLY-STORE-ID PIC X(3).
01 WS-TALLY-REGISTER-ID PIC X(3).
01 WS-TALLY-TENDER PIC X.
01 WS-TALLY-CARD-TYPE PIC X.
01 WS-TALLY-AUTH-REF PIC X(12).
01 WS-TALLY-AMOUNT PIC 9(7)V99.
01 WS-SETL-SUB PIC 9(3).
01 WS-SETL-USED PIC 9(3) VALUE ZEROS.
01 WS-SETL-HIT PIC 9(3).
01 WS-SETL-TABLE.
   05 WS-SETL-ENTRY OCCURS 200 TIMES.
      10 WS-SETL-TBL-STORE-ID PIC X(3).
      10 WS-SETL-TBL-REGISTER-ID PIC X(3).
      10 WS-SETL-TBL-TENDER PIC X.
      10 WS-SETL-TBL-CARD-TYPE PIC X.
      10 WS-SETL-TBL-COUNT PIC 9(5).
      10 WS-SETL-TBL-AMOUNT PIC 9(9)V99.
01 WS-CARD-COUNT PIC 9(7).
01 WS-CARD-TOTAL PIC S9(10)V99.
01 WS-CHECK-COUNT PIC 9(7).
01 WS-CHECK-TOTAL PIC S9(10)V99.
01 WS-RECORDS-WRITTEN PIC 9(5).
01 WS-RPT-RUN-DATE PIC X(8).
01 WS-RPT-PAGE PIC 9(4).
01 WS-RPT-LINE-COUNT PIC 9(3).
01 WS-PRINT-LINE PIC X(132).
01 WS-PRINT-OUT PIC X(132).
01 WS-ED-PAGE PIC ZZZ9.
01 WS-ED-AMT1 PIC -(8)9.99.
01 WS-ED-QTY1 PIC -(6)9.

PROCEDURE DIVISION.
MAIN-PROCESS.
    DISPLAY 'CARD AND CHECK SETTLEMENT'
    DISPLAY 'ENTER SETTLEMENT DATE (YYYYMMDD): ' WITH NO ADVANCING
    ACCEPT WS-SETTLE-DATE
    PERFORM CHECK-ALREADY-SETTLED
    IF DAY-ALREADY-SETTLED
        DISPLAY 'DAY ALREADY SETTLED - SETTLEMENT REFUSED: '
            WS-SETTLE-DATE
    ELSE
        MOVE ZEROS TO WS-CARD-COUNT
        MOVE ZEROS TO WS-CARD-TOTAL
        MOVE ZEROS TO WS-CHECK-COUNT
        MOVE ZEROS TO WS-CHECK-TOTAL
        MOVE ZEROS TO WS-RECORDS-WRITTEN
        ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD
        MOVE ZEROS TO WS-RPT-PAGE
        MOVE 999 TO WS-RPT-LINE-COUNT
        MOVE SPACES TO WS-PRINT-LINE
        OPEN OUTPUT SETTLE-REPORT-FILE
        MOVE 'SETLRPT-FILE' TO WS-CHECK-FILE-NAME
        MOVE SETLRPT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        STRING 'SETTLEMENT DATE: ' WS-SETTLE-DATE
            DELIMITED BY SIZE
            INTO WS-PRINT-LINE
        PERFORM PRINT-REPORT-LINE
        PERFORM PRINT-REPORT-LINE
        PERFORM TALLY-LIVE-TICKETS
        PERFORM TALLY-ARC-TICKETS
        PERFORM WRITE-SETTLEMENT-FILE
        PERFORM PRINT-SETTLEMENT-TOTALS
        CLOSE SETTLE-REPORT-FILE
        MOVE 'SETLRPT-FILE' TO WS-CHECK-FILE-NAME
        MOVE SETLRPT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        DISPLAY 'CARD TENDERS: ' WS-CARD-COUNT
            ' TOTAL: ' WS-CARD-TOTAL
        DISPLAY 'CHECK TENDERS: ' WS-CHECK-COUNT
            ' TOTAL: ' WS-CHECK-TOTAL
        DISPLAY 'SETTLEMENT RECORDS WRITTEN: ' WS-RECORDS-WRITTEN
        DISPLAY 'SETTLEMENT REPORT WRITTEN TO SETTLE.PRT'
    END-IF
    STOP RUN.

CHECK-ALREADY-SETTLED.
    MOVE 'NO ' TO WS-DAY-SETTLED
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN INPUT SETTLEMENT-FILE
    IF SETTLE-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'SETTLE-FILE' TO WS-CHECK-FILE-NAME
        MOVE SETTLE-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF SETTLE-STATUS NOT = '00'
            MOVE 'YES' TO WS-EOF-SWITCH
        END-IF
        PERFORM CHECK-ONE-SETTLEMENT
            UNTIL WS-AT-END OR DAY-ALREADY-SETTLED
        CLOSE SETTLEMENT-FILE
        MOVE 'SETTLE-FILE' TO WS-CHECK-FILE-NAME
        MOVE SETTLE-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

CHECK-ONE-SETTLEMENT.
    READ SETTLEMENT-FILE
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'SETTLE-FILE' TO WS-CHECK-FILE-NAME
    MOVE SETTLE-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        IF SETL-DATE = WS-SETTLE-DATE
            MOVE 'YES' TO WS-DAY-SETTLED
        END-IF
    END-IF.

TALLY-LIVE-TICKETS.
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN INPUT TICKET-FILE
    IF TKT-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'TICKET-FILE' TO WS-CHECK-FILE-NAME
        MOVE TKT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF TKT-STATUS = '00'
            MOVE WS-SETTLE-DATE TO TKT-DATE-KEY
            START TICKET-FILE KEY IS NOT LESS THAN TKT-DATE-KEY
                INVALID KEY
                    MOVE 'YES' TO WS-EOF-SWITCH
            END-START
            MOVE 'TICKET-FILE' TO WS-CHECK-FILE-NAME
            MOVE TKT-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
            PERFORM TALLY-ONE-LIVE-TICKET UNTIL WS-AT-END
        END-IF
        CLOSE TICKET-FILE
        MOVE 'TICKET-FILE' TO WS-CHECK-FILE-NAME
        MOVE TKT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

TALLY-ONE-LIVE-TICKET.
    READ TICKET-FILE NEXT RECORD
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'TICKET-FILE' TO WS-CHECK-FILE-NAME
    MOVE TKT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        IF TKT-DATE-KEY NOT = WS-SETTLE-DATE
            MOVE 'YES' TO WS-EOF-SWITCH
        ELSE
            IF (TKT-TENDER-TYPE = 'K' OR TKT-TENDER-TYPE = 'Q')
                    AND TKT-VOID-FLAG NOT = 'Y'
                MOVE TKT-KEY TO WS-TALLY-TICKET-NO
                MOVE TKT-STORE-ID TO WS-TALLY-STORE-ID
                MOVE TKT-REGISTER-ID TO WS-TALLY-REGISTER-ID
                MOVE TKT-TENDER-TYPE TO WS-TALLY-TENDER
                MOVE TKT-CARD-TYPE TO WS-TALLY-CARD-TYPE
                MOVE TKT-AUTH-REF TO WS-TALLY-AUTH-REF
                MOVE TKT-TENDER-AMOUNT TO WS-TALLY-AMOUNT
                PERFORM TALLY-SETTLEMENT-TICKET
            END-IF
        END-IF
    END-IF.

TALLY-ARC-TICKETS.
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN INPUT TICKET-ARCHIVE-FILE
    IF TKTARC-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'TKTARC-FILE' TO WS-CHECK-FILE-NAME
        MOVE TKTARC-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF TKTARC-STATUS = '00'
            MOVE WS-SETTLE-DATE TO TKTA-DATE-KEY
            START TICKET-ARCHIVE-FILE
                KEY IS NOT LESS THAN TKTA-DATE-KEY
                INVALID KEY
                    MOVE 'YES' TO WS-EOF-SWITCH
            END-START
            MOVE 'TKTARC-FILE' TO WS-CHECK-FILE-NAME
            MOVE TKTARC-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
            PERFORM TALLY-ONE-ARC-TICKET UNTIL WS-AT-END
        END-IF
        CLOSE TICKET-ARCHIVE-FILE
        MOVE 'TKTARC-FILE' TO WS-CHECK-FILE-NAME
        MOVE TKTARC-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

TALLY-ONE-ARC-TICKET.
    READ TICKET-ARCHIVE-FILE NEXT RECORD
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'TKTARC-FILE' TO WS-CHECK-FILE-NAME
    MOVE TKTARC-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        IF TKTA-DATE-KEY NOT = WS-SETTLE-DATE
            MOVE 'YES' TO WS-EOF-SWITCH
        ELSE
            IF (TKTA-TENDER-TYPE = 'K' OR TKTA-TENDER-TYPE = 'Q')
                    AND TKTA-VOID-FLAG NOT = 'Y'
                MOVE TKTA-KEY TO WS-TALLY-TICKET-NO
                MOVE TKTA-STORE-ID TO WS-TALLY-STORE-ID
                MOVE TKTA-REGISTER-ID TO WS-TALLY-REGISTER-ID
                MOVE TKTA-TENDER-TYPE TO WS-TALLY-TENDER
                MOVE TKTA-CARD-TYPE TO WS-TALLY-CARD-TYPE
                MOVE TKTA-AUTH-REF TO WS-TALLY-AUTH-REF
                MOVE TKTA-TENDER-AMOUNT TO WS-TALLY-AMOUNT
                PERFORM TALLY-SETTLEMENT-TICKET
            END-IF
        END-IF
    END-IF.

TALLY-SETTLEMENT-TICKET.
    MOVE WS-TALLY-AMOUNT TO WS-ED-AMT1
    STRING WS-TALLY-TICKET-NO '  ' WS-TALLY-STORE-ID
        '    ' WS-TALLY-REGISTER-ID '  ' WS-TALLY-TENDER
        '       ' WS-TALLY-CARD-TYPE '     ' WS-TALLY-AUTH-REF
        '  ' WS-ED-AMT1
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    IF WS-TALLY-TENDER = 'K'
        ADD 1 TO WS-CARD-COUNT
        ADD WS-TALLY-AMOUNT TO WS-CARD-TOTAL
    ELSE
        ADD 1 TO WS-CHECK-COUNT
        ADD WS-TALLY-AMOUNT TO WS-CHECK-TOTAL
    END-IF
    MOVE ZEROS TO WS-SETL-HIT
    PERFORM SCAN-SETTLEMENT-SLOT
        VARYING WS-SETL-SUB FROM 1 BY 1
        UNTIL WS-SETL-SUB > WS-SETL-USED OR WS-SETL-HIT > 0
    IF WS-SETL-HIT = 0
        IF WS-SETL-USED < 200
            ADD 1 TO WS-SETL-USED
            MOVE WS-SETL-USED TO WS-SETL-HIT
            MOVE WS-TALLY-STORE-ID
                TO WS-SETL-TBL-STORE-ID(WS-SETL-HIT)
            MOVE WS-TALLY-REGISTER-ID
                TO WS-SETL-TBL-REGISTER-ID(WS-SETL-HIT)
            MOVE WS-TALLY-TENDER TO WS-SETL-TBL-TENDER(WS-SETL-HIT)
            MOVE WS-TALLY-CARD-TYPE
                TO WS-SETL-TBL-CARD-TYPE(WS-SETL-HIT)
            MOVE ZEROS TO WS-SETL-TBL-COUNT(WS-SETL-HIT)
            MOVE ZEROS TO WS-SETL-TBL-AMOUNT(WS-SETL-HIT)
        ELSE
            DISPLAY 'SETTLEMENT TABLE FULL - NOT TALLIED: '
                WS-TALLY-TICKET-NO
        END-IF
    END-IF
    IF WS-SETL-HIT > 0
        ADD 1 TO WS-SETL-TBL-COUNT(WS-SETL-HIT)
        ADD WS-TALLY-AMOUNT TO WS-SETL-TBL-AMOUNT(WS-SETL-HIT)
    END-IF.

SCAN-SETTLEMENT-SLOT.
    IF WS-SETL-TBL-STORE-ID(WS-SETL-SUB) = WS-TALLY-STORE-ID
            AND WS-SETL-TBL-REGISTER-ID(WS-SETL-SUB)
                = WS-TALLY-REGISTER-ID
            AND WS-SETL-TBL-TENDER(WS-SETL-SUB) = WS-TALLY-TENDER
            AND WS-SETL-TBL-CARD-TYPE(WS-SETL-SUB)
                = WS-TALLY-CARD-TYPE
        MOVE WS-SETL-SUB TO WS-SETL-HIT
    END-IF.

WRITE-SETTLEMENT-FILE.
    OPEN EXTEND SETTLEMENT-FILE
    IF SETTLE-STATUS = '35'
        OPEN OUTPUT SETTLEMENT-FILE
    END-IF
    MOVE 'SETTLE-FILE' TO WS-CHECK-FILE-NAME
    MOVE SETTLE-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    MOVE 'SETTLEMENT TOTALS BY STORE / REGISTER / CARD TYPE'
        TO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    MOVE 'STORE  REG  TENDER  CARD   COUNT        AMOUNT'
        TO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    PERFORM WRITE-ONE-SETTLEMENT
        VARYING WS-SETL-SUB FROM 1 BY 1
        UNTIL WS-SETL-SUB > WS-SETL-USED
    CLOSE SETTLEMENT-FILE
    MOVE 'SETTLE-FILE' TO WS-CHECK-FILE-NAME
    MOVE SETTLE-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

WRITE-ONE-SETTLEMENT.
    MOVE SPACES TO SETTLE-RECORD
    MOVE WS-SETTLE-DATE TO SETL-DATE
    MOVE WS-SETL-TBL-STORE-ID(WS-SETL-SUB) TO SETL-STORE-ID
    MOVE WS-SETL-TBL-REGISTER-ID(WS-SETL-SUB) TO SETL-REGISTER-ID
    MOVE WS-SETL-TBL-TENDER(WS-SETL-SUB) TO SETL-TENDER-TYPE
    MOVE WS-SETL-TBL-CARD-TYPE(WS-SETL-SUB) TO SETL-CARD-TYPE
    MOVE WS-SETL-TBL-COUNT(WS-SETL-SUB) TO SETL-COUNT
    MOVE WS-SETL-TBL-AMOUNT(WS-SETL-SUB) TO SETL-AMOUNT
    WRITE SETTLE-RECORD
    MOVE 'SETTLE-FILE' TO WS-CHECK-FILE-NAME
    MOVE SETTLE-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF SETTLE-STATUS = '00'
        ADD 1 TO WS-RECORDS-WRITTEN
    END-IF
    MOVE WS-SETL-TBL-COUNT(WS-SETL-SUB) TO WS-ED-QTY1
    MOVE WS-SETL-TBL-AMOUNT(WS-SETL-SUB) TO WS-ED-AMT1
    STRING WS-SETL-TBL-STORE-ID(WS-SETL-SUB) '    '
        WS-SETL-TBL-REGISTER-ID(WS-SETL-SUB) '  '
        WS-SETL-TBL-TENDER(WS-SETL-SUB) '       '
        WS-SETL-TBL-CARD-TYPE(WS-SETL-SUB) '    '
        WS-ED-QTY1 '  ' WS-ED-AMT1
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE.

PRINT-SETTLEMENT-TOTALS.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    MOVE WS-CARD-COUNT TO WS-ED-QTY1
    MOVE WS-CARD-TOTAL TO WS-ED-AMT1
    STRING 'TOTAL BANK CARD: ' WS-ED-QTY1 '  ' WS-ED-AMT1
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    MOVE WS-CHECK-COUNT TO WS-ED-QTY1
    MOVE WS-CHECK-TOTAL TO WS-ED-AMT1
    STRING 'TOTAL CHECKS:    ' WS-ED-QTY1 '  ' WS-ED-AMT1
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE.

PRINT-REPORT-LINE.
    IF WS-RPT-LINE-COUNT > 54
        PERFORM PRINT-REPORT-HEADING
    END-IF
    MOVE WS-PRINT-LINE TO WS-PRINT-OUT
    WRITE SETTLE-REPORT-LINE FROM WS-PRINT-OUT
    MOVE 'SETLRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE SETLRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    ADD 1 TO WS-RPT-LINE-COUNT
    MOVE SPACES TO WS-PRINT-LINE.

PRINT-REPORT-HEADING.
    ADD 1 TO WS-RPT-PAGE
    MOVE WS-RPT-PAGE TO WS-ED-PAGE
    MOVE SPACES TO WS-PRINT-OUT
    STRING 'CARD AND CHECK SETTLEMENT  RUN DATE: '
        WS-RPT-RUN-DATE '  PAGE: ' WS-ED-PAGE
        DELIMITED BY SIZE
        INTO WS-PRINT-OUT
    WRITE SETTLE-REPORT-LINE FROM WS-PRINT-OUT
    MOVE 'SETLRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE SETLRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE 'TICKET        STORE  REG  TENDER  CARD  AUTH/CHECK NO'
        TO WS-PRINT-OUT
    MOVE 'AMOUNT' TO WS-PRINT-OUT(61:6)
    WRITE SETTLE-REPORT-LINE FROM WS-PRINT-OUT
    MOVE 'SETLRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE SETLRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE SPACES TO WS-PRINT-OUT
    WRITE SETTLE-REPORT-LINE FROM WS-PRINT-OUT
    MOVE 'SETLRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE SETLRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE 3 TO WS-RPT-LINE-COUNT.

CHECK-FILE-STATUS.
    IF WS-CHECK-STATUS NOT = '00' AND WS-CHECK-STATUS NOT = '10'
            AND WS-CHECK-STATUS NOT = '23'
        DISPLAY 'FILE ERROR ON ' WS-CHECK-FILE-NAME
            ' - STATUS ' WS-CHECK-STATUS
    END-IF.
