IDENTIFICATION DIVISION.
PROGRAM-ID. GROSS-MARGIN-REPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
    SELECT MARGIN-REPORT-FILE ASSIGN TO 'GMRPT.PRT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GMRPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD SALES-FILE.
COPY "SALESREC.cpy".

FD SALES-ARCHIVE-FILE.
COPY "SALESARC.cpy".

FD MARGIN-REPORT-FILE.
01 MARGIN-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 SALES-STATUS PIC X(2).
01 SALESARC-STATUS PIC X(2).
01 GMRPT-STATUS PIC X(2).
01 WS-FILE-STATUS-CHECK.
   05 WS-CHECK-FILE-NAME PIC X(15).
   05 WS-CHECK-STATUS PIC X(2).
01 WS-EOF-SWITCH PIC X(3) VALUE 'NO '.
   88 WS-AT-END VALUE 'YES'.
01 WS-REPORT-START-DATE PIC X(8).
01 WS-REPORT-END-DATE PIC X(8).
01 WS-TALLY-STORE-ID PIC X(3).
01 WS-TALLY-INV-KEY PIC X(10).
01 WS-TALLY-TYPE PIC X.
01 WS-TALLY-QTY PIC S9(7).
01 WS-TALLY-AMOUNT PIC S9(9)V99.
01 WS-TALLY-COST PIC S9(9)V99.
01 WS-ITEM-SUB PIC 9(4).
01 WS-ITEM-USED PIC 9(4) VALUE ZEROS.
01 WS-ITEM-HIT PIC 9(4).
01 WS-ITEM-TABLE.
   05 WS-ITEM-ENTRY OCCURS 2000 TIMES.
      10 WS-ITEM-TBL-STORE-ID PIC X(3).
      10 WS-ITEM-TBL-KEY PIC X(10).
      10 WS-ITEM-TBL-QTY PIC S9(7).
      10 WS-ITEM-TBL-SALES PIC S9(9)V99.
      10 WS-ITEM-TBL-COST PIC S9(9)V99.
01 WS-STORE-SUB PIC 9(3).
01 WS-STORE-USED PIC 9(3) VALUE ZEROS.
01 WS-STORE-HIT PIC 9(3).
01 WS-STORE-TABLE.
   05 WS-STORE-ENTRY OCCURS 100 TIMES.
      10 WS-STORE-TBL-ID PIC X(3).
      10 WS-STORE-TBL-QTY PIC S9(7).
      10 WS-STORE-TBL-SALES PIC S9(9)V99.
      10 WS-STORE-TBL-COST PIC S9(9)V99.
01 WS-LINES-READ PIC 9(7).
01 WS-TOTAL-QTY PIC S9(9).
01 WS-TOTAL-SALES PIC S9(10)V99.
01 WS-TOTAL-COST PIC S9(10)V99.
01 WS-PRINT-QTY PIC S9(9).
01 WS-PRINT-SALES PIC S9(10)V99.
01 WS-PRINT-COST PIC S9(10)V99.
01 WS-PRINT-MARGIN PIC S9(10)V99.
01 WS-PRINT-PCT PIC S9(5)V9.
01 WS-RPT-RUN-DATE PIC X(8).
01 WS-RPT-PAGE PIC 9(4).
01 WS-RPT-LINE-COUNT PIC 9(3).
01 WS-PRINT-LINE PIC X(132).
01 WS-PRINT-OUT PIC X(132).
01 WS-ED-PAGE PIC ZZZ9.
01 WS-ED-AMT1 PIC -(8)9.99.
01 WS-ED-AMT2 PIC -(8)9.99.
01 WS-ED-AMT3 PIC -(8)9.99.
01 WS-ED-QTY1 PIC -(6)9.
01 WS-ED-PCT PIC -(4)9.9.

PROCEDURE DIVISION.
MAIN-PROCESS.
    DISPLAY 'GROSS MARGIN BY ITEM AND STORE'
    DISPLAY 'ENTER START DATE (YYYYMMDD): ' WITH NO ADVANCING
    ACCEPT WS-REPORT-START-DATE
    DISPLAY 'ENTER END DATE (YYYYMMDD): ' WITH NO ADVANCING
    ACCEPT WS-REPORT-END-DATE
    IF WS-REPORT-END-DATE < WS-REPORT-START-DATE
        DISPLAY 'END DATE BEFORE START DATE - REPORT NOT RUN'
    ELSE
        MOVE ZEROS TO WS-LINES-READ
        MOVE ZEROS TO WS-TOTAL-QTY
        MOVE ZEROS TO WS-TOTAL-SALES
        MOVE ZEROS TO WS-TOTAL-COST
        ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD
        MOVE ZEROS TO WS-RPT-PAGE
        MOVE 999 TO WS-RPT-LINE-COUNT
        MOVE SPACES TO WS-PRINT-LINE
        OPEN OUTPUT MARGIN-REPORT-FILE
        MOVE 'GMRPT-FILE' TO WS-CHECK-FILE-NAME
        MOVE GMRPT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        PERFORM TALLY-LIVE-SALES
        PERFORM TALLY-ARC-SALES
        STRING 'PERIOD: ' WS-REPORT-START-DATE ' TO '
            WS-REPORT-END-DATE
            DELIMITED BY SIZE
            INTO WS-PRINT-LINE
        PERFORM PRINT-REPORT-LINE
        PERFORM PRINT-REPORT-LINE
        PERFORM PRINT-ONE-ITEM
            VARYING WS-ITEM-SUB FROM 1 BY 1
            UNTIL WS-ITEM-SUB > WS-ITEM-USED
        PERFORM PRINT-STORE-TOTALS
        CLOSE MARGIN-REPORT-FILE
        MOVE 'GMRPT-FILE' TO WS-CHECK-FILE-NAME
        MOVE GMRPT-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        DISPLAY 'SALES LINES READ: ' WS-LINES-READ
        DISPLAY 'NET SALES: ' WS-TOTAL-SALES
        DISPLAY 'COST OF GOODS SOLD: ' WS-TOTAL-COST
        DISPLAY 'GROSS MARGIN REPORT WRITTEN TO GMRPT.PRT'
    END-IF
    STOP RUN.

TALLY-LIVE-SALES.
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN INPUT SALES-FILE
    IF SALES-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'SALES-FILE' TO WS-CHECK-FILE-NAME
        MOVE SALES-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF SALES-STATUS = '00'
            MOVE WS-REPORT-START-DATE TO SALESDATE-KEY
            START SALES-FILE KEY IS NOT LESS THAN SALESDATE-KEY
                INVALID KEY
                    MOVE 'YES' TO WS-EOF-SWITCH
            END-START
            MOVE 'SALES-FILE' TO WS-CHECK-FILE-NAME
            MOVE SALES-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
            PERFORM TALLY-ONE-LIVE-SALE UNTIL WS-AT-END
        END-IF
        CLOSE SALES-FILE
        MOVE 'SALES-FILE' TO WS-CHECK-FILE-NAME
        MOVE SALES-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

TALLY-ONE-LIVE-SALE.
    READ SALES-FILE NEXT RECORD
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'SALES-FILE' TO WS-CHECK-FILE-NAME
    MOVE SALES-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        IF SALESDATE-KEY > WS-REPORT-END-DATE
            MOVE 'YES' TO WS-EOF-SWITCH
        END-IF
        IF NOT WS-AT-END AND SALES-VOID-FLAG NOT = 'Y'
            MOVE SALES-STORE-ID TO WS-TALLY-STORE-ID
            MOVE SALES-INV-KEY TO WS-TALLY-INV-KEY
            MOVE SALES-TYPE TO WS-TALLY-TYPE
            MOVE SALES-QTY TO WS-TALLY-QTY
            MOVE SALES-AMOUNT TO WS-TALLY-AMOUNT
            COMPUTE WS-TALLY-COST = SALES-QTY * SALES-UNIT-COST
            PERFORM TALLY-MARGIN-LINE
        END-IF
    END-IF.

TALLY-ARC-SALES.
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN INPUT SALES-ARCHIVE-FILE
    IF SALESARC-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'SALESARC-FILE' TO WS-CHECK-FILE-NAME
        MOVE SALESARC-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF SALESARC-STATUS = '00'
            MOVE WS-REPORT-START-DATE TO SALESARC-DATE-KEY
            START SALES-ARCHIVE-FILE
                KEY IS NOT LESS THAN SALESARC-DATE-KEY
                INVALID KEY
                    MOVE 'YES' TO WS-EOF-SWITCH
            END-START
            MOVE 'SALESARC-FILE' TO WS-CHECK-FILE-NAME
            MOVE SALESARC-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
            PERFORM TALLY-ONE-ARC-SALE UNTIL WS-AT-END
        END-IF
        CLOSE SALES-ARCHIVE-FILE
        MOVE 'SALESARC-FILE' TO WS-CHECK-FILE-NAME
        MOVE SALESARC-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

TALLY-ONE-ARC-SALE.
    READ SALES-ARCHIVE-FILE NEXT RECORD
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'SALESARC-FILE' TO WS-CHECK-FILE-NAME
    MOVE SALESARC-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        IF SALESARC-DATE-KEY > WS-REPORT-END-DATE
            MOVE 'YES' TO WS-EOF-SWITCH
        END-IF
        IF NOT WS-AT-END AND SALESARC-VOID-FLAG NOT = 'Y'
            MOVE SALESARC-STORE-ID TO WS-TALLY-STORE-ID
            MOVE SALESARC-INV-KEY TO WS-TALLY-INV-KEY
            MOVE SALESARC-TYPE TO WS-TALLY-TYPE
            MOVE SALESARC-QTY TO WS-TALLY-QTY
            MOVE SALESARC-AMOUNT TO WS-TALLY-AMOUNT
            COMPUTE WS-TALLY-COST =
                SALESARC-QTY * SALESARC-UNIT-COST
            PERFORM TALLY-MARGIN-LINE
        END-IF
    END-IF.

TALLY-MARGIN-LINE.
    ADD 1 TO WS-LINES-READ
    IF WS-TALLY-TYPE = 'R'
        COMPUTE WS-TALLY-QTY = 0 - WS-TALLY-QTY
        COMPUTE WS-TALLY-AMOUNT = 0 - WS-TALLY-AMOUNT
        COMPUTE WS-TALLY-COST = 0 - WS-TALLY-COST
    END-IF
    ADD WS-TALLY-QTY TO WS-TOTAL-QTY
    ADD WS-TALLY-AMOUNT TO WS-TOTAL-SALES
    ADD WS-TALLY-COST TO WS-TOTAL-COST
    MOVE ZEROS TO WS-ITEM-HIT
    PERFORM SCAN-ITEM-SLOT
        VARYING WS-ITEM-SUB FROM 1 BY 1
        UNTIL WS-ITEM-SUB > WS-ITEM-USED OR WS-ITEM-HIT > 0
    IF WS-ITEM-HIT = 0
        IF WS-ITEM-USED < 2000
            ADD 1 TO WS-ITEM-USED
            MOVE WS-ITEM-USED TO WS-ITEM-HIT
            MOVE WS-TALLY-STORE-ID
                TO WS-ITEM-TBL-STORE-ID(WS-ITEM-HIT)
            MOVE WS-TALLY-INV-KEY TO WS-ITEM-TBL-KEY(WS-ITEM-HIT)
            MOVE ZEROS TO WS-ITEM-TBL-QTY(WS-ITEM-HIT)
            MOVE ZEROS TO WS-ITEM-TBL-SALES(WS-ITEM-HIT)
            MOVE ZEROS TO WS-ITEM-TBL-COST(WS-ITEM-HIT)
        ELSE
            DISPLAY 'ITEM TABLE FULL - NOT TALLIED: '
                WS-TALLY-STORE-ID ' ' WS-TALLY-INV-KEY
        END-IF
    END-IF
    IF WS-ITEM-HIT > 0
        ADD WS-TALLY-QTY TO WS-ITEM-TBL-QTY(WS-ITEM-HIT)
        ADD WS-TALLY-AMOUNT TO WS-ITEM-TBL-SALES(WS-ITEM-HIT)
        ADD WS-TALLY-COST TO WS-ITEM-TBL-COST(WS-ITEM-HIT)
    END-IF
    MOVE ZEROS TO WS-STORE-HIT
    PERFORM SCAN-STORE-SLOT
        VARYING WS-STORE-SUB FROM 1 BY 1
        UNTIL WS-STORE-SUB > WS-STORE-USED OR WS-STORE-HIT > 0
    IF WS-STORE-HIT = 0
        IF WS-STORE-USED < 100
            ADD 1 TO WS-STORE-USED
            MOVE WS-STORE-USED TO WS-STORE-HIT
            MOVE WS-TALLY-STORE-ID TO WS-STORE-TBL-ID(WS-STORE-HIT)
            MOVE ZEROS TO WS-STORE-TBL-QTY(WS-STORE-HIT)
            MOVE ZEROS TO WS-STORE-TBL-SALES(WS-STORE-HIT)
            MOVE ZEROS TO WS-STORE-TBL-COST(WS-STORE-HIT)
        ELSE
            DISPLAY 'STORE TABLE FULL - NOT TALLIED: '
                WS-TALLY-STORE-ID
        END-IF
    END-IF
    IF WS-STORE-HIT > 0
        ADD WS-TALLY-QTY TO WS-STORE-TBL-QTY(WS-STORE-HIT)
        ADD WS-TALLY-AMOUNT TO WS-STORE-TBL-SALES(WS-STORE-HIT)
        ADD WS-TALLY-COST TO WS-STORE-TBL-COST(WS-STORE-HIT)
    END-IF.

SCAN-ITEM-SLOT.
    IF WS-ITEM-TBL-STORE-ID(WS-ITEM-SUB) = WS-TALLY-STORE-ID
            AND WS-ITEM-TBL-KEY(WS-ITEM-SUB) = WS-TALLY-INV-KEY
        MOVE WS-ITEM-SUB TO WS-ITEM-HIT
    END-IF.

SCAN-STORE-SLOT.
    IF WS-STORE-TBL-ID(WS-STORE-SUB) = WS-TALLY-STORE-ID
        MOVE WS-STORE-SUB TO WS-STORE-HIT
    END-IF.

PRINT-ONE-ITEM.
    MOVE WS-ITEM-TBL-QTY(WS-ITEM-SUB) TO WS-PRINT-QTY
    MOVE WS-ITEM-TBL-SALES(WS-ITEM-SUB) TO WS-PRINT-SALES
    MOVE WS-ITEM-TBL-COST(WS-ITEM-SUB) TO WS-PRINT-COST
    PERFORM COMPUTE-MARGIN
    STRING WS-ITEM-TBL-STORE-ID(WS-ITEM-SUB) '    '
        WS-ITEM-TBL-KEY(WS-ITEM-SUB) '  '
        WS-ED-QTY1 '  ' WS-ED-AMT1 '  ' WS-ED-AMT2
        '  ' WS-ED-AMT3 '  ' WS-ED-PCT
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE.

PRINT-STORE-TOTALS.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    MOVE 'GROSS MARGIN BY STORE' TO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    STRING 'STORE                  QTY         SALES          COST'
        '        MARGIN      PCT'
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    PERFORM PRINT-ONE-STORE
        VARYING WS-STORE-SUB FROM 1 BY 1
        UNTIL WS-STORE-SUB > WS-STORE-USED
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    MOVE WS-TOTAL-QTY TO WS-PRINT-QTY
    MOVE WS-TOTAL-SALES TO WS-PRINT-SALES
    MOVE WS-TOTAL-COST TO WS-PRINT-COST
    PERFORM COMPUTE-MARGIN
    STRING 'ALL                 ' WS-ED-QTY1 '  ' WS-ED-AMT1
        '  ' WS-ED-AMT2 '  ' WS-ED-AMT3 '  ' WS-ED-PCT
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE.

PRINT-ONE-STORE.
    MOVE WS-STORE-TBL-QTY(WS-STORE-SUB) TO WS-PRINT-QTY
    MOVE WS-STORE-TBL-SALES(WS-STORE-SUB) TO WS-PRINT-SALES
    MOVE WS-STORE-TBL-COST(WS-STORE-SUB) TO WS-PRINT-COST
    PERFORM COMPUTE-MARGIN
    STRING WS-STORE-TBL-ID(WS-STORE-SUB) '                '
        WS-ED-QTY1 '  ' WS-ED-AMT1 '  ' WS-ED-AMT2
        '  ' WS-ED-AMT3 '  ' WS-ED-PCT
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE.

COMPUTE-MARGIN.
    COMPUTE WS-PRINT-MARGIN = WS-PRINT-SALES - WS-PRINT-COST
    IF WS-PRINT-SALES NOT = 0
        COMPUTE WS-PRINT-PCT ROUNDED =
            WS-PRINT-MARGIN * 100 / WS-PRINT-SALES
    ELSE
        MOVE ZEROS TO WS-PRINT-PCT
    END-IF
    MOVE WS-PRINT-QTY TO WS-ED-QTY1
    MOVE WS-PRINT-SALES TO WS-ED-AMT1
    MOVE WS-PRINT-COST TO WS-ED-AMT2
    MOVE WS-PRINT-MARGIN TO WS-ED-AMT3
    MOVE WS-PRINT-PCT TO WS-ED-PCT.

PRINT-REPORT-LINE.
    IF WS-RPT-LINE-COUNT > 54
        PERFORM PRINT-REPORT-HEADING
    END-IF
    MOVE WS-PRINT-LINE TO WS-PRINT-OUT
    WRITE MARGIN-REPORT-LINE FROM WS-PRINT-OUT
    MOVE 'GMRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE GMRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    ADD 1 TO WS-RPT-LINE-COUNT
    MOVE SPACES TO WS-PRINT-LINE.

PRINT-REPORT-HEADING.
    ADD 1 TO WS-RPT-PAGE
    MOVE WS-RPT-PAGE TO WS-ED-PAGE
    MOVE SPACES TO WS-PRINT-OUT
    STRING 'GROSS MARGIN BY ITEM AND STORE  RUN DATE: '
        WS-RPT-RUN-DATE '  PAGE: ' WS-ED-PAGE
        DELIMITED BY SIZE
        INTO WS-PRINT-OUT
    WRITE MARGIN-REPORT-LINE FROM WS-PRINT-OUT
    MOVE 'GMRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE GMRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE SPACES TO WS-PRINT-OUT
    STRING 'STORE  ITEM            QTY         SALES          COST'
        '        MARGIN      PCT'
        DELIMITED BY SIZE
        INTO WS-PRINT-OUT
    WRITE MARGIN-REPORT-LINE FROM WS-PRINT-OUT
    MOVE 'GMRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE GMRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE SPACES TO WS-PRINT-OUT
    WRITE MARGIN-REPORT-LINE FROM WS-PRINT-OUT
    MOVE 'GMRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE GMRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE 3 TO WS-RPT-LINE-COUNT.

CHECK-FILE-STATUS.
    IF WS-CHECK-STATUS NOT = '00' AND WS-CHECK-STATUS NOT = '10'
            AND WS-CHECK-STATUS NOT = '23'
        DISPLAY 'FILE ERROR ON ' WS-CHECK-FILE-NAME
            ' - STATUS ' WS-CHECK-STATUS
    END-IF.
