IDENTIFICATION DIVISION.
PROGRAM-ID. ITEM-DISTRIBUTE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ITEM-MASTER-FILE ASSIGN TO 'ITEMMAST.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ITEM-KEY
        FILE STATUS IS ITEM-STATUS.
    SELECT PRICE-BOOK-STORE-FILE ASSIGN TO 'PBSTORE.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PBS-STORE-ID
        FILE STATUS IS PBS-STATUS.
    SELECT PRICE-BOOK-FILE ASSIGN TO 'PRICEBK.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PB-STATUS.
    SELECT ITEM-CHANGE-FILE ASSIGN TO 'ITEMCHG.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CHG-KEY
        FILE STATUS IS CHG-STATUS.
    SELECT STORE-CHANGE-FILE ASSIGN USING WS-STORE-CHANGE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STCHG-STATUS.
    SELECT DISTRIBUTION-REPORT-FILE ASSIGN TO 'ITEMDIST.PRT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DISTRPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD ITEM-MASTER-FILE.
COPY "ITEMMAST.cpy".

FD PRICE-BOOK-STORE-FILE.
COPY "PBSTORE.cpy".

FD PRICE-BOOK-FILE.
COPY "PRICEBK.cpy".

FD ITEM-CHANGE-FILE.
COPY "ITEMCHG.cpy".

FD STORE-CHANGE-FILE.
01 STORE-CHANGE-LINE PIC X(85).

FD DISTRIBUTION-REPORT-FILE.
01 DISTRIBUTION-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 ITEM-STATUS PIC X(2).
01 PBS-STATUS PIC X(2).
01 PB-STATUS PIC X(2).
01 CHG-STATUS PIC X(2).
01 STCHG-STATUS PIC X(2).
01 DISTRPT-STATUS PIC X(2).
01 WS-FILE-STATUS-CHECK.
   05 WS-CHECK-FILE-NAME PIC X(15).
   05 WS-CHECK-STATUS PIC X(2).
01 WS-RUN-DATE PIC X(8).
01 WS-STORE-CHANGE-NAME PIC X(12) VALUE 'ITMCH000.DAT'.
01 WS-ITEM-EOF PIC X(3) VALUE 'NO '.
   88 WS-ITEM-AT-END VALUE 'YES'.
01 WS-STORE-EOF PIC X(3) VALUE 'NO '.
   88 WS-STORE-AT-END VALUE 'YES'.
01 WS-FILES-READY PIC X(3) VALUE 'NO '.
   88 WS-FILES-ARE-READY VALUE 'YES'.
01 WS-CURRENT-BOOK PIC 9(6).
01 WS-NEW-BOOK PIC 9(6).
01 WS-PENDING-ITEMS PIC 9(7).
01 WS-STORES-BEHIND PIC 9(3).
01 WS-STORES-SENT PIC 9(3).
01 WS-STORES-SKIPPED PIC 9(3).
01 WS-STORE-ADDS PIC 9(7).
01 WS-STORE-CHANGES PIC 9(7).
01 WS-STORE-DISCONTINUES PIC 9(7).
01 WS-STORE-RECORDS PIC 9(7).
01 WS-TOTAL-RECORDS PIC 9(9).
01 WS-RPT-RUN-DATE PIC X(8).
01 WS-RPT-PAGE PIC 9(4).
01 WS-RPT-LINE-COUNT PIC 9(3).
01 WS-PRINT-LINE PIC X(132).
01 WS-PRINT-OUT PIC X(132).
01 WS-ED-PAGE PIC ZZZ9.
01 WS-ED-BOOK1 PIC Z(5)9.
01 WS-ED-BOOK2 PIC Z(5)9.
01 WS-ED-QTY1 PIC Z(6)9.
01 WS-ED-QTY2 PIC Z(6)9.
01 WS-ED-QTY3 PIC Z(6)9.
01 WS-ED-QTY4 PIC Z(6)9.

PROCEDURE DIVISION.
MAIN-PROCESS.
    DISPLAY 'PRICE BOOK DISTRIBUTION'
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    MOVE ZEROS TO WS-PENDING-ITEMS
    MOVE ZEROS TO WS-STORES-BEHIND
    MOVE ZEROS TO WS-STORES-SENT
    MOVE ZEROS TO WS-STORES-SKIPPED
    MOVE ZEROS TO WS-TOTAL-RECORDS
    PERFORM LOAD-PRICE-BOOK
    PERFORM OPEN-DISTRIBUTION-FILES
    IF WS-FILES-ARE-READY
        PERFORM COUNT-PENDING-ITEMS
        PERFORM COUNT-STORES-BEHIND
        IF WS-PENDING-ITEMS = ZEROS AND WS-STORES-BEHIND = ZEROS
            DISPLAY 'NO CHANGES TO DISTRIBUTE - PRICE BOOK: '
                WS-CURRENT-BOOK
        ELSE
            COMPUTE WS-NEW-BOOK = WS-CURRENT-BOOK + 1
            PERFORM STAMP-PENDING-ITEMS
            PERFORM DISTRIBUTE-PRICE-BOOK
            PERFORM SAVE-PRICE-BOOK
            DISPLAY 'PRICE BOOK ' WS-NEW-BOOK ' DISTRIBUTED'
            DISPLAY 'ITEMS CHANGED: ' WS-PENDING-ITEMS
            DISPLAY 'STORES SENT: ' WS-STORES-SENT
                ' NOT RECEIVING: ' WS-STORES-SKIPPED
            DISPLAY 'CHANGE RECORDS WRITTEN: ' WS-TOTAL-RECORDS
            DISPLAY 'REPORT WRITTEN TO ITEMDIST.PRT'
        END-IF
    END-IF
    PERFORM CLOSE-DISTRIBUTION-FILES
    STOP RUN.

LOAD-PRICE-BOOK.
    MOVE ZEROS TO WS-CURRENT-BOOK
    OPEN INPUT PRICE-BOOK-FILE
    IF PB-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'PRICEBK-FILE' TO WS-CHECK-FILE-NAME
        MOVE PB-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF PB-STATUS = '00'
            READ PRICE-BOOK-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE PB-BOOK-NO TO WS-CURRENT-BOOK
            END-READ
            MOVE 'PRICEBK-FILE' TO WS-CHECK-FILE-NAME
            MOVE PB-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
        END-IF
        CLOSE PRICE-BOOK-FILE
        MOVE 'PRICEBK-FILE' TO WS-CHECK-FILE-NAME
        MOVE PB-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF
    DISPLAY 'CURRENT PRICE BOOK: ' WS-CURRENT-BOOK.

OPEN-DISTRIBUTION-FILES.
    MOVE 'NO ' TO WS-FILES-READY
    OPEN I-O ITEM-MASTER-FILE
    IF ITEM-STATUS = '35'
        DISPLAY 'NO ITEM MASTER ON FILE - NOTHING DISTRIBUTED'
    ELSE
        MOVE 'ITEMMAST-FILE' TO WS-CHECK-FILE-NAME
        MOVE ITEM-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        OPEN I-O PRICE-BOOK-STORE-FILE
        IF PBS-STATUS = '35'
            DISPLAY 'NO DISTRIBUTION STORES ON FILE - '
                'NOTHING DISTRIBUTED'
        ELSE
            MOVE 'PBSTORE-FILE' TO WS-CHECK-FILE-NAME
            MOVE PBS-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
            IF ITEM-STATUS = '00' AND PBS-STATUS = '00'
                MOVE 'YES' TO WS-FILES-READY
            END-IF
        END-IF
    END-IF.

CLOSE-DISTRIBUTION-FILES.
    IF ITEM-STATUS NOT = '35'
        CLOSE ITEM-MASTER-FILE
        MOVE 'ITEMMAST-FILE' TO WS-CHECK-FILE-NAME
        MOVE ITEM-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF PBS-STATUS NOT = '35'
            CLOSE PRICE-BOOK-STORE-FILE
            MOVE 'PBSTORE-FILE' TO WS-CHECK-FILE-NAME
            MOVE PBS-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
        END-IF
    END-IF.

COUNT-PENDING-ITEMS.
    PERFORM START-ITEM-MASTER
    PERFORM COUNT-ONE-PENDING-ITEM UNTIL WS-ITEM-AT-END.

COUNT-ONE-PENDING-ITEM.
    PERFORM READ-NEXT-MASTER-ITEM
    IF NOT WS-ITEM-AT-END
        IF ITEM-PENDING-FLAG = 'Y'
            ADD 1 TO WS-PENDING-ITEMS
        END-IF
    END-IF.

COUNT-STORES-BEHIND.
    PERFORM START-STORE-FILE
    PERFORM COUNT-ONE-STORE-BEHIND UNTIL WS-STORE-AT-END.

COUNT-ONE-STORE-BEHIND.
    PERFORM READ-NEXT-STORE
    IF NOT WS-STORE-AT-END
        IF PBS-ACTIVE-FLAG = 'Y'
                AND PBS-LAST-BOOK-SENT < WS-CURRENT-BOOK
            ADD 1 TO WS-STORES-BEHIND
        END-IF
    END-IF.

STAMP-PENDING-ITEMS.
    PERFORM START-ITEM-MASTER
    PERFORM STAMP-ONE-PENDING-ITEM UNTIL WS-ITEM-AT-END.

STAMP-ONE-PENDING-ITEM.
    PERFORM READ-NEXT-MASTER-ITEM
    IF NOT WS-ITEM-AT-END
        IF ITEM-PENDING-FLAG = 'Y'
            IF ITEM-ADDED-BOOK = ZEROS
                MOVE WS-NEW-BOOK TO ITEM-ADDED-BOOK
            END-IF
            MOVE WS-NEW-BOOK TO ITEM-CHANGED-BOOK
            MOVE 'N' TO ITEM-PENDING-FLAG
            REWRITE ITEM-MASTER-RECORD
            MOVE 'ITEMMAST-FILE' TO WS-CHECK-FILE-NAME
            MOVE ITEM-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
        END-IF
    END-IF.

DISTRIBUTE-PRICE-BOOK.
    PERFORM OPEN-ITEMCHG-IO
    ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD
    MOVE ZEROS TO WS-RPT-PAGE
    MOVE 999 TO WS-RPT-LINE-COUNT
    MOVE SPACES TO WS-PRINT-LINE
    OPEN OUTPUT DISTRIBUTION-REPORT-FILE
    MOVE 'DISTRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE DISTRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE WS-NEW-BOOK TO WS-ED-BOOK1
    MOVE WS-PENDING-ITEMS TO WS-ED-QTY1
    STRING 'PRICE BOOK: ' WS-ED-BOOK1
        '  ITEMS CHANGED SINCE LAST BOOK: ' WS-ED-QTY1
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    PERFORM PRINT-REPORT-LINE
    PERFORM START-STORE-FILE
    PERFORM DISTRIBUTE-ONE-STORE UNTIL WS-STORE-AT-END
    PERFORM PRINT-REPORT-LINE
    STRING 'STORES SENT: ' WS-STORES-SENT
        '  NOT RECEIVING: ' WS-STORES-SKIPPED
        '  CHANGE RECORDS: ' WS-TOTAL-RECORDS
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    CLOSE DISTRIBUTION-REPORT-FILE
    MOVE 'DISTRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE DISTRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    CLOSE ITEM-CHANGE-FILE
    MOVE 'ITEMCHG-FILE' TO WS-CHECK-FILE-NAME
    MOVE CHG-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

DISTRIBUTE-ONE-STORE.
    PERFORM READ-NEXT-STORE
    IF NOT WS-STORE-AT-END
        IF PBS-ACTIVE-FLAG NOT = 'Y'
            ADD 1 TO WS-STORES-SKIPPED
            STRING PBS-STORE-ID ' ' PBS-STORE-NAME
                ' NOT RECEIVING PRICE BOOK'
                DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            PERFORM PRINT-REPORT-LINE
        ELSE
            MOVE ZEROS TO WS-STORE-ADDS
            MOVE ZEROS TO WS-STORE-CHANGES
            MOVE ZEROS TO WS-STORE-DISCONTINUES
            MOVE ZEROS TO WS-STORE-RECORDS
            PERFORM OPEN-STORE-CHANGE-FILE
            PERFORM START-ITEM-MASTER
            PERFORM WRITE-STORE-CHANGE UNTIL WS-ITEM-AT-END
            PERFORM WRITE-STORE-TRAILER
            CLOSE STORE-CHANGE-FILE
            MOVE 'STORECHG-FILE' TO WS-CHECK-FILE-NAME
            MOVE STCHG-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
            MOVE PBS-LAST-BOOK-SENT TO WS-ED-BOOK2
            MOVE WS-NEW-BOOK TO PBS-LAST-BOOK-SENT
            MOVE WS-RUN-DATE TO PBS-LAST-SENT-DATE
            REWRITE PRICE-BOOK-STORE-RECORD
            MOVE 'PBSTORE-FILE' TO WS-CHECK-FILE-NAME
            MOVE PBS-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
            ADD 1 TO WS-STORES-SENT
            ADD WS-STORE-RECORDS TO WS-TOTAL-RECORDS
            MOVE WS-STORE-ADDS TO WS-ED-QTY1
            MOVE WS-STORE-CHANGES TO WS-ED-QTY2
            MOVE WS-STORE-DISCONTINUES TO WS-ED-QTY3
            MOVE WS-STORE-RECORDS TO WS-ED-QTY4
            STRING PBS-STORE-ID ' ' PBS-STORE-NAME ' '
                WS-ED-BOOK2 ' ' WS-ED-QTY1 ' ' WS-ED-QTY2 ' '
                WS-ED-QTY3 ' ' WS-ED-QTY4 ' ' WS-STORE-CHANGE-NAME
                DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            PERFORM PRINT-REPORT-LINE
        END-IF
    END-IF.

WRITE-STORE-CHANGE.
    PERFORM READ-NEXT-MASTER-ITEM
    IF NOT WS-ITEM-AT-END
        IF ITEM-CHANGED-BOOK > PBS-LAST-BOOK-SENT
            MOVE PBS-STORE-ID TO CHG-STORE-ID
            MOVE WS-NEW-BOOK TO CHG-BOOK-NO
            MOVE ITEM-KEY TO CHG-INV-KEY
            IF ITEM-STATUS-FLAG = 'D'
                MOVE 'D' TO CHG-ACTION
                ADD 1 TO WS-STORE-DISCONTINUES
            ELSE
                IF ITEM-ADDED-BOOK > PBS-LAST-BOOK-SENT
                    MOVE 'A' TO CHG-ACTION
                    ADD 1 TO WS-STORE-ADDS
                ELSE
                    MOVE 'C' TO CHG-ACTION
                    ADD 1 TO WS-STORE-CHANGES
                END-IF
            END-IF
            MOVE ITEM-DESC TO CHG-DESC
            MOVE ITEM-UNIT-PRICE TO CHG-UNIT-PRICE
            MOVE ITEM-VENDOR-KEY TO CHG-VENDOR-KEY
            MOVE ITEM-TAXABLE-FLAG TO CHG-TAXABLE-FLAG
            MOVE ITEM-TAX-CATEGORY TO CHG-TAX-CATEGORY
            MOVE WS-RUN-DATE TO CHG-BOOK-DATE
            MOVE ZEROS TO CHG-RECORD-COUNT
            PERFORM PUT-CHANGE-RECORD
            ADD 1 TO WS-STORE-RECORDS
        END-IF
    END-IF.

WRITE-STORE-TRAILER.
    MOVE PBS-STORE-ID TO CHG-STORE-ID
    MOVE WS-NEW-BOOK TO CHG-BOOK-NO
    MOVE HIGH-VALUES TO CHG-INV-KEY
    MOVE 'T' TO CHG-ACTION
    MOVE SPACES TO CHG-DESC
    MOVE ZEROS TO CHG-UNIT-PRICE
    MOVE SPACES TO CHG-VENDOR-KEY
    MOVE SPACES TO CHG-TAXABLE-FLAG
    MOVE SPACES TO CHG-TAX-CATEGORY
    MOVE WS-RUN-DATE TO CHG-BOOK-DATE
    MOVE WS-STORE-RECORDS TO CHG-RECORD-COUNT
    PERFORM PUT-CHANGE-RECORD.

PUT-CHANGE-RECORD.
    WRITE ITEM-CHANGE-RECORD
    IF CHG-STATUS = '22'
        REWRITE ITEM-CHANGE-RECORD
    END-IF
    MOVE 'ITEMCHG-FILE' TO WS-CHECK-FILE-NAME
    MOVE CHG-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    WRITE STORE-CHANGE-LINE FROM ITEM-CHANGE-RECORD
    MOVE 'STORECHG-FILE' TO WS-CHECK-FILE-NAME
    MOVE STCHG-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

OPEN-STORE-CHANGE-FILE.
    MOVE PBS-STORE-ID TO WS-STORE-CHANGE-NAME(6:3)
    OPEN EXTEND STORE-CHANGE-FILE
    IF STCHG-STATUS = '35'
        OPEN OUTPUT STORE-CHANGE-FILE
    END-IF
    MOVE 'STORECHG-FILE' TO WS-CHECK-FILE-NAME
    MOVE STCHG-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

START-ITEM-MASTER.
    MOVE 'NO ' TO WS-ITEM-EOF
    MOVE LOW-VALUES TO ITEM-KEY
    START ITEM-MASTER-FILE KEY IS NOT LESS THAN ITEM-KEY
        INVALID KEY
            MOVE 'YES' TO WS-ITEM-EOF
    END-START
    MOVE 'ITEMMAST-FILE' TO WS-CHECK-FILE-NAME
    MOVE ITEM-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

READ-NEXT-MASTER-ITEM.
    READ ITEM-MASTER-FILE NEXT RECORD
        AT END
            MOVE 'YES' TO WS-ITEM-EOF
    END-READ
    MOVE 'ITEMMAST-FILE' TO WS-CHECK-FILE-NAME
    MOVE ITEM-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

START-STORE-FILE.
    MOVE 'NO ' TO WS-STORE-EOF
    MOVE LOW-VALUES TO PBS-STORE-ID
    START PRICE-BOOK-STORE-FILE KEY IS NOT LESS THAN PBS-STORE-ID
        INVALID KEY
            MOVE 'YES' TO WS-STORE-EOF
    END-START
    MOVE 'PBSTORE-FILE' TO WS-CHECK-FILE-NAME
    MOVE PBS-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

READ-NEXT-STORE.
    READ PRICE-BOOK-STORE-FILE NEXT RECORD
        AT END
            MOVE 'YES' TO WS-STORE-EOF
    END-READ
    MOVE 'PBSTORE-FILE' TO WS-CHECK-FILE-NAME
    MOVE PBS-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

OPEN-ITEMCHG-IO.
    OPEN I-O ITEM-CHANGE-FILE
    IF CHG-STATUS = '35'
        OPEN OUTPUT ITEM-CHANGE-FILE
        CLOSE ITEM-CHANGE-FILE
        OPEN I-O ITEM-CHANGE-FILE
    END-IF
    MOVE 'ITEMCHG-FILE' TO WS-CHECK-FILE-NAME
    MOVE CHG-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

SAVE-PRICE-BOOK.
    OPEN OUTPUT PRICE-BOOK-FILE
    MOVE 'PRICEBK-FILE' TO WS-CHECK-FILE-NAME
    MOVE PB-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE WS-NEW-BOOK TO PB-BOOK-NO
    MOVE WS-RUN-DATE TO PB-BOOK-DATE
    MOVE WS-PENDING-ITEMS TO PB-ITEM-COUNT
    WRITE PRICE-BOOK-RECORD
    MOVE 'PRICEBK-FILE' TO WS-CHECK-FILE-NAME
    MOVE PB-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    CLOSE PRICE-BOOK-FILE
    MOVE 'PRICEBK-FILE' TO WS-CHECK-FILE-NAME
    MOVE PB-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

PRINT-REPORT-LINE.
    IF WS-RPT-LINE-COUNT > 54
        PERFORM PRINT-REPORT-HEADING
    END-IF
    MOVE WS-PRINT-LINE TO WS-PRINT-OUT
    WRITE DISTRIBUTION-REPORT-LINE FROM WS-PRINT-OUT
    MOVE 'DISTRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE DISTRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    ADD 1 TO WS-RPT-LINE-COUNT
    MOVE SPACES TO WS-PRINT-LINE.

PRINT-REPORT-HEADING.
    ADD 1 TO WS-RPT-PAGE
    MOVE WS-RPT-PAGE TO WS-ED-PAGE
    MOVE SPACES TO WS-PRINT-OUT
    STRING 'PRICE BOOK DISTRIBUTION  RUN DATE: '
        WS-RPT-RUN-DATE '  PAGE: ' WS-ED-PAGE
        DELIMITED BY SIZE
        INTO WS-PRINT-OUT
    WRITE DISTRIBUTION-REPORT-LINE FROM WS-PRINT-OUT
    MOVE 'DISTRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE DISTRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE SPACES TO WS-PRINT-OUT
    STRING 'STR NAME                            PRIOR'
        '   ADDED CHANGED  DISCON RECORDS CHANGE FILE'
        DELIMITED BY SIZE
        INTO WS-PRINT-OUT
    WRITE DISTRIBUTION-REPORT-LINE FROM WS-PRINT-OUT
    MOVE 'DISTRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE DISTRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE SPACES TO WS-PRINT-OUT
    WRITE DISTRIBUTION-REPORT-LINE FROM WS-PRINT-OUT
    MOVE 'DISTRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE DISTRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE 3 TO WS-RPT-LINE-COUNT.

CHECK-FILE-STATUS.
    IF WS-CHECK-STATUS NOT = '00' AND WS-CHECK-STATUS NOT = '10'
            AND WS-CHECK-STATUS NOT = '23'
        DISPLAY 'FILE ERROR ON ' WS-CHECK-FILE-NAME
            ' - STATUS ' WS-CHECK-STATUS
    END-IF.
