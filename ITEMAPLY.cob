IDENTIFICATION DIVISION.
PROGRAM-ID. ITEM-APPLY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STORE-CONFIG-FILE ASSIGN TO 'STORECFG.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STORECFG-STATUS.
    SELECT ITEM-CHANGE-IN-FILE ASSIGN TO 'ITMCHGIN.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHG-STATUS.
    SELECT INVENTORY-FILE ASSIGN TO 'INVENTORY.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS INV-KEY
        FILE STATUS IS INV-STATUS.
    SELECT VENDOR-FILE ASSIGN TO 'VENDOR.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VENDOR-KEY
        FILE STATUS IS VEND-STATUS.
    SELECT TAXRATE-FILE ASSIGN TO 'TAXRATE.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TAXRATE-KEY
        FILE STATUS IS TAXRATE-STATUS.
    SELECT ITEM-ACK-FILE ASSIGN TO 'ITEMACK.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACK-STATUS.
    SELECT EXCEPTION-REPORT-FILE ASSIGN TO 'ITEMEXC.PRT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EXCRPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD STORE-CONFIG-FILE.
COPY "STORECFG.cpy".

FD ITEM-CHANGE-IN-FILE.
COPY "ITEMCHG.cpy".

FD INVENTORY-FILE.
COPY "INVREC.cpy".

FD VENDOR-FILE.
COPY "VENDREC.cpy".

FD TAXRATE-FILE.
COPY "TAXRATE.cpy".

FD ITEM-ACK-FILE.
COPY "ITEMACK.cpy".

FD EXCEPTION-REPORT-FILE.
01 EXCEPTION-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 STORECFG-STATUS PIC X(2).
01 CHG-STATUS PIC X(2).
01 INV-STATUS PIC X(2).
01 VEND-STATUS PIC X(2).
01 TAXRATE-STATUS PIC X(2).
01 ACK-STATUS PIC X(2).
01 EXCRPT-STATUS PIC X(2).
01 WS-FILE-STATUS-CHECK.
   05 WS-CHECK-FILE-NAME PIC X(15).
   05 WS-CHECK-STATUS PIC X(2).
01 WS-STORE-ID PIC X(3) VALUE '001'.
01 WS-TAX-JURIS PIC X(4) VALUE 'DEF '.
01 WS-RUN-DATE PIC X(8).
01 WS-RUN-TIME PIC X(8).
01 WS-CHANGE-EOF PIC X(3) VALUE 'NO '.
   88 WS-CHANGE-AT-END VALUE 'YES'.
01 WS-ACK-EOF PIC X(3) VALUE 'NO '.
   88 WS-ACK-AT-END VALUE 'YES'.
01 WS-CHANGE-WANTED PIC X(3) VALUE 'NO '.
   88 WS-CHANGE-IS-WANTED VALUE 'YES'.
01 WS-CHANGES-READY PIC X(3) VALUE 'NO '.
   88 WS-CHANGES-ARE-READY VALUE 'YES'.
01 WS-CHANGE-VALID PIC X(3) VALUE 'NO '.
   88 WS-CHANGE-IS-VALID VALUE 'YES'.
01 WS-ITEM-FOUND PIC X(3) VALUE 'NO '.
   88 WS-ITEM-IS-FOUND VALUE 'YES'.
01 WS-LAST-APPLIED-BOOK PIC 9(6).
01 WS-CURRENT-BOOK PIC 9(6).
01 WS-BOOK-READ PIC 9(7).
01 WS-BOOK-APPLIED PIC 9(7).
01 WS-BOOK-EXCEPTIONS PIC 9(5).
01 WS-BOOKS-ACKNOWLEDGED PIC 9(5).
01 WS-TOTAL-READ PIC 9(7).
01 WS-TOTAL-APPLIED PIC 9(7).
01 WS-TOTAL-EXCEPTIONS PIC 9(5).
01 WS-EXC-BOOK PIC 9(6).
01 WS-EXC-ITEM PIC X(10).
01 WS-EXC-ACTION PIC X.
01 WS-EXCEPTION-REASON PIC X(40).
01 WS-RPT-RUN-DATE PIC X(8).
01 WS-RPT-PAGE PIC 9(4).
01 WS-RPT-LINE-COUNT PIC 9(3).
01 WS-PRINT-LINE PIC X(132).
01 WS-PRINT-OUT PIC X(132).
01 WS-ED-PAGE PIC ZZZ9.
01 WS-ED-BOOK PIC Z(5)9.
01 WS-ED-QTY1 PIC Z(6)9.
01 WS-ED-QTY2 PIC Z(6)9.
01 WS-ED-QTY3 PIC Z(6)9.

PROCEDURE DIVISION.
MAIN-PROCESS.
    DISPLAY 'PRICE BOOK APPLY'
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    MOVE ZEROS TO WS-CURRENT-BOOK
    MOVE ZEROS TO WS-BOOK-READ
    MOVE ZEROS TO WS-BOOK-APPLIED
    MOVE ZEROS TO WS-BOOK-EXCEPTIONS
    MOVE ZEROS TO WS-BOOKS-ACKNOWLEDGED
    MOVE ZEROS TO WS-TOTAL-READ
    MOVE ZEROS TO WS-TOTAL-APPLIED
    MOVE ZEROS TO WS-TOTAL-EXCEPTIONS
    PERFORM LOAD-STORE-CONFIG
    PERFORM LOAD-LAST-APPLIED-BOOK
    OPEN INPUT ITEM-CHANGE-IN-FILE
    IF CHG-STATUS = '35'
        DISPLAY 'NO PRICE BOOK CHANGE FILE - NOTHING APPLIED'
    ELSE
        MOVE 'ITMCHGIN-FILE' TO WS-CHECK-FILE-NAME
        MOVE CHG-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF CHG-STATUS = '00'
            PERFORM START-STORE-CHANGES
            IF WS-CHANGES-ARE-READY
                PERFORM OPEN-APPLY-FILES
                PERFORM APPLY-ONE-CHANGE UNTIL WS-CHANGE-AT-END
                IF WS-BOOK-READ > ZEROS
                    MOVE 'BOOK INCOMPLETE - NOT ACKNOWLEDGED'
                        TO WS-EXCEPTION-REASON
                    PERFORM REPORT-BOOK-EXCEPTION
                END-IF
                PERFORM CLOSE-APPLY-FILES
                DISPLAY 'PRICE BOOKS ACKNOWLEDGED: '
                    WS-BOOKS-ACKNOWLEDGED
                DISPLAY 'CHANGES READ: ' WS-TOTAL-READ
                    ' APPLIED: ' WS-TOTAL-APPLIED
                DISPLAY 'EXCEPTIONS: ' WS-TOTAL-EXCEPTIONS
                DISPLAY 'REPORT WRITTEN TO ITEMEXC.PRT'
            ELSE
                DISPLAY 'NO NEW PRICE BOOK FOR STORE ' WS-STORE-ID
                    ' - LAST APPLIED: ' WS-LAST-APPLIED-BOOK
            END-IF
        END-IF
        CLOSE ITEM-CHANGE-IN-FILE
        MOVE 'ITMCHGIN-FILE' TO WS-CHECK-FILE-NAME
        MOVE CHG-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF
    STOP RUN.

LOAD-STORE-CONFIG.
    OPEN INPUT STORE-CONFIG-FILE
    IF STORECFG-STATUS = '35'
        DISPLAY 'STORECFG.DAT NOT FOUND - USING STORE '
            WS-STORE-ID
    ELSE
        MOVE 'STORECFG-FILE' TO WS-CHECK-FILE-NAME
        MOVE STORECFG-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF STORECFG-STATUS = '00'
            READ STORE-CONFIG-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE CFG-STORE-ID TO WS-STORE-ID
                    IF CFG-TAX-JURIS NOT = SPACES
                        MOVE CFG-TAX-JURIS TO WS-TAX-JURIS
                    END-IF
            END-READ
            MOVE 'STORECFG-FILE' TO WS-CHECK-FILE-NAME
            MOVE STORECFG-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
        END-IF
        CLOSE STORE-CONFIG-FILE
        MOVE 'STORECFG-FILE' TO WS-CHECK-FILE-NAME
        MOVE STORECFG-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        DISPLAY 'STORE: ' WS-STORE-ID
    END-IF.

LOAD-LAST-APPLIED-BOOK.
    MOVE ZEROS TO WS-LAST-APPLIED-BOOK
    MOVE 'NO ' TO WS-ACK-EOF
    OPEN INPUT ITEM-ACK-FILE
    IF ACK-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'ITEMACK-FILE' TO WS-CHECK-FILE-NAME
        MOVE ACK-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF ACK-STATUS = '00'
            PERFORM SCAN-ONE-ACK UNTIL WS-ACK-AT-END
        END-IF
        CLOSE ITEM-ACK-FILE
        MOVE 'ITEMACK-FILE' TO WS-CHECK-FILE-NAME
        MOVE ACK-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF
    DISPLAY 'LAST PRICE BOOK APPLIED: ' WS-LAST-APPLIED-BOOK.

SCAN-ONE-ACK.
    READ ITEM-ACK-FILE
        AT END
            MOVE 'YES' TO WS-ACK-EOF
        NOT AT END
            IF ACK-STORE-ID = WS-STORE-ID
                    AND ACK-BOOK-NO > WS-LAST-APPLIED-BOOK
                MOVE ACK-BOOK-NO TO WS-LAST-APPLIED-BOOK
            END-IF
    END-READ
    MOVE 'ITEMACK-FILE' TO WS-CHECK-FILE-NAME
    MOVE ACK-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

START-STORE-CHANGES.
    MOVE 'NO ' TO WS-CHANGES-READY
    MOVE 'NO ' TO WS-CHANGE-EOF
    PERFORM READ-NEXT-CHANGE
    IF NOT WS-CHANGE-AT-END
        MOVE 'YES' TO WS-CHANGES-READY
    END-IF.

READ-NEXT-CHANGE.
    MOVE 'NO ' TO WS-CHANGE-WANTED
    PERFORM READ-CHANGE-RECORD
        UNTIL WS-CHANGE-AT-END OR WS-CHANGE-IS-WANTED.

READ-CHANGE-RECORD.
    READ ITEM-CHANGE-IN-FILE
        AT END
            MOVE 'YES' TO WS-CHANGE-EOF
    END-READ
    MOVE 'ITMCHGIN-FILE' TO WS-CHECK-FILE-NAME
    MOVE CHG-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-CHANGE-AT-END
        IF CHG-STORE-ID = WS-STORE-ID
                AND CHG-BOOK-NO > WS-LAST-APPLIED-BOOK
            MOVE 'YES' TO WS-CHANGE-WANTED
        END-IF
    END-IF.

OPEN-APPLY-FILES.
    OPEN I-O INVENTORY-FILE
    IF INV-STATUS = '35'
        OPEN OUTPUT INVENTORY-FILE
        CLOSE INVENTORY-FILE
        OPEN I-O INVENTORY-FILE
    END-IF
    MOVE 'INVENTORY-FILE' TO WS-CHECK-FILE-NAME
    MOVE INV-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    OPEN INPUT VENDOR-FILE
    IF VEND-STATUS = '35'
        DISPLAY 'VENDOR.DAT NOT FOUND - VENDORS NOT VALIDATED'
    ELSE
        MOVE 'VENDOR-FILE' TO WS-CHECK-FILE-NAME
        MOVE VEND-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF
    OPEN INPUT TAXRATE-FILE
    IF TAXRATE-STATUS = '35'
        DISPLAY 'TAXRATE.DAT NOT FOUND - TAX CATEGORIES NOT '
            'VALIDATED'
    ELSE
        MOVE 'TAXRATE-FILE' TO WS-CHECK-FILE-NAME
        MOVE TAXRATE-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF
    OPEN EXTEND ITEM-ACK-FILE
    IF ACK-STATUS = '35'
        OPEN OUTPUT ITEM-ACK-FILE
    END-IF
    MOVE 'ITEMACK-FILE' TO WS-CHECK-FILE-NAME
    MOVE ACK-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
    MOVE ZEROS TO WS-RPT-PAGE
    MOVE 999 TO WS-RPT-LINE-COUNT
    MOVE SPACES TO WS-PRINT-LINE
    OPEN OUTPUT EXCEPTION-REPORT-FILE
    MOVE 'EXCRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE EXCRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE CHG-BOOK-NO TO WS-CURRENT-BOOK.

CLOSE-APPLY-FILES.
    PERFORM PRINT-REPORT-LINE
    MOVE WS-TOTAL-READ TO WS-ED-QTY1
    MOVE WS-TOTAL-APPLIED TO WS-ED-QTY2
    MOVE WS-TOTAL-EXCEPTIONS TO WS-ED-QTY3
    STRING 'CHANGES READ: ' WS-ED-QTY1
        '  APPLIED: ' WS-ED-QTY2
        '  EXCEPTIONS: ' WS-ED-QTY3
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    CLOSE EXCEPTION-REPORT-FILE
    MOVE 'EXCRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE EXCRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    CLOSE ITEM-ACK-FILE
    MOVE 'ITEMACK-FILE' TO WS-CHECK-FILE-NAME
    MOVE ACK-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF TAXRATE-STATUS NOT = '35'
        CLOSE TAXRATE-FILE
        MOVE 'TAXRATE-FILE' TO WS-CHECK-FILE-NAME
        MOVE TAXRATE-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF
    IF VEND-STATUS NOT = '35'
        CLOSE VENDOR-FILE
        MOVE 'VENDOR-FILE' TO WS-CHECK-FILE-NAME
        MOVE VEND-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF
    CLOSE INVENTORY-FILE
    MOVE 'INVENTORY-FILE' TO WS-CHECK-FILE-NAME
    MOVE INV-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

APPLY-ONE-CHANGE.
    IF CHG-BOOK-NO NOT = WS-CURRENT-BOOK
        IF WS-BOOK-READ > ZEROS
            MOVE 'BOOK INCOMPLETE - NOT ACKNOWLEDGED'
                TO WS-EXCEPTION-REASON
            PERFORM REPORT-BOOK-EXCEPTION
            PERFORM RESET-BOOK-COUNTS
        END-IF
        MOVE CHG-BOOK-NO TO WS-CURRENT-BOOK
    END-IF
    IF CHG-ACTION = 'T'
        PERFORM ACKNOWLEDGE-BOOK
    ELSE
        ADD 1 TO WS-BOOK-READ
        ADD 1 TO WS-TOTAL-READ
        EVALUATE CHG-ACTION
            WHEN 'D'
                PERFORM APPLY-DISCONTINUE
            WHEN 'A'
                PERFORM APPLY-ITEM-CHANGE
            WHEN 'C'
                PERFORM APPLY-ITEM-CHANGE
            WHEN OTHER
                MOVE 'INVALID CHANGE ACTION'
                    TO WS-EXCEPTION-REASON
                PERFORM REPORT-CHANGE-EXCEPTION
        END-EVALUATE
    END-IF
    PERFORM READ-NEXT-CHANGE.

APPLY-DISCONTINUE.
    PERFORM READ-INVENTORY-ITEM
    IF WS-ITEM-IS-FOUND
        MOVE 'Y' TO INV-DISCONTINUED-FLAG
        PERFORM REWRITE-INVENTORY-ITEM
    ELSE
        ADD 1 TO WS-BOOK-APPLIED
        ADD 1 TO WS-TOTAL-APPLIED
    END-IF.

APPLY-ITEM-CHANGE.
    PERFORM VALIDATE-ITEM-CHANGE
    IF WS-CHANGE-IS-VALID
        PERFORM READ-INVENTORY-ITEM
        IF WS-ITEM-IS-FOUND
            PERFORM MOVE-CHANGE-TO-ITEM
            PERFORM REWRITE-INVENTORY-ITEM
        ELSE
            IF CHG-ACTION = 'A'
                MOVE CHG-INV-KEY TO INV-KEY
                MOVE ZEROS TO INV-QTY
                MOVE ZEROS TO INV-REORDER-LEVEL
                MOVE ZEROS TO INV-UNIT-COST
                MOVE ZEROS TO INV-ON-ORDER-QTY
                PERFORM MOVE-CHANGE-TO-ITEM
                WRITE INV-RECORD
                MOVE 'INVENTORY-FILE' TO WS-CHECK-FILE-NAME
                MOVE INV-STATUS TO WS-CHECK-STATUS
                PERFORM CHECK-FILE-STATUS
                PERFORM COUNT-INVENTORY-UPDATE
            ELSE
                MOVE 'ITEM NOT ON FILE' TO WS-EXCEPTION-REASON
                PERFORM REPORT-CHANGE-EXCEPTION
            END-IF
        END-IF
    END-IF.

VALIDATE-ITEM-CHANGE.
    MOVE 'YES' TO WS-CHANGE-VALID
    IF CHG-UNIT-PRICE = ZEROS
        MOVE 'NO ' TO WS-CHANGE-VALID
        MOVE 'ZERO UNIT PRICE' TO WS-EXCEPTION-REASON
        PERFORM REPORT-CHANGE-EXCEPTION
    ELSE
        IF CHG-VENDOR-KEY NOT = SPACES AND VEND-STATUS NOT = '35'
            MOVE CHG-VENDOR-KEY TO VENDOR-KEY
            READ VENDOR-FILE
                INVALID KEY
                    MOVE 'NO ' TO WS-CHANGE-VALID
            END-READ
            MOVE 'VENDOR-FILE' TO WS-CHECK-FILE-NAME
            MOVE VEND-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
            IF NOT WS-CHANGE-IS-VALID
                MOVE 'VENDOR NOT ON FILE' TO WS-EXCEPTION-REASON
                PERFORM REPORT-CHANGE-EXCEPTION
            END-IF
        END-IF
        IF WS-CHANGE-IS-VALID AND CHG-TAXABLE-FLAG = 'Y'
                AND CHG-TAX-CATEGORY NOT = SPACES
                AND TAXRATE-STATUS NOT = '35'
            PERFORM CHECK-TAX-CATEGORY
        END-IF
    END-IF.

CHECK-TAX-CATEGORY.
    MOVE WS-TAX-JURIS TO TAXRATE-JURIS
    MOVE CHG-TAX-CATEGORY TO TAXRATE-CATEGORY
    MOVE LOW-VALUES TO TAXRATE-EFF-DATE
    START TAXRATE-FILE KEY IS NOT LESS THAN TAXRATE-KEY
        INVALID KEY
            MOVE 'NO ' TO WS-CHANGE-VALID
    END-START
    MOVE 'TAXRATE-FILE' TO WS-CHECK-FILE-NAME
    MOVE TAXRATE-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF WS-CHANGE-IS-VALID
        READ TAXRATE-FILE NEXT RECORD
            AT END
                MOVE 'NO ' TO WS-CHANGE-VALID
        END-READ
        MOVE 'TAXRATE-FILE' TO WS-CHECK-FILE-NAME
        MOVE TAXRATE-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF WS-CHANGE-IS-VALID
            IF TAXRATE-JURIS NOT = WS-TAX-JURIS
                    OR TAXRATE-CATEGORY NOT = CHG-TAX-CATEGORY
                MOVE 'NO ' TO WS-CHANGE-VALID
            END-IF
        END-IF
    END-IF
    IF NOT WS-CHANGE-IS-VALID
        MOVE 'TAX CATEGORY NOT ON FILE' TO WS-EXCEPTION-REASON
        PERFORM REPORT-CHANGE-EXCEPTION
    END-IF.

READ-INVENTORY-ITEM.
    MOVE 'YES' TO WS-ITEM-FOUND
    MOVE CHG-INV-KEY TO INV-KEY
    READ INVENTORY-FILE
        INVALID KEY
            MOVE 'NO ' TO WS-ITEM-FOUND
    END-READ
    MOVE 'INVENTORY-FILE' TO WS-CHECK-FILE-NAME
    MOVE INV-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

MOVE-CHANGE-TO-ITEM.
    MOVE CHG-DESC TO INV-DESC
    MOVE CHG-UNIT-PRICE TO INV-UNIT-PRICE
    MOVE CHG-VENDOR-KEY TO INV-VENDOR-KEY
    MOVE CHG-TAXABLE-FLAG TO INV-TAXABLE-FLAG
    MOVE CHG-TAX-CATEGORY TO INV-TAX-CATEGORY
    MOVE 'N' TO INV-DISCONTINUED-FLAG.

REWRITE-INVENTORY-ITEM.
    REWRITE INV-RECORD
    MOVE 'INVENTORY-FILE' TO WS-CHECK-FILE-NAME
    MOVE INV-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    PERFORM COUNT-INVENTORY-UPDATE.

COUNT-INVENTORY-UPDATE.
    IF INV-STATUS = '00'
        ADD 1 TO WS-BOOK-APPLIED
        ADD 1 TO WS-TOTAL-APPLIED
    ELSE
        MOVE 'INVENTORY UPDATE FAILED' TO WS-EXCEPTION-REASON
        PERFORM REPORT-CHANGE-EXCEPTION
    END-IF.

ACKNOWLEDGE-BOOK.
    IF WS-BOOK-READ NOT = CHG-RECORD-COUNT
        MOVE 'CHANGE COUNT MISMATCH' TO WS-EXCEPTION-REASON
        PERFORM REPORT-BOOK-EXCEPTION
    END-IF
    ACCEPT WS-RUN-TIME FROM TIME
    MOVE WS-STORE-ID TO ACK-STORE-ID
    MOVE CHG-BOOK-NO TO ACK-BOOK-NO
    MOVE WS-RUN-DATE TO ACK-DATE
    MOVE WS-RUN-TIME TO ACK-TIME
    MOVE WS-BOOK-READ TO ACK-CHANGES-READ
    MOVE WS-BOOK-APPLIED TO ACK-CHANGES-APPLIED
    MOVE WS-BOOK-EXCEPTIONS TO ACK-EXCEPTIONS
    IF WS-BOOK-EXCEPTIONS = ZEROS
        MOVE 'C' TO ACK-STATUS-FLAG
    ELSE
        MOVE 'E' TO ACK-STATUS-FLAG
    END-IF
    WRITE ITEM-ACK-RECORD
    MOVE 'ITEMACK-FILE' TO WS-CHECK-FILE-NAME
    MOVE ACK-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    ADD 1 TO WS-BOOKS-ACKNOWLEDGED
    MOVE CHG-BOOK-NO TO WS-ED-BOOK
    MOVE WS-BOOK-READ TO WS-ED-QTY1
    MOVE WS-BOOK-APPLIED TO WS-ED-QTY2
    MOVE WS-BOOK-EXCEPTIONS TO WS-ED-QTY3
    STRING 'PRICE BOOK ' WS-ED-BOOK ' ACKNOWLEDGED  READ: '
        WS-ED-QTY1 '  APPLIED: ' WS-ED-QTY2
        '  EXCEPTIONS: ' WS-ED-QTY3
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    PERFORM RESET-BOOK-COUNTS.

RESET-BOOK-COUNTS.
    MOVE ZEROS TO WS-BOOK-READ
    MOVE ZEROS TO WS-BOOK-APPLIED
    MOVE ZEROS TO WS-BOOK-EXCEPTIONS.

REPORT-CHANGE-EXCEPTION.
    MOVE CHG-BOOK-NO TO WS-EXC-BOOK
    MOVE CHG-INV-KEY TO WS-EXC-ITEM
    MOVE CHG-ACTION TO WS-EXC-ACTION
    PERFORM WRITE-EXCEPTION-LINE.

REPORT-BOOK-EXCEPTION.
    MOVE WS-CURRENT-BOOK TO WS-EXC-BOOK
    MOVE SPACES TO WS-EXC-ITEM
    MOVE SPACES TO WS-EXC-ACTION
    PERFORM WRITE-EXCEPTION-LINE.

WRITE-EXCEPTION-LINE.
    ADD 1 TO WS-BOOK-EXCEPTIONS
    ADD 1 TO WS-TOTAL-EXCEPTIONS
    MOVE WS-EXC-BOOK TO WS-ED-BOOK
    STRING WS-ED-BOOK ' ' WS-EXC-ITEM ' ' WS-EXC-ACTION '      '
        WS-EXCEPTION-REASON
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE.

PRINT-REPORT-LINE.
    IF WS-RPT-LINE-COUNT > 54
        PERFORM PRINT-REPORT-HEADING
    END-IF
    MOVE WS-PRINT-LINE TO WS-PRINT-OUT
    WRITE EXCEPTION-REPORT-LINE FROM WS-PRINT-OUT
    MOVE 'EXCRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE EXCRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    ADD 1 TO WS-RPT-LINE-COUNT
    MOVE SPACES TO WS-PRINT-LINE.

PRINT-REPORT-HEADING.
    ADD 1 TO WS-RPT-PAGE
    MOVE WS-RPT-PAGE TO WS-ED-PAGE
    MOVE SPACES TO WS-PRINT-OUT
    STRING 'PRICE BOOK APPLY EXCEPTIONS  STORE: ' WS-STORE-ID
        '  RUN DATE: ' WS-RPT-RUN-DATE '  PAGE: ' WS-ED-PAGE
        DELIMITED BY SIZE
        INTO WS-PRINT-OUT
    WRITE EXCEPTION-REPORT-LINE FROM WS-PRINT-OUT
    MOVE 'EXCRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE EXCRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE SPACES TO WS-PRINT-OUT
    STRING '  BOOK ITEM       ACTION REASON'
        DELIMITED BY SIZE
        INTO WS-PRINT-OUT
    WRITE EXCEPTION-REPORT-LINE FROM WS-PRINT-OUT
    MOVE 'EXCRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE EXCRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE SPACES TO WS-PRINT-OUT
    WRITE EXCEPTION-REPORT-LINE FROM WS-PRINT-OUT
    MOVE 'EXCRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE EXCRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE 3 TO WS-RPT-LINE-COUNT.

CHECK-FILE-STATUS.
    IF WS-CHECK-STATUS NOT = '00' AND WS-CHECK-STATUS NOT = '10'
            AND WS-CHECK-STATUS NOT = '23'
        DISPLAY 'FILE ERROR ON ' WS-CHECK-FILE-NAME
            ' - STATUS ' WS-CHECK-STATUS
    END-IF.
