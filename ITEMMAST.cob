IDENTIFICATION DIVISION.
PROGRAM-ID. ITEM-MASTER.

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
    SELECT ITEM-ACK-IN-FILE ASSIGN TO 'ITMACKIN.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACKIN-STATUS.
    SELECT PRICE-BOOK-REPORT-FILE ASSIGN TO 'ITEMSTAT.PRT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PBRPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD ITEM-MASTER-FILE.
COPY "ITEMMAST.cpy".

FD PRICE-BOOK-STORE-FILE.
COPY "PBSTORE.cpy".

FD PRICE-BOOK-FILE.
COPY "PRICEBK.cpy".

FD ITEM-ACK-IN-FILE.
COPY "ITEMACK.cpy".

FD PRICE-BOOK-REPORT-FILE.
01 PRICE-BOOK-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 ITEM-STATUS PIC X(2).
01 PBS-STATUS PIC X(2).
01 PB-STATUS PIC X(2).
01 ACKIN-STATUS PIC X(2).
01 PBRPT-STATUS PIC X(2).
01 WS-FILE-STATUS-CHECK.
   05 WS-CHECK-FILE-NAME PIC X(15).
   05 WS-CHECK-STATUS PIC X(2).
01 WS-MENU-CHOICE PIC X(2).
01 WS-DATE PIC X(8).
01 WS-EOF-SWITCH PIC X(3) VALUE 'NO '.
   88 WS-AT-END VALUE 'YES'.
01 WS-ITEM-FOUND PIC X(3) VALUE 'NO '.
   88 WS-ITEM-WAS-FOUND VALUE 'YES'.
01 WS-STORE-FOUND PIC X(3) VALUE 'NO '.
   88 WS-STORE-WAS-FOUND VALUE 'YES'.
01 WS-ITEM-KEY PIC X(10).
01 WS-ITEM-DESC PIC X(30).
01 WS-ITEM-PRICE PIC 9(5)V99.
01 WS-ITEM-VENDOR-KEY PIC X(10).
01 WS-ITEM-TAXABLE PIC X.
01 WS-ITEM-TAX-CATEGORY PIC X(2).
01 WS-PBS-STORE-ID PIC X(3).
01 WS-PBS-STORE-NAME PIC X(30).
01 WS-PBS-ACTIVE PIC X.
01 WS-RESEND-ANSWER PIC X.
01 WS-CURRENT-BOOK PIC 9(6).
01 WS-CURRENT-BOOK-DATE PIC X(8).
01 WS-ACKS-READ PIC 9(7).
01 WS-ACKS-POSTED PIC 9(7).
01 WS-ACKS-UNKNOWN PIC 9(7).
01 WS-STORES-LISTED PIC 9(3).
01 WS-STORES-CURRENT PIC 9(3).
01 WS-PBS-STATE PIC X(14).
01 WS-RPT-RUN-DATE PIC X(8).
01 WS-RPT-PAGE PIC 9(4).
01 WS-RPT-LINE-COUNT PIC 9(3).
01 WS-PRINT-LINE PIC X(132).
01 WS-PRINT-OUT PIC X(132).
01 WS-ED-PAGE PIC ZZZ9.
01 WS-ED-AMT1 PIC -(8)9.99.
01 WS-ED-BOOK1 PIC Z(5)9.
01 WS-ED-BOOK2 PIC Z(5)9.
01 WS-ED-COUNT PIC Z(4)9.

PROCEDURE DIVISION.
MAIN-PROCESS.
    PERFORM DISPLAY-MENU
    UNTIL WS-MENU-CHOICE = '5'
    STOP RUN.

DISPLAY-MENU.
    DISPLAY 'HEAD OFFICE ITEM MASTER MENU'
    DISPLAY '1. ADD OR UPDATE MASTER ITEM'
    DISPLAY '2. DISCONTINUE MASTER ITEM'
    DISPLAY '3. ADD OR UPDATE DISTRIBUTION STORE'
    DISPLAY '4. PRICE BOOK STATUS REPORT'
    DISPLAY '5. EXIT'
    ACCEPT WS-MENU-CHOICE
    PERFORM PROCESS-MENU-CHOICE.

PROCESS-MENU-CHOICE.
    EVALUATE WS-MENU-CHOICE
        WHEN '1'
            PERFORM MAINTAIN-MASTER-ITEM
        WHEN '2'
            PERFORM DISCONTINUE-MASTER-ITEM
        WHEN '3'
            PERFORM MAINTAIN-DISTRIBUTION-STORE
        WHEN '4'
            PERFORM PRICE-BOOK-STATUS-REPORT
        WHEN '5'
            CONTINUE
        WHEN OTHER
            DISPLAY 'INVALID MENU CHOICE'
    END-EVALUATE.

MAINTAIN-MASTER-ITEM.
    DISPLAY 'ADD OR UPDATE MASTER ITEM'
    DISPLAY 'ENTER ITEM KEY: ' WITH NO ADVANCING
    ACCEPT WS-ITEM-KEY
    IF WS-ITEM-KEY = SPACES
        DISPLAY 'ITEM KEY REQUIRED'
    ELSE
        PERFORM OPEN-ITEMMAST-IO
        PERFORM READ-MASTER-ITEM
        IF WS-ITEM-WAS-FOUND
            MOVE ITEM-UNIT-PRICE TO WS-ED-AMT1
            DISPLAY 'CURRENT: ' ITEM-DESC ' PRICE: ' WS-ED-AMT1
                ' VENDOR: ' ITEM-VENDOR-KEY
                ' TAX: ' ITEM-TAXABLE-FLAG ' ' ITEM-TAX-CATEGORY
                ' STATUS: ' ITEM-STATUS-FLAG
        ELSE
            DISPLAY 'NEW MASTER ITEM: ' WS-ITEM-KEY
        END-IF
        DISPLAY 'ENTER ITEM DESCRIPTION: ' WITH NO ADVANCING
        ACCEPT WS-ITEM-DESC
        DISPLAY 'ENTER UNIT PRICE: ' WITH NO ADVANCING
        ACCEPT WS-ITEM-PRICE
        DISPLAY 'ENTER VENDOR KEY: ' WITH NO ADVANCING
        ACCEPT WS-ITEM-VENDOR-KEY
        DISPLAY 'TAXABLE ITEM? (Y/N): ' WITH NO ADVANCING
        ACCEPT WS-ITEM-TAXABLE
        IF WS-ITEM-TAXABLE = 'y'
            MOVE 'Y' TO WS-ITEM-TAXABLE
        END-IF
        IF WS-ITEM-TAXABLE = 'Y'
            DISPLAY 'ENTER TAX CATEGORY (GM/PF): ' WITH NO ADVANCING
            ACCEPT WS-ITEM-TAX-CATEGORY
            IF WS-ITEM-TAX-CATEGORY = SPACES
                MOVE 'GM' TO WS-ITEM-TAX-CATEGORY
            END-IF
        ELSE
            MOVE 'N' TO WS-ITEM-TAXABLE
            MOVE SPACES TO WS-ITEM-TAX-CATEGORY
        END-IF
        IF WS-ITEM-DESC = SPACES OR WS-ITEM-PRICE = ZEROS
            DISPLAY 'DESCRIPTION AND UNIT PRICE REQUIRED - '
                'ITEM NOT SAVED'
        ELSE
            PERFORM SAVE-MASTER-ITEM
        END-IF
        CLOSE ITEM-MASTER-FILE
        MOVE 'ITEMMAST-FILE' TO WS-CHECK-FILE-NAME
        MOVE ITEM-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

SAVE-MASTER-ITEM.
    ACCEPT WS-DATE FROM DATE YYYYMMDD
    IF NOT WS-ITEM-WAS-FOUND
        MOVE WS-ITEM-KEY TO ITEM-KEY
        MOVE ZEROS TO ITEM-ADDED-BOOK
        MOVE ZEROS TO ITEM-CHANGED-BOOK
    END-IF
    MOVE WS-ITEM-DESC TO ITEM-DESC
    MOVE WS-ITEM-PRICE TO ITEM-UNIT-PRICE
    MOVE WS-ITEM-VENDOR-KEY TO ITEM-VENDOR-KEY
    MOVE WS-ITEM-TAXABLE TO ITEM-TAXABLE-FLAG
    MOVE WS-ITEM-TAX-CATEGORY TO ITEM-TAX-CATEGORY
    MOVE 'A' TO ITEM-STATUS-FLAG
    MOVE 'Y' TO ITEM-PENDING-FLAG
    MOVE WS-DATE TO ITEM-CHANGE-DATE
    IF WS-ITEM-WAS-FOUND
        REWRITE ITEM-MASTER-RECORD
    ELSE
        WRITE ITEM-MASTER-RECORD
    END-IF
    MOVE 'ITEMMAST-FILE' TO WS-CHECK-FILE-NAME
    MOVE ITEM-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF ITEM-STATUS = '00'
        DISPLAY 'MASTER ITEM SAVED - PENDING DISTRIBUTION: '
            WS-ITEM-KEY
    END-IF.

DISCONTINUE-MASTER-ITEM.
    DISPLAY 'DISCONTINUE MASTER ITEM'
    DISPLAY 'ENTER ITEM KEY: ' WITH NO ADVANCING
    ACCEPT WS-ITEM-KEY
    PERFORM OPEN-ITEMMAST-IO
    PERFORM READ-MASTER-ITEM
    IF NOT WS-ITEM-WAS-FOUND
        DISPLAY 'ITEM NOT ON MASTER: ' WS-ITEM-KEY
    ELSE
        IF ITEM-STATUS-FLAG = 'D'
            DISPLAY 'ITEM ALREADY DISCONTINUED: ' WS-ITEM-KEY
        ELSE
            ACCEPT WS-DATE FROM DATE YYYYMMDD
            MOVE 'D' TO ITEM-STATUS-FLAG
            MOVE 'Y' TO ITEM-PENDING-FLAG
            MOVE WS-DATE TO ITEM-CHANGE-DATE
            REWRITE ITEM-MASTER-RECORD
            MOVE 'ITEMMAST-FILE' TO WS-CHECK-FILE-NAME
            MOVE ITEM-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
            IF ITEM-STATUS = '00'
                DISPLAY 'ITEM DISCONTINUED - PENDING DISTRIBUTION: '
                    WS-ITEM-KEY
            END-IF
        END-IF
    END-IF
    CLOSE ITEM-MASTER-FILE
    MOVE 'ITEMMAST-FILE' TO WS-CHECK-FILE-NAME
    MOVE ITEM-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

READ-MASTER-ITEM.
    MOVE 'NO ' TO WS-ITEM-FOUND
    MOVE WS-ITEM-KEY TO ITEM-KEY
    READ ITEM-MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'YES' TO WS-ITEM-FOUND
    END-READ
    MOVE 'ITEMMAST-FILE' TO WS-CHECK-FILE-NAME
    MOVE ITEM-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

OPEN-ITEMMAST-IO.
    OPEN I-O ITEM-MASTER-FILE
    IF ITEM-STATUS = '35'
        OPEN OUTPUT ITEM-MASTER-FILE
        CLOSE ITEM-MASTER-FILE
        OPEN I-O ITEM-MASTER-FILE
    END-IF
    MOVE 'ITEMMAST-FILE' TO WS-CHECK-FILE-NAME
    MOVE ITEM-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

MAINTAIN-DISTRIBUTION-STORE.
    DISPLAY 'ADD OR UPDATE DISTRIBUTION STORE'
    DISPLAY 'ENTER STORE ID: ' WITH NO ADVANCING
    ACCEPT WS-PBS-STORE-ID
    IF WS-PBS-STORE-ID = SPACES
        DISPLAY 'STORE ID REQUIRED'
    ELSE
        PERFORM OPEN-PBSTORE-IO
        MOVE 'NO ' TO WS-STORE-FOUND
        MOVE WS-PBS-STORE-ID TO PBS-STORE-ID
        READ PRICE-BOOK-STORE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'YES' TO WS-STORE-FOUND
        END-READ
        MOVE 'PBSTORE-FILE' TO WS-CHECK-FILE-NAME
        MOVE PBS-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF WS-STORE-WAS-FOUND
            DISPLAY 'CURRENT: ' PBS-STORE-NAME
                ' ACTIVE: ' PBS-ACTIVE-FLAG
                ' BOOK SENT: ' PBS-LAST-BOOK-SENT
                ' BOOK APPLIED: ' PBS-LAST-BOOK-APPLIED
        ELSE
            MOVE WS-PBS-STORE-ID TO PBS-STORE-ID
            MOVE ZEROS TO PBS-LAST-BOOK-SENT
            MOVE SPACES TO PBS-LAST-SENT-DATE
            MOVE ZEROS TO PBS-LAST-BOOK-APPLIED
            MOVE SPACES TO PBS-LAST-APPLIED-DATE
            MOVE ZEROS TO PBS-LAST-EXCEPTIONS
        END-IF
        DISPLAY 'ENTER STORE NAME: ' WITH NO ADVANCING
        ACCEPT WS-PBS-STORE-NAME
        IF WS-PBS-STORE-NAME NOT = SPACES
            MOVE WS-PBS-STORE-NAME TO PBS-STORE-NAME
        END-IF
        DISPLAY 'RECEIVES PRICE BOOK? (Y/N): ' WITH NO ADVANCING
        ACCEPT WS-PBS-ACTIVE
        IF WS-PBS-ACTIVE = 'N' OR WS-PBS-ACTIVE = 'n'
            MOVE 'N' TO PBS-ACTIVE-FLAG
        ELSE
            MOVE 'Y' TO PBS-ACTIVE-FLAG
        END-IF
        IF WS-STORE-WAS-FOUND
            DISPLAY 'RESEND FULL PRICE BOOK? (Y/N): '
                WITH NO ADVANCING
            ACCEPT WS-RESEND-ANSWER
            IF WS-RESEND-ANSWER = 'Y' OR WS-RESEND-ANSWER = 'y'
                MOVE ZEROS TO PBS-LAST-BOOK-SENT
                DISPLAY 'FULL PRICE BOOK WILL GO WITH NEXT '
                    'DISTRIBUTION'
            END-IF
            REWRITE PRICE-BOOK-STORE-RECORD
        ELSE
            WRITE PRICE-BOOK-STORE-RECORD
        END-IF
        MOVE 'PBSTORE-FILE' TO WS-CHECK-FILE-NAME
        MOVE PBS-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF PBS-STATUS = '00'
            DISPLAY 'DISTRIBUTION STORE SAVED: ' WS-PBS-STORE-ID
        END-IF
        CLOSE PRICE-BOOK-STORE-FILE
        MOVE 'PBSTORE-FILE' TO WS-CHECK-FILE-NAME
        MOVE PBS-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

OPEN-PBSTORE-IO.
    OPEN I-O PRICE-BOOK-STORE-FILE
    IF PBS-STATUS = '35'
        OPEN OUTPUT PRICE-BOOK-STORE-FILE
        CLOSE PRICE-BOOK-STORE-FILE
        OPEN I-O PRICE-BOOK-STORE-FILE
    END-IF
    MOVE 'PBSTORE-FILE' TO WS-CHECK-FILE-NAME
    MOVE PBS-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

PRICE-BOOK-STATUS-REPORT.
    DISPLAY 'PRICE BOOK STATUS REPORT'
    PERFORM LOAD-PRICE-BOOK
    PERFORM OPEN-PBSTORE-IO
    PERFORM POST-STORE-ACKS
    ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD
    MOVE ZEROS TO WS-RPT-PAGE
    MOVE 999 TO WS-RPT-LINE-COUNT
    MOVE SPACES TO WS-PRINT-LINE
    MOVE ZEROS TO WS-STORES-LISTED
    MOVE ZEROS TO WS-STORES-CURRENT
    OPEN OUTPUT PRICE-BOOK-REPORT-FILE
    MOVE 'PBRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE PBRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE WS-CURRENT-BOOK TO WS-ED-BOOK1
    STRING 'CURRENT PRICE BOOK: ' WS-ED-BOOK1
        '  DISTRIBUTED: ' WS-CURRENT-BOOK-DATE
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    PERFORM PRINT-REPORT-LINE
    MOVE 'NO ' TO WS-EOF-SWITCH
    MOVE LOW-VALUES TO PBS-STORE-ID
    START PRICE-BOOK-STORE-FILE KEY IS NOT LESS THAN PBS-STORE-ID
        INVALID KEY
            MOVE 'YES' TO WS-EOF-SWITCH
    END-START
    MOVE 'PBSTORE-FILE' TO WS-CHECK-FILE-NAME
    MOVE PBS-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    PERFORM PRINT-ONE-STORE-STATUS UNTIL WS-AT-END
    CLOSE PRICE-BOOK-STORE-FILE
    MOVE 'PBSTORE-FILE' TO WS-CHECK-FILE-NAME
    MOVE PBS-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    PERFORM PRINT-REPORT-LINE
    STRING 'STORES ON CURRENT PRICE BOOK: ' WS-STORES-CURRENT
        ' OF ' WS-STORES-LISTED
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM PRINT-REPORT-LINE
    CLOSE PRICE-BOOK-REPORT-FILE
    MOVE 'PBRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE PBRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    DISPLAY 'ACKNOWLEDGEMENTS READ: ' WS-ACKS-READ
        ' POSTED: ' WS-ACKS-POSTED
        ' UNKNOWN STORE: ' WS-ACKS-UNKNOWN
    DISPLAY 'STORES ON CURRENT PRICE BOOK: ' WS-STORES-CURRENT
        ' OF ' WS-STORES-LISTED
    DISPLAY 'REPORT WRITTEN TO ITEMSTAT.PRT'.

LOAD-PRICE-BOOK.
    MOVE ZEROS TO WS-CURRENT-BOOK
    MOVE SPACES TO WS-CURRENT-BOOK-DATE
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
                    MOVE PB-BOOK-DATE TO WS-CURRENT-BOOK-DATE
            END-READ
            MOVE 'PRICEBK-FILE' TO WS-CHECK-FILE-NAME
            MOVE PB-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
        END-IF
        CLOSE PRICE-BOOK-FILE
        MOVE 'PRICEBK-FILE' TO WS-CHECK-FILE-NAME
        MOVE PB-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

POST-STORE-ACKS.
    MOVE ZEROS TO WS-ACKS-READ
    MOVE ZEROS TO WS-ACKS-POSTED
    MOVE ZEROS TO WS-ACKS-UNKNOWN
    MOVE 'NO ' TO WS-EOF-SWITCH
    OPEN INPUT ITEM-ACK-IN-FILE
    IF ACKIN-STATUS = '35'
        DISPLAY 'NO STORE ACKNOWLEDGEMENTS RECEIVED'
    ELSE
        MOVE 'ITMACKIN-FILE' TO WS-CHECK-FILE-NAME
        MOVE ACKIN-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF ACKIN-STATUS = '00'
            PERFORM POST-ONE-STORE-ACK UNTIL WS-AT-END
        END-IF
        CLOSE ITEM-ACK-IN-FILE
        MOVE 'ITMACKIN-FILE' TO WS-CHECK-FILE-NAME
        MOVE ACKIN-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

POST-ONE-STORE-ACK.
    READ ITEM-ACK-IN-FILE
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'ITMACKIN-FILE' TO WS-CHECK-FILE-NAME
    MOVE ACKIN-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        ADD 1 TO WS-ACKS-READ
        MOVE ACK-STORE-ID TO PBS-STORE-ID
        READ PRICE-BOOK-STORE-FILE
            INVALID KEY
                ADD 1 TO WS-ACKS-UNKNOWN
                DISPLAY 'ACKNOWLEDGEMENT FROM UNKNOWN STORE: '
                    ACK-STORE-ID
            NOT INVALID KEY
                IF ACK-BOOK-NO NOT < PBS-LAST-BOOK-APPLIED
                    MOVE ACK-BOOK-NO TO PBS-LAST-BOOK-APPLIED
                    MOVE ACK-DATE TO PBS-LAST-APPLIED-DATE
                    MOVE ACK-EXCEPTIONS TO PBS-LAST-EXCEPTIONS
                    REWRITE PRICE-BOOK-STORE-RECORD
                    ADD 1 TO WS-ACKS-POSTED
                END-IF
        END-READ
        MOVE 'PBSTORE-FILE' TO WS-CHECK-FILE-NAME
        MOVE PBS-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF.

PRINT-ONE-STORE-STATUS.
    READ PRICE-BOOK-STORE-FILE NEXT RECORD
        AT END
            MOVE 'YES' TO WS-EOF-SWITCH
    END-READ
    MOVE 'PBSTORE-FILE' TO WS-CHECK-FILE-NAME
    MOVE PBS-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-AT-END
        ADD 1 TO WS-STORES-LISTED
        IF PBS-ACTIVE-FLAG NOT = 'Y'
            MOVE 'NOT RECEIVING' TO WS-PBS-STATE
        ELSE
            IF PBS-LAST-BOOK-APPLIED = WS-CURRENT-BOOK
                IF PBS-LAST-EXCEPTIONS = ZEROS
                    MOVE 'CURRENT' TO WS-PBS-STATE
                    ADD 1 TO WS-STORES-CURRENT
                ELSE
                    MOVE 'EXCEPTIONS' TO WS-PBS-STATE
                END-IF
            ELSE
                IF PBS-LAST-BOOK-SENT = WS-CURRENT-BOOK
                    MOVE 'AWAITING APPLY' TO WS-PBS-STATE
                ELSE
                    MOVE 'NOT SENT' TO WS-PBS-STATE
                END-IF
            END-IF
        END-IF
        MOVE PBS-LAST-BOOK-SENT TO WS-ED-BOOK1
        MOVE PBS-LAST-BOOK-APPLIED TO WS-ED-BOOK2
        MOVE PBS-LAST-EXCEPTIONS TO WS-ED-COUNT
        STRING PBS-STORE-ID ' ' PBS-STORE-NAME ' '
            WS-ED-BOOK1 ' ' PBS-LAST-SENT-DATE ' '
            WS-ED-BOOK2 ' ' PBS-LAST-APPLIED-DATE ' '
            WS-ED-COUNT ' ' WS-PBS-STATE
            DELIMITED BY SIZE
            INTO WS-PRINT-LINE
        PERFORM PRINT-REPORT-LINE
    END-IF.

PRINT-REPORT-LINE.
    IF WS-RPT-LINE-COUNT > 54
        PERFORM PRINT-REPORT-HEADING
    END-IF
    MOVE WS-PRINT-LINE TO WS-PRINT-OUT
    WRITE PRICE-BOOK-REPORT-LINE FROM WS-PRINT-OUT
    MOVE 'PBRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE PBRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    ADD 1 TO WS-RPT-LINE-COUNT
    MOVE SPACES TO WS-PRINT-LINE.

PRINT-REPORT-HEADING.
    ADD 1 TO WS-RPT-PAGE
    MOVE WS-RPT-PAGE TO WS-ED-PAGE
    MOVE SPACES TO WS-PRINT-OUT
    STRING 'PRICE BOOK STATUS BY STORE  RUN DATE: '
        WS-RPT-RUN-DATE '  PAGE: ' WS-ED-PAGE
        DELIMITED BY SIZE
        INTO WS-PRINT-OUT
    WRITE PRICE-BOOK-REPORT-LINE FROM WS-PRINT-OUT
    MOVE 'PBRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE PBRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE SPACES TO WS-PRINT-OUT
    STRING 'STR NAME                             SENT '
        'SENT ON APPLIED APPLIED ON EXC STATUS'
        DELIMITED BY SIZE
        INTO WS-PRINT-OUT
    WRITE PRICE-BOOK-REPORT-LINE FROM WS-PRINT-OUT
    MOVE 'PBRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE PBRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE SPACES TO WS-PRINT-OUT
    WRITE PRICE-BOOK-REPORT-LINE FROM WS-PRINT-OUT
    MOVE 'PBRPT-FILE' TO WS-CHECK-FILE-NAME
    MOVE PBRPT-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE 3 TO WS-RPT-LINE-COUNT.

CHECK-FILE-STATUS.
    IF WS-CHECK-STATUS NOT = '00' AND WS-CHECK-STATUS NOT = '10'
            AND WS-CHECK-STATUS NOT = '23'
        DISPLAY 'FILE ERROR ON ' WS-CHECK-FILE-NAME
            ' - STATUS ' WS-CHECK-STATUS
    END-IF.
