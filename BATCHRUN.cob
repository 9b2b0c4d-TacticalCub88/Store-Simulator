IDENTIFICATION DIVISION.
PROGRAM-ID. NIGHTLY-BATCH.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BATCH-CONTROL-FILE ASSIGN TO 'BATCHCTL.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BCTL-KEY
        FILE STATUS IS BCTL-STATUS.
    SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG.PRT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BLOG-STATUS.
    SELECT DRAWER-FILE ASSIGN TO 'DRAWER.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DRW-KEY
        FILE STATUS IS DRW-STATUS.

DATA DIVISION.
FILE SECTION.
FD BATCH-CONTROL-FILE.
COPY "BATCHCTL.cpy".

FD BATCH-LOG-FILE.
01 BATCH-LOG-LINE PIC X(132).

FD DRAWER-FILE.
COPY "DRAWER.cpy".

WORKING-STORAGE SECTION.
01 BCTL-STATUS PIC X(2).
01 BLOG-STATUS PIC X(2).
01 DRW-STATUS PIC X(2).
01 WS-FILE-STATUS-CHECK.
   05 WS-CHECK-FILE-NAME PIC X(15).
   05 WS-CHECK-STATUS PIC X(2).
01 WS-TODAY PIC X(8).
01 WS-RUN-DATE PIC X(8).
01 WS-RUN-DATE-NUM PIC 9(8).
01 WS-NEXT-DATE-NUM PIC 9(8).
01 WS-TIME-OF-DAY PIC 9(8).
01 WS-LOG-DATE PIC X(8).
01 WS-LOG-TIME PIC X(8).
01 WS-LOG-TEXT PIC X(96).
01 WS-MONTH-END-SWITCH PIC X(3) VALUE 'NO '.
   88 WS-MONTH-END-RUN VALUE 'YES'.
01 WS-CONTROL-FOUND PIC X(3) VALUE 'NO '.
   88 WS-CONTROL-WAS-FOUND VALUE 'YES'.
01 WS-RUN-REFUSED PIC X(3) VALUE 'NO '.
   88 WS-RUN-WAS-REFUSED VALUE 'YES'.
01 WS-CHAIN-SWITCH PIC X(3) VALUE 'NO '.
   88 WS-CHAIN-FAILED VALUE 'YES'.
01 WS-STEP-MISSING PIC X(3) VALUE 'NO '.
   88 WS-STEP-NOT-FOUND VALUE 'YES'.
01 WS-DRAWER-EOF PIC X(3) VALUE 'NO '.
   88 WS-DRAWER-AT-END VALUE 'YES'.
01 WS-CTL-EOF PIC X(3) VALUE 'NO '.
   88 WS-CTL-AT-END VALUE 'YES'.
01 WS-OPEN-DRAWERS PIC 9(3) VALUE ZEROS.
01 WS-PRIOR-OPEN-RUNS PIC 9(3) VALUE ZEROS.
01 WS-START-STEP PIC 9(2) VALUE 1.
01 WS-LAST-STEP PIC 9(2) VALUE 4.
01 WS-STEP-SUB PIC 9(2).
01 WS-STEP-PROGRAM PIC X(30).
01 WS-STEP-RC PIC S9(4).
01 WS-STEP-RESULT PIC X(9).
01 WS-ED-RC PIC -(3)9.
01 WS-ED-COUNT PIC Z(8)9.
COPY "BATCHPRM.cpy".

PROCEDURE DIVISION.
MAIN-PROCESS.
    DISPLAY 'NIGHTLY BATCH'
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    DISPLAY 'ENTER BUSINESS DATE (YYYYMMDD, SPACES FOR TODAY): '
        WITH NO ADVANCING
    ACCEPT WS-RUN-DATE
    IF WS-RUN-DATE = SPACES
        MOVE WS-TODAY TO WS-RUN-DATE
    END-IF
    MOVE 'NO ' TO BATCH-RUN-SWITCH
    IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE > WS-TODAY
        DISPLAY 'INVALID BUSINESS DATE - BATCH NOT STARTED: '
            WS-RUN-DATE
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM SET-MONTH-END-SWITCH
        PERFORM OPEN-BATCH-LOG
        PERFORM OPEN-BATCHCTL-IO
        PERFORM CHECK-PRIOR-RUNS
        IF NOT WS-RUN-WAS-REFUSED
            PERFORM LOAD-RUN-CONTROL
        END-IF
        IF NOT WS-RUN-WAS-REFUSED
            PERFORM CHECK-OPEN-DRAWERS
        END-IF
        IF NOT WS-RUN-WAS-REFUSED
            PERFORM RUN-BATCH-CHAIN
        END-IF
        CLOSE BATCH-CONTROL-FILE
        MOVE 'BATCHCTL-FILE' TO WS-CHECK-FILE-NAME
        MOVE BCTL-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        CLOSE BATCH-LOG-FILE
        MOVE 'BATCHLOG-FILE' TO WS-CHECK-FILE-NAME
        MOVE BLOG-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF WS-RUN-WAS-REFUSED OR WS-CHAIN-FAILED
            MOVE 8 TO RETURN-CODE
        ELSE
            MOVE ZERO TO RETURN-CODE
        END-IF
        DISPLAY 'RUN LOG WRITTEN TO BATCHLOG.PRT'
    END-IF
    STOP RUN.

SET-MONTH-END-SWITCH.
    MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
    COMPUTE WS-NEXT-DATE-NUM = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) + 1)
    IF WS-NEXT-DATE-NUM(7:2) = '01'
        MOVE 'YES' TO WS-MONTH-END-SWITCH
    ELSE
        MOVE 'NO ' TO WS-MONTH-END-SWITCH
    END-IF.

OPEN-BATCH-LOG.
    OPEN EXTEND BATCH-LOG-FILE
    IF BLOG-STATUS = '35'
        OPEN OUTPUT BATCH-LOG-FILE
    END-IF
    MOVE 'BATCHLOG-FILE' TO WS-CHECK-FILE-NAME
    MOVE BLOG-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

OPEN-BATCHCTL-IO.
    OPEN I-O BATCH-CONTROL-FILE
    IF BCTL-STATUS = '35'
        OPEN OUTPUT BATCH-CONTROL-FILE
        CLOSE BATCH-CONTROL-FILE
        OPEN I-O BATCH-CONTROL-FILE
    END-IF
    MOVE 'BATCHCTL-FILE' TO WS-CHECK-FILE-NAME
    MOVE BCTL-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

CHECK-PRIOR-RUNS.
    MOVE ZEROS TO WS-PRIOR-OPEN-RUNS
    MOVE 'NO ' TO WS-CTL-EOF
    MOVE LOW-VALUES TO BCTL-KEY
    START BATCH-CONTROL-FILE KEY IS NOT LESS THAN BCTL-KEY
        INVALID KEY
            MOVE 'YES' TO WS-CTL-EOF
    END-START
    MOVE 'BATCHCTL-FILE' TO WS-CHECK-FILE-NAME
    MOVE BCTL-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    PERFORM CHECK-ONE-PRIOR-RUN UNTIL WS-CTL-AT-END
    IF WS-PRIOR-OPEN-RUNS > 0
        MOVE 'YES' TO WS-RUN-REFUSED
        DISPLAY 'EARLIER RUN NOT COMPLETE - BATCH NOT STARTED'
        MOVE SPACES TO WS-LOG-TEXT
        STRING 'REFUSED - EARLIER RUN NOT COMPLETE'
            DELIMITED BY SIZE
            INTO WS-LOG-TEXT
        PERFORM WRITE-BATCH-LOG
    END-IF.

CHECK-ONE-PRIOR-RUN.
    READ BATCH-CONTROL-FILE NEXT RECORD
        AT END
            MOVE 'YES' TO WS-CTL-EOF
    END-READ
    MOVE 'BATCHCTL-FILE' TO WS-CHECK-FILE-NAME
    MOVE BCTL-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-CTL-AT-END
        IF BCTL-KEY NOT < WS-RUN-DATE
            MOVE 'YES' TO WS-CTL-EOF
        ELSE
            IF BCTL-STATUS-FLAG NOT = 'C'
                ADD 1 TO WS-PRIOR-OPEN-RUNS
                DISPLAY ' RUN DATE: ' BCTL-KEY
                    ' STOPPED AFTER STEP: ' BCTL-LAST-STEP
                MOVE SPACES TO WS-LOG-TEXT
                STRING 'EARLIER RUN ' BCTL-KEY
                    ' NOT COMPLETE - LAST STEP DONE '
                    BCTL-LAST-STEP
                    DELIMITED BY SIZE
                    INTO WS-LOG-TEXT
                PERFORM WRITE-BATCH-LOG
            END-IF
        END-IF
    END-IF.

LOAD-RUN-CONTROL.
    MOVE WS-RUN-DATE TO BCTL-KEY
    READ BATCH-CONTROL-FILE
        INVALID KEY
            MOVE 'NO ' TO WS-CONTROL-FOUND
        NOT INVALID KEY
            MOVE 'YES' TO WS-CONTROL-FOUND
    END-READ
    MOVE 'BATCHCTL-FILE' TO WS-CHECK-FILE-NAME
    MOVE BCTL-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF WS-CONTROL-WAS-FOUND
        IF BCTL-STATUS-FLAG = 'C'
            MOVE 'YES' TO WS-RUN-REFUSED
            DISPLAY 'BATCH ALREADY COMPLETE FOR: ' WS-RUN-DATE
            MOVE SPACES TO WS-LOG-TEXT
            STRING 'REFUSED - BATCH ALREADY COMPLETE'
                DELIMITED BY SIZE
                INTO WS-LOG-TEXT
            PERFORM WRITE-BATCH-LOG
        ELSE
            IF BCTL-MONTH-END-FLAG = 'Y'
                MOVE 'YES' TO WS-MONTH-END-SWITCH
            ELSE
                MOVE 'NO ' TO WS-MONTH-END-SWITCH
            END-IF
            COMPUTE WS-START-STEP = BCTL-LAST-STEP + 1
        END-IF
    ELSE
        MOVE WS-RUN-DATE TO BCTL-KEY
        IF WS-MONTH-END-RUN
            MOVE 'Y' TO BCTL-MONTH-END-FLAG
        ELSE
            MOVE 'N' TO BCTL-MONTH-END-FLAG
        END-IF
        MOVE 'R' TO BCTL-STATUS-FLAG
        MOVE ZEROS TO BCTL-LAST-STEP
        MOVE ZEROS TO BCTL-FAILED-STEP
        MOVE ZEROS TO BCTL-RUN-COUNT
        MOVE SPACES TO BCTL-START-DATE
        MOVE SPACES TO BCTL-START-TIME
        MOVE SPACES TO BCTL-END-DATE
        MOVE SPACES TO BCTL-END-TIME
        MOVE 1 TO WS-START-STEP
    END-IF
    IF WS-MONTH-END-RUN
        MOVE 7 TO WS-LAST-STEP
    ELSE
        MOVE 4 TO WS-LAST-STEP
    END-IF.

CHECK-OPEN-DRAWERS.
    MOVE ZEROS TO WS-OPEN-DRAWERS
    MOVE 'NO ' TO WS-DRAWER-EOF
    OPEN INPUT DRAWER-FILE
    IF DRW-STATUS = '35'
        CONTINUE
    ELSE
        MOVE 'DRAWER-FILE' TO WS-CHECK-FILE-NAME
        MOVE DRW-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
        IF DRW-STATUS = '00'
            MOVE WS-RUN-DATE TO DRW-DATE
            MOVE LOW-VALUES TO DRW-OPERATOR-ID
            START DRAWER-FILE KEY IS NOT LESS THAN DRW-KEY
                INVALID KEY
                    MOVE 'YES' TO WS-DRAWER-EOF
            END-START
            MOVE 'DRAWER-FILE' TO WS-CHECK-FILE-NAME
            MOVE DRW-STATUS TO WS-CHECK-STATUS
            PERFORM CHECK-FILE-STATUS
            PERFORM CHECK-ONE-DRAWER UNTIL WS-DRAWER-AT-END
        END-IF
        CLOSE DRAWER-FILE
        MOVE 'DRAWER-FILE' TO WS-CHECK-FILE-NAME
        MOVE DRW-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF
    IF WS-OPEN-DRAWERS > 0
        MOVE 'YES' TO WS-RUN-REFUSED
        DISPLAY 'OPEN DRAWERS: ' WS-OPEN-DRAWERS
            ' - BATCH NOT STARTED'
        MOVE SPACES TO WS-LOG-TEXT
        STRING 'REFUSED - ' WS-OPEN-DRAWERS
            ' DRAWER(S) STILL OPEN'
            DELIMITED BY SIZE
            INTO WS-LOG-TEXT
        PERFORM WRITE-BATCH-LOG
    END-IF.

CHECK-ONE-DRAWER.
    READ DRAWER-FILE NEXT RECORD
        AT END
            MOVE 'YES' TO WS-DRAWER-EOF
    END-READ
    MOVE 'DRAWER-FILE' TO WS-CHECK-FILE-NAME
    MOVE DRW-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    IF NOT WS-DRAWER-AT-END
        IF DRW-DATE NOT = WS-RUN-DATE
            MOVE 'YES' TO WS-DRAWER-EOF
        ELSE
            IF DRW-STATUS-FLAG NOT = 'C'
                ADD 1 TO WS-OPEN-DRAWERS
                DISPLAY ' OPERATOR: ' DRW-OPERATOR-ID
                    ' REGISTER: ' DRW-REGISTER-ID
                    ' DRAWER NOT CLOSED'
                MOVE SPACES TO WS-LOG-TEXT
                STRING 'DRAWER NOT CLOSED - OPERATOR '
                    DRW-OPERATOR-ID ' REGISTER ' DRW-REGISTER-ID
                    DELIMITED BY SIZE
                    INTO WS-LOG-TEXT
                PERFORM WRITE-BATCH-LOG
            END-IF
        END-IF
    END-IF.

RUN-BATCH-CHAIN.
    PERFORM GET-LOG-TIME
    MOVE 'R' TO BCTL-STATUS-FLAG
    MOVE ZEROS TO BCTL-FAILED-STEP
    ADD 1 TO BCTL-RUN-COUNT
    MOVE WS-LOG-DATE TO BCTL-START-DATE
    MOVE WS-LOG-TIME TO BCTL-START-TIME
    MOVE SPACES TO BCTL-END-DATE
    MOVE SPACES TO BCTL-END-TIME
    IF WS-CONTROL-WAS-FOUND
        REWRITE BATCH-CONTROL-RECORD
    ELSE
        WRITE BATCH-CONTROL-RECORD
    END-IF
    MOVE 'BATCHCTL-FILE' TO WS-CHECK-FILE-NAME
    MOVE BCTL-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS
    MOVE SPACES TO WS-LOG-TEXT
    IF WS-START-STEP > 1
        MOVE WS-START-STEP TO WS-STEP-SUB
        PERFORM SET-STEP-PROGRAM
        DISPLAY 'RESTARTING AT STEP ' WS-START-STEP ' '
            WS-STEP-PROGRAM
        STRING 'BATCH RESTARTED AT STEP ' WS-START-STEP
            ' ' WS-STEP-PROGRAM
            DELIMITED BY SIZE
            INTO WS-LOG-TEXT
    ELSE
        IF WS-MONTH-END-RUN
            STRING 'BATCH STARTED - MONTH-END RUN'
                DELIMITED BY SIZE
                INTO WS-LOG-TEXT
        ELSE
            STRING 'BATCH STARTED'
                DELIMITED BY SIZE
                INTO WS-LOG-TEXT
        END-IF
    END-IF
    PERFORM WRITE-BATCH-LOG
    MOVE 'NO ' TO WS-CHAIN-SWITCH
    PERFORM RUN-ONE-STEP
        VARYING WS-STEP-SUB FROM WS-START-STEP BY 1
        UNTIL WS-STEP-SUB > WS-LAST-STEP OR WS-CHAIN-FAILED
    PERFORM GET-LOG-TIME
    MOVE WS-LOG-DATE TO BCTL-END-DATE
    MOVE WS-LOG-TIME TO BCTL-END-TIME
    MOVE SPACES TO WS-LOG-TEXT
    IF WS-CHAIN-FAILED
        MOVE 'F' TO BCTL-STATUS-FLAG
        MOVE BCTL-FAILED-STEP TO WS-STEP-SUB
        PERFORM SET-STEP-PROGRAM
        DISPLAY 'BATCH STOPPED AT STEP ' BCTL-FAILED-STEP ' '
            WS-STEP-PROGRAM ' - RERUN TO RESTART FROM THIS STEP'
        STRING 'BATCH STOPPED AT STEP ' BCTL-FAILED-STEP
            ' ' WS-STEP-PROGRAM
            DELIMITED BY SIZE
            INTO WS-LOG-TEXT
    ELSE
        MOVE 'C' TO BCTL-STATUS-FLAG
        DISPLAY 'BATCH COMPLETE FOR: ' WS-RUN-DATE
        STRING 'BATCH COMPLETE'
            DELIMITED BY SIZE
            INTO WS-LOG-TEXT
    END-IF
    PERFORM WRITE-BATCH-LOG
    REWRITE BATCH-CONTROL-RECORD
    MOVE 'BATCHCTL-FILE' TO WS-CHECK-FILE-NAME
    MOVE BCTL-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

RUN-ONE-STEP.
    PERFORM SET-STEP-PROGRAM
    DISPLAY 'STARTING STEP ' WS-STEP-SUB ' ' WS-STEP-PROGRAM
    MOVE SPACES TO WS-LOG-TEXT
    STRING 'STEP ' WS-STEP-SUB ' ' WS-STEP-PROGRAM ' STARTED'
        DELIMITED BY SIZE
        INTO WS-LOG-TEXT
    PERFORM WRITE-BATCH-LOG
    MOVE 'YES' TO BATCH-RUN-SWITCH
    MOVE WS-RUN-DATE TO BATCH-RUN-DATE
    MOVE ZEROS TO BATCH-STEP-COUNT
    MOVE 'NO ' TO WS-STEP-MISSING
    MOVE ZERO TO RETURN-CODE
    CALL WS-STEP-PROGRAM
        ON EXCEPTION
            MOVE 'YES' TO WS-STEP-MISSING
    END-CALL
    MOVE RETURN-CODE TO WS-STEP-RC
    MOVE ZERO TO RETURN-CODE
    MOVE 'NO ' TO BATCH-RUN-SWITCH
    IF WS-STEP-NOT-FOUND
        MOVE 'NOT FOUND' TO WS-STEP-RESULT
        MOVE 'YES' TO WS-CHAIN-SWITCH
    ELSE
        CANCEL WS-STEP-PROGRAM
        IF WS-STEP-RC NOT = ZERO
            MOVE 'FAILED' TO WS-STEP-RESULT
            MOVE 'YES' TO WS-CHAIN-SWITCH
        ELSE
            MOVE 'COMPLETE' TO WS-STEP-RESULT
        END-IF
    END-IF
    IF WS-CHAIN-FAILED
        MOVE WS-STEP-SUB TO BCTL-FAILED-STEP
    ELSE
        MOVE WS-STEP-SUB TO BCTL-LAST-STEP
        REWRITE BATCH-CONTROL-RECORD
        MOVE 'BATCHCTL-FILE' TO WS-CHECK-FILE-NAME
        MOVE BCTL-STATUS TO WS-CHECK-STATUS
        PERFORM CHECK-FILE-STATUS
    END-IF
    MOVE WS-STEP-RC TO WS-ED-RC
    MOVE BATCH-STEP-COUNT TO WS-ED-COUNT
    DISPLAY 'STEP ' WS-STEP-SUB ' ' WS-STEP-PROGRAM ' '
        WS-STEP-RESULT ' RC: ' WS-ED-RC ' RECORDS: ' WS-ED-COUNT
    MOVE SPACES TO WS-LOG-TEXT
    STRING 'STEP ' WS-STEP-SUB ' ' WS-STEP-PROGRAM ' ENDED  '
        WS-STEP-RESULT ' RC ' WS-ED-RC ' RECORDS ' WS-ED-COUNT
        DELIMITED BY SIZE
        INTO WS-LOG-TEXT
    PERFORM WRITE-BATCH-LOG.

SET-STEP-PROGRAM.
    EVALUATE WS-STEP-SUB
        WHEN 1
            MOVE 'EOD-CLOSE' TO WS-STEP-PROGRAM
        WHEN 2
            MOVE 'SALES-RECON' TO WS-STEP-PROGRAM
        WHEN 3
            MOVE 'TICKET-AUDIT' TO WS-STEP-PROGRAM
        WHEN 4
            MOVE 'GL-EXTRACT' TO WS-STEP-PROGRAM
        WHEN 5
            MOVE 'MONTH-END' TO WS-STEP-PROGRAM
        WHEN 6
            MOVE 'STORE-CONSOLIDATE' TO WS-STEP-PROGRAM
        WHEN 7
            MOVE 'COMPANY-SALES-REPORT' TO WS-STEP-PROGRAM
        WHEN OTHER
            MOVE SPACES TO WS-STEP-PROGRAM
    END-EVALUATE.

GET-LOG-TIME.
    ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
    ACCEPT WS-TIME-OF-DAY FROM TIME
    MOVE SPACES TO WS-LOG-TIME
    STRING WS-TIME-OF-DAY(1:2) ':' WS-TIME-OF-DAY(3:2) ':'
        WS-TIME-OF-DAY(5:2)
        DELIMITED BY SIZE
        INTO WS-LOG-TIME.

WRITE-BATCH-LOG.
    PERFORM GET-LOG-TIME
    MOVE SPACES TO BATCH-LOG-LINE
    STRING 'RUN ' WS-RUN-DATE '  ' WS-LOG-DATE ' ' WS-LOG-TIME
        '  ' WS-LOG-TEXT
        DELIMITED BY SIZE
        INTO BATCH-LOG-LINE
    WRITE BATCH-LOG-LINE
    MOVE 'BATCHLOG-FILE' TO WS-CHECK-FILE-NAME
    MOVE BLOG-STATUS TO WS-CHECK-STATUS
    PERFORM CHECK-FILE-STATUS.

CHECK-FILE-STATUS.
    IF WS-CHECK-STATUS NOT = '00' AND WS-CHECK-STATUS NOT = '10'
            AND WS-CHECK-STATUS NOT = '23'
        DISPLAY 'FILE ERROR ON ' WS-CHECK-FILE-NAME
            ' - STATUS ' WS-CHECK-STATUS
    END-IF.
