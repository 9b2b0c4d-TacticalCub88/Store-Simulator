01 WS-EOF-SWITCH PIC X(3) VALUE 'NO '.
   88 WS-AT-END VALUE 'YES'.
01 WS-CUTOFF-DATE PIC X(8).
01 WS-CUTOFF-NUM PIC 9(8).
01 WS-CURRENT-MONTH PIC X(6).
01 WS-MONTH-GROSS PIC 9(10)V99.
01 WS-MONTH-RETURNS PIC 9(10)V99.
   88 PRIOR-MONTH-VALID VALUE 'YES'.
01 WS-ARCHIVED-SALES PIC 9(7).
01 WS-ARCHIVED-TICKETS PIC 9(7).
COPY "BATCHPRM.cpy".

PROCEDURE DIVISION.
MAIN-PROCESS.
    DISPLAY 'MONTH-END ROLLUP AND SALES ARCHIVE'
    MOVE ZEROS TO WS-ARCHIVED-SALES
    MOVE ZEROS TO WS-ARCHIVED-TICKETS
    PERFORM ROLL-UP-MONTHLY
    IF BATCH-IS-RUNNING
        MOVE BATCH-RUN-DATE TO WS-CUTOFF-NUM
        COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-CUTOFF-NUM) + 1)
        MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE
        DISPLAY 'ARCHIVE CUTOFF DATE: ' WS-CUTOFF-DATE
    ELSE
        DISPLAY 'ENTER ARCHIVE CUTOFF DATE (YYYYMMDD, '
            'SPACES TO SKIP): '
            WITH NO ADVANCING
        ACCEPT WS-CUTOFF-DATE
    END-IF
    IF WS-CUTOFF-DATE NOT = SPACES
        PERFORM ARCHIVE-SALES
        PERFORM ARCHIVE-TICKETS
    ELSE
        DISPLAY 'ARCHIVE SKIPPED'
    END-IF
    COMPUTE BATCH-STEP-COUNT =
        WS-ARCHIVED-SALES + WS-ARCHIVED-TICKETS
    GOBACK.

ROLL-UP-MONTHLY.
    MOVE 'NO ' TO WS-EOF-SWITCH
            AND WS-CHECK-STATUS NOT = '23'
        DISPLAY 'FILE ERROR ON ' WS-CHECK-FILE-NAME
            ' - STATUS ' WS-CHECK-STATUS
        IF WS-CHECK-STATUS > '29'
            MOVE 16 TO RETURN-CODE
        END-IF
    END-IF.
