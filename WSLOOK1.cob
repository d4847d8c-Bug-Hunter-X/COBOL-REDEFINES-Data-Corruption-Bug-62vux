*> a full pass of the sequential feed.  The key is passed in as a
*> PARM (5-digit WS-FIELD-1 value) the way WSBATCH1 takes its
*> restart key.
*> The same lookup is available by account: a PARM of 'ACCT='
*> followed by the account number lists every record on that
*> account, read through the account alternate index over
*> WS-F2-ACCOUNT (the path on DD WSKSDS11), with a count at the
*> end.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WS-KSDS-FILE ASSIGN TO WSKSDS1
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WS-FIELD-1
        ALTERNATE RECORD KEY IS WS-F2-ACCOUNT WITH DUPLICATES
        FILE STATUS IS WS-KSDS-STATUS.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  WS-KSDS-STATUS                  PIC X(2).

01  WS-ACCOUNT-LOOKUP.
    05  WS-LOOKUP-ACCOUNT           PIC X(10) VALUE SPACES.
    05  WS-ACCOUNT-LENGTH           PIC S9(4) COMP VALUE ZERO.
    05  WS-ACCOUNT-COUNT            PIC 9(7) VALUE ZERO.
    05  WS-ACCOUNT-END-SW           PIC X(1) VALUE 'N'.
        88  WS-ACCOUNT-END              VALUE 'Y'.

LINKAGE SECTION.
01  WS-LOOKUP-PARM.
    05  WS-LOOKUP-PARM-LEN          PIC S9(4) COMP.
    05  WS-LOOKUP-PARM-TEXT         PIC X(15).
    05  WS-LOOKUP-PARM-ACCT REDEFINES WS-LOOKUP-PARM-TEXT.
        10  WS-LOOKUP-PARM-PREFIX   PIC X(5).
        10  WS-LOOKUP-PARM-ACCOUNT  PIC X(10).

PROCEDURE DIVISION USING WS-LOOKUP-PARM.
0000-MAIN.
    IF WS-LOOKUP-PARM-LEN > 5 AND WS-LOOKUP-PARM-PREFIX = 'ACCT='
        PERFORM 2000-LOOKUP-ACCOUNT
    ELSE
        PERFORM 1000-LOOKUP-KEY
    END-IF
    STOP RUN.

1000-LOOKUP-KEY.
    IF WS-LOOKUP-PARM-TEXT (1:5) IS NUMERIC
        MOVE WS-LOOKUP-PARM-TEXT (1:5) TO WS-FIELD-1
        OPEN INPUT WS-KSDS-FILE
        IF WS-KSDS-STATUS NOT = '00'
            DISPLAY 'WSLOOK1 UNABLE TO OPEN WSKSDS1, STATUS: '
        END-IF
    ELSE
        DISPLAY 'INVALID LOOKUP KEY PARM'
    END-IF.

*> Only the characters actually passed after 'ACCT=' are taken,
*> so a short account number is not padded with whatever follows
*> the PARM in storage.
2000-LOOKUP-ACCOUNT.
    COMPUTE WS-ACCOUNT-LENGTH = WS-LOOKUP-PARM-LEN - 5
    IF WS-ACCOUNT-LENGTH > 10
        MOVE 10 TO WS-ACCOUNT-LENGTH
    END-IF
    MOVE WS-LOOKUP-PARM-ACCOUNT (1:WS-ACCOUNT-LENGTH)
        TO WS-LOOKUP-ACCOUNT
    IF WS-LOOKUP-ACCOUNT = SPACES
        DISPLAY 'INVALID LOOKUP ACCOUNT PARM'
    ELSE
        OPEN INPUT WS-KSDS-FILE
        IF WS-KSDS-STATUS NOT = '00'
            DISPLAY 'WSLOOK1 UNABLE TO OPEN WSKSDS1, STATUS: '
                WS-KSDS-STATUS
            MOVE 8 TO RETURN-CODE
        ELSE
            MOVE WS-LOOKUP-ACCOUNT TO WS-F2-ACCOUNT
            START WS-KSDS-FILE KEY IS EQUAL TO WS-F2-ACCOUNT
                INVALID KEY
                    SET WS-ACCOUNT-END TO TRUE
                NOT INVALID KEY
                    PERFORM 2100-READ-ACCOUNT-RECORD
            END-START
            PERFORM 2200-LIST-ACCOUNT-RECORD UNTIL WS-ACCOUNT-END
            IF WS-ACCOUNT-COUNT = ZERO
                DISPLAY 'WS-F2-ACCOUNT NOT ON FILE: '
                    WS-LOOKUP-ACCOUNT
            ELSE
                DISPLAY 'RECORDS ON ACCOUNT ' WS-LOOKUP-ACCOUNT
                    ': ' WS-ACCOUNT-COUNT
            END-IF
            CLOSE WS-KSDS-FILE
        END-IF
    END-IF.

2100-READ-ACCOUNT-RECORD.
    READ WS-KSDS-FILE NEXT RECORD
        AT END
            SET WS-ACCOUNT-END TO TRUE
    END-READ
    IF NOT WS-ACCOUNT-END
        IF WS-F2-ACCOUNT NOT = WS-LOOKUP-ACCOUNT
            SET WS-ACCOUNT-END TO TRUE
        END-IF
    END-IF.

2200-LIST-ACCOUNT-RECORD.
    ADD 1 TO WS-ACCOUNT-COUNT
    DISPLAY WS-FIELD-1 ' ' WS-FIELD-2
    PERFORM 2100-READ-ACCOUNT-RECORD.
