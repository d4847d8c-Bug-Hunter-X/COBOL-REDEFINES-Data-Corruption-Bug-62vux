*> nightly jobs (WSRECYC1, WSBATCH1, WSARCH1) write on completion
*> and check at startup.  Two functions, picked by PARM:
*>   'D'                 display every control record on file.
*>   'RYYYYMMDDUUUUUUUU' reset one business date: rewrites the
*>                       control file without that date's records
*>                       so an authorized re-run can proceed.
*>                       UUUUUUUU is the ID of the user asking for
*>                       the reset, checked against the operator
*>                       authority file (WSAUTH, WSAUTREC layout):
*>                       the user must be active and hold the reset
*>                       authority.  A refused reset is written to
*>                       the shared AUDITLOG as a REFUSE entry (key
*>                       positions 'AUTHZ', with the user, the
*>                       date, and the reason), ends RETURN-CODE 8,
*>                       and changes nothing; a completed reset is
*>                       written as a PERMIT entry.
*> The reset output is written to RUNCTLN and flipped into place
*> by the scheduler, the same .NEW convention the recycle job's
*> aged master uses, so a failed reset leaves the live control
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CTL-OUT-STATUS.

    SELECT WS-AUTH-FILE ASSIGN TO WSAUTH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WS-AUT-USER
        FILE STATUS IS WS-AUTH-STATUS.

    SELECT WS-AUDIT-FILE ASSIGN TO AUDITLOG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-CTL-IN-FILE
    RECORDING MODE IS F.
01  WS-CTL-OUT-RECORD               PIC X(30).

FD  WS-AUTH-FILE.
COPY WSAUTREC.

FD  WS-AUDIT-FILE
    RECORDING MODE IS F.
01  WS-AUDIT-FILE-RECORD            PIC X(152).

WORKING-STORAGE SECTION.
COPY WSCTLREC.
COPY WSAUDREC.

01  WS-SWITCHES.
    05  WS-CTL-EOF-SW               PIC X(1) VALUE 'N'.
        88  WS-CTL-EOF                  VALUE 'Y'.
    05  WS-ATH-RESULT-SW            PIC X(1) VALUE 'Y'.
        88  WS-ATH-PERMITTED            VALUE 'Y'.
        88  WS-ATH-REFUSED              VALUE 'N'.

01  WS-FILE-STATUSES.
    05  WS-CTL-IN-STATUS            PIC X(2).
    05  WS-CTL-OUT-STATUS           PIC X(2).
    05  WS-AUTH-STATUS              PIC X(2).
    05  WS-AUDIT-STATUS             PIC X(2).

01  WS-COUNTERS.
    05  WS-LISTED-COUNT             PIC 9(5) VALUE ZERO.

01  WS-RESET-CONTROLS.
    05  WS-RESET-DATE               PIC 9(8) VALUE ZERO.
    05  WS-RESET-USER               PIC X(8) VALUE SPACES.

01  WS-AUTHORITY-CHECK.
    05  WS-ATH-REASON               PIC X(30).
    05  WS-TIME-WORK                PIC 9(8).

LINKAGE SECTION.
01  WS-CONTROL-PARM.
            88  WS-FUNC-DISPLAY         VALUE 'D'.
            88  WS-FUNC-RESET           VALUE 'R'.
        10  WS-PARM-DATE            PIC X(8).
        10  WS-PARM-USER            PIC X(8).

PROCEDURE DIVISION USING WS-CONTROL-PARM.
0000-MAIN.
    END-READ.

2000-RESET-CONTROL.
    IF WS-PARM-DATE IS NOT NUMERIC
        DISPLAY 'WSCTLU1 RESET DATE MISSING OR NOT NUMERIC'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-PARM-DATE TO WS-RESET-DATE
    IF WS-CONTROL-PARM-LEN >= 17
        MOVE WS-PARM-USER TO WS-RESET-USER
    END-IF
    PERFORM 2050-CHECK-AUTHORITY
    PERFORM 1100-OPEN-CONTROL-IN
    OPEN OUTPUT WS-CTL-OUT-FILE
    IF WS-CTL-OUT-STATUS NOT = '00'
    IF WS-DROPPED-COUNT = ZERO
        DISPLAY 'WSCTLU1 NOTHING ON FILE FOR THAT DATE'
        MOVE 4 TO RETURN-CODE
    END-IF
    MOVE 'PERMIT' TO WS-AUD-TAG
    PERFORM 2600-WRITE-AUTHORITY-ENTRY
    CLOSE WS-AUDIT-FILE.

*> The user asking for the reset must be active and hold the reset
*> authority.  When the authority file cannot be opened the reset
*> is refused; when the audit log cannot be opened nothing is done.
2050-CHECK-AUTHORITY.
    OPEN EXTEND WS-AUDIT-FILE
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY 'WSCTLU1 UNABLE TO OPEN AUDITLOG, STATUS: '
            WS-AUDIT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
    ACCEPT WS-TIME-WORK FROM TIME
    MOVE WS-TIME-WORK (1:6) TO WS-AUD-TIME
    SET WS-AUD-SOURCE-BATCH TO TRUE
    MOVE 'WSCTLU1 ' TO WS-AUD-SOURCE-ID
    MOVE SPACES TO WS-AUD-TERMINAL
    SET WS-ATH-PERMITTED TO TRUE
    MOVE SPACES TO WS-ATH-REASON
    IF WS-RESET-USER = SPACES
        SET WS-ATH-REFUSED TO TRUE
        MOVE 'USER ID MISSING' TO WS-ATH-REASON
    ELSE
        OPEN INPUT WS-AUTH-FILE
        IF WS-AUTH-STATUS NOT = '00'
            DISPLAY 'WSCTLU1 UNABLE TO OPEN WSAUTH, STATUS: '
                WS-AUTH-STATUS
            SET WS-ATH-REFUSED TO TRUE
            MOVE 'AUTHORITY FILE UNAVAILABLE' TO WS-ATH-REASON
        ELSE
            PERFORM 2060-READ-AUTHORITY
            CLOSE WS-AUTH-FILE
        END-IF
    END-IF
    IF WS-ATH-REFUSED
        MOVE 'REFUSE' TO WS-AUD-TAG
        PERFORM 2600-WRITE-AUTHORITY-ENTRY
        CLOSE WS-AUDIT-FILE
        DISPLAY 'WSCTLU1 ' WS-ATH-REASON ' - RESET REFUSED'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

2060-READ-AUTHORITY.
    MOVE WS-RESET-USER TO WS-AUT-USER
    READ WS-AUTH-FILE
        INVALID KEY
            SET WS-ATH-REFUSED TO TRUE
            MOVE 'USER NOT ON AUTHORITY FILE' TO WS-ATH-REASON
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN NOT WS-AUT-ACTIVE
                    SET WS-ATH-REFUSED TO TRUE
                    MOVE 'AUTHORITY REVOKED' TO WS-ATH-REASON
                WHEN NOT WS-AUT-MAY-RESET
                    SET WS-ATH-REFUSED TO TRUE
                    MOVE 'NOT AUTHORIZED TO RESET'
                        TO WS-ATH-REASON
            END-EVALUATE
    END-READ.

2100-FILTER-RECORD.
    MOVE WS-CTL-IN-RECORD TO WS-CONTROL-RECORD
    IF WS-CTL-DATE = WS-RESET-DATE
        ADD 1 TO WS-KEPT-COUNT
    END-IF
    PERFORM 1900-READ-CONTROL.

2600-WRITE-AUTHORITY-ENTRY.
    MOVE 'AUTHZ' TO WS-AUD-FIELD-1-TAG
    MOVE SPACES TO WS-AUD-FIELD-2
    MOVE 'RESET   ' TO WS-AUD-ATH-ACTION
    MOVE WS-PARM-DATE TO WS-AUD-ATH-OBJECT
    MOVE SPACES TO WS-AUD-ATH-REGION
    MOVE ZERO TO WS-AUD-ATH-AMOUNT
    MOVE WS-ATH-REASON TO WS-AUD-ATH-REASON
    MOVE WS-RESET-USER TO WS-AUD-USER
    MOVE 1 TO WS-AUD-SEQ
    WRITE WS-AUDIT-FILE-RECORD FROM WS-AUDIT-RECORD.
