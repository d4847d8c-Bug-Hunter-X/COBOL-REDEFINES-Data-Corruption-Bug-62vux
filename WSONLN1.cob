*> the display read finds the file held, the operator is told so
*> and still advances to the update state; the saved payload is
*> LOW-VALUES, which WSQAPP1 treats as an unverified correction.
*> The WSBR account browse (WSBRWS1) transfers here when the
*> operator selects a line, with the commarea state set to 'S'
*> and the selected key filled in, so the record is read and
*> shown straight away instead of prompting for the key.
*> A correction is only taken from a user the operator authority
*> file (CICS file WSAUTH, WSAUTREC layout, maintained by
*> WSUMNT1) lists as active, for a record whose region tag - as
*> it stands and as corrected - is one of the user's regions,
*> and whose amount - as it stands and as corrected - is within
*> the user's correction ceiling.  Anything else is refused on
*> the screen and written to the audit log as a REFUSE entry
*> (key positions 'AUTHZ') with the user, the action, the key,
*> and the reason.  A correction queued while batch holds
*> WSKSDS1 is checked against the payload the operator was shown
*> (when there was one) and is checked again by WSQAPP1 against
*> the record as it stands when the queue is posted.  When the
*> authority file itself cannot be read, corrections are
*> refused.
*>----------------------------------------------------------------
DATA DIVISION.
WORKING-STORAGE SECTION.
COPY WSAREA.
COPY WSAUDREC.
COPY WSQCREC.
COPY WSAUTREC.

01  WS-IO-AREA.
    05  WS-KEY-TEXT                 PIC X(5).
    05  WS-AUDIT-SEQ-COUNTER        PIC 9(9) VALUE ZERO.
    05  WS-ABSTIME                  PIC S9(15) COMP-3.

01  WS-AUTHORITY-CHECK.
    05  WS-ATH-USER                 PIC X(8).
    05  WS-ATH-RESULT-SW            PIC X(1) VALUE 'Y'.
        88  WS-ATH-PERMITTED            VALUE 'Y'.
        88  WS-ATH-REFUSED              VALUE 'N'.
    05  WS-ATH-REASON               PIC X(30).
    05  WS-ATH-REGION               PIC X(2).
    05  WS-ATH-AMOUNT               PIC S9(9)V99.
    05  WS-ATH-ABS-AMOUNT           PIC 9(9)V99.
    05  WS-ATH-REGION-INDEX         PIC 9(2).
    05  WS-ATH-REGION-SW            PIC X(1).
        88  WS-ATH-REGION-FOUND         VALUE 'Y'.

01  WS-CHECK-PAYLOAD.
    05  WS-CHK-ACCOUNT              PIC X(10).
    05  WS-CHK-AMOUNT               PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE.
    05  FILLER                      PIC X(70).
    05  WS-CHK-REGION               PIC X(2).
    05  FILLER                      PIC X(1).

01  WS-REFUSAL-MESSAGE.
    05  FILLER                      PIC X(21)
        VALUE 'CORRECTION REFUSED - '.
    05  WS-RFM-REASON               PIC X(30).

01  WS-INIT-COMMAREA.
    05  WS-INIT-CA-STATE             PIC X(1).
    05  WS-INIT-CA-KEY               PIC 9(5).
    05  WS-CA-STATE                 PIC X(1).
        88  WS-CA-AWAITING-KEY          VALUE 'K'.
        88  WS-CA-AWAITING-UPDATE       VALUE 'U'.
        88  WS-CA-SELECTED-KEY          VALUE 'S'.
    05  WS-CA-KEY                   PIC 9(5).
    05  WS-CA-PAYLOAD               PIC X(95).

                PERFORM 2000-RECEIVE-KEY
            WHEN WS-CA-AWAITING-UPDATE
                PERFORM 3000-RECEIVE-UPDATE
            WHEN WS-CA-SELECTED-KEY
                PERFORM 2100-READ-RECORD
            WHEN OTHER
                PERFORM 1000-PROMPT-FOR-KEY
        END-EVALUATE
        END-EXEC
        PERFORM 1000-PROMPT-FOR-KEY
    ELSE
        PERFORM 3500-READ-AUTHORITY
        IF WS-ATH-PERMITTED
            PERFORM 3010-APPLY-UPDATE
        ELSE
            PERFORM 3700-REFUSE-CORRECTION
        END-IF
        PERFORM 1000-PROMPT-FOR-KEY
    END-IF.

3010-APPLY-UPDATE.
    MOVE WS-CA-KEY TO WS-READ-KEY
    EXEC CICS READ
        FILE('WSKSDS1')
        INTO(WS-AREA-1)
        RIDFLD(WS-READ-KEY)
        KEYLENGTH(5)
        UPDATE
        RESP(WS-RESP)
    END-EXEC
    EVALUATE TRUE
        WHEN WS-RESP = DFHRESP(NORMAL)
            MOVE WS-FIELD-2 TO WS-CHECK-PAYLOAD
            PERFORM 3600-JUDGE-CORRECTION
            IF WS-ATH-PERMITTED
                PERFORM 3050-ASSIGN-CHANGE-SEQ
                PERFORM 3100-AUDIT-BEFORE
                MOVE WS-PAYLOAD-TEXT TO WS-FIELD-2
                    LENGTH(19)
                    ERASE
                END-EXEC
            ELSE
                EXEC CICS UNLOCK
                    FILE('WSKSDS1')
                END-EXEC
                PERFORM 3700-REFUSE-CORRECTION
            END-IF
        WHEN WS-RESP = DFHRESP(NOTOPEN)
        WHEN WS-RESP = DFHRESP(DISABLED)
            MOVE WS-CA-PAYLOAD TO WS-CHECK-PAYLOAD
            PERFORM 3600-JUDGE-CORRECTION
            IF WS-ATH-PERMITTED
                PERFORM 3400-QUEUE-CORRECTION
            ELSE
                PERFORM 3700-REFUSE-CORRECTION
            END-IF
        WHEN OTHER
            EXEC CICS SEND TEXT
                FROM('RECORD NOT FOUND')
                LENGTH(16)
                ERASE
            END-EXEC
    END-EVALUATE.

3500-READ-AUTHORITY.
    SET WS-ATH-PERMITTED TO TRUE
    MOVE SPACES TO WS-ATH-REASON
    MOVE SPACES TO WS-ATH-REGION
    MOVE ZERO TO WS-ATH-AMOUNT
    EXEC CICS ASSIGN
        USERID(WS-ATH-USER)
    END-EXEC
    EXEC CICS READ
        FILE('WSAUTH')
        INTO(WS-AUTHORITY-RECORD)
        RIDFLD(WS-ATH-USER)
        KEYLENGTH(8)
        RESP(WS-RESP)
    END-EXEC
    EVALUATE TRUE
        WHEN WS-RESP = DFHRESP(NORMAL)
            IF NOT WS-AUT-ACTIVE
                SET WS-ATH-REFUSED TO TRUE
                MOVE 'AUTHORITY REVOKED' TO WS-ATH-REASON
            END-IF
        WHEN WS-RESP = DFHRESP(NOTFND)
            SET WS-ATH-REFUSED TO TRUE
            MOVE 'USER NOT ON AUTHORITY FILE' TO WS-ATH-REASON
        WHEN OTHER
            SET WS-ATH-REFUSED TO TRUE
            MOVE 'AUTHORITY FILE UNAVAILABLE' TO WS-ATH-REASON
    END-EVALUATE.

*> The record as it stands is in WS-CHECK-PAYLOAD (LOW-VALUES
*> when the batch window kept it from being shown); the
*> corrected payload is checked after it.
3600-JUDGE-CORRECTION.
    IF WS-CHECK-PAYLOAD NOT = LOW-VALUES
        PERFORM 3610-CHECK-REGION
        IF WS-ATH-PERMITTED AND WS-CHK-AMOUNT NUMERIC
            PERFORM 3620-CHECK-AMOUNT
        END-IF
    END-IF
    IF WS-ATH-PERMITTED
        MOVE WS-PAYLOAD-TEXT TO WS-CHECK-PAYLOAD
        PERFORM 3610-CHECK-REGION
    END-IF
    IF WS-ATH-PERMITTED
        IF WS-CHK-AMOUNT NUMERIC
            PERFORM 3620-CHECK-AMOUNT
        ELSE
            SET WS-ATH-REFUSED TO TRUE
            MOVE 'AMOUNT NOT NUMERIC' TO WS-ATH-REASON
        END-IF
    END-IF.

3610-CHECK-REGION.
    MOVE WS-CHK-REGION TO WS-ATH-REGION
    MOVE 'N' TO WS-ATH-REGION-SW
    MOVE ZERO TO WS-ATH-REGION-INDEX
    PERFORM 3615-MATCH-REGION
        UNTIL WS-ATH-REGION-FOUND OR WS-ATH-REGION-INDEX >= 6
    IF NOT WS-ATH-REGION-FOUND
        SET WS-ATH-REFUSED TO TRUE
        MOVE 'REGION NOT AUTHORIZED' TO WS-ATH-REASON
    END-IF.

3615-MATCH-REGION.
    ADD 1 TO WS-ATH-REGION-INDEX
    IF WS-AUT-REGION (WS-ATH-REGION-INDEX) = '**'
            OR (WS-AUT-REGION (WS-ATH-REGION-INDEX) = WS-CHK-REGION
                AND WS-CHK-REGION NOT = SPACES)
        SET WS-ATH-REGION-FOUND TO TRUE
    END-IF.

3620-CHECK-AMOUNT.
    MOVE WS-CHK-AMOUNT TO WS-ATH-AMOUNT
    IF WS-ATH-AMOUNT < ZERO
        COMPUTE WS-ATH-ABS-AMOUNT = ZERO - WS-ATH-AMOUNT
    ELSE
        MOVE WS-ATH-AMOUNT TO WS-ATH-ABS-AMOUNT
    END-IF
    IF WS-ATH-ABS-AMOUNT > WS-AUT-CORRECT-LIMIT
        SET WS-ATH-REFUSED TO TRUE
        MOVE 'AMOUNT OVER CORRECTION CEILING' TO WS-ATH-REASON
    END-IF.

3700-REFUSE-CORRECTION.
    PERFORM 3050-ASSIGN-CHANGE-SEQ
    MOVE 'REFUSE' TO WS-AUD-TAG
    MOVE 'AUTHZ' TO WS-AUD-FIELD-1-TAG
    MOVE SPACES TO WS-AUD-FIELD-2
    MOVE 'CORRECT ' TO WS-AUD-ATH-ACTION
    MOVE WS-CA-KEY TO WS-AUD-ATH-OBJECT
    MOVE WS-ATH-REGION TO WS-AUD-ATH-REGION
    MOVE WS-ATH-AMOUNT TO WS-AUD-ATH-AMOUNT
    MOVE WS-ATH-REASON TO WS-AUD-ATH-REASON
    PERFORM 3310-STAMP-AUDIT-RECORD
    MOVE WS-ATH-REASON TO WS-RFM-REASON
    EXEC CICS SEND TEXT
        FROM(WS-REFUSAL-MESSAGE)
        LENGTH(51)
        ERASE
    END-EXEC.

3400-QUEUE-CORRECTION.
    MOVE WS-CA-KEY TO WS-QC-KEY
    MOVE WS-PAYLOAD-TEXT TO WS-QC-NEW-PAYLOAD
3300-WRITE-AUDIT-RECORD.
    MOVE WS-FIELD-1 TO WS-AUD-FIELD-1
    MOVE WS-FIELD-2 TO WS-AUD-FIELD-2
    PERFORM 3310-STAMP-AUDIT-RECORD.

3310-STAMP-AUDIT-RECORD.
    EXEC CICS ASKTIME
        ABSTIME(WS-ABSTIME)
    END-EXEC
