*> BEFORE/AFTER pair carrying the original operator's who/when
*> stamps, so the trail reads the same as a direct WSONLN1
*> update.  RETURN-CODE 4 when anything could not be applied.
*> At the end of the run one step-statistics record (WSSTSREC) is
*> appended to the shared STEPSTAT file for the WSDASH1
*> operations dashboard: read is the corrections queued, written
*> the corrections applied, rejected those not applied (refused
*> ones included).  The
*> business date for that record arrives as a PARM the way the
*> other batch programs take theirs.
*> WSKSDS1 is opened with its account alternate index over
*> WS-F2-ACCOUNT (the path on DD WSKSDS11), so a correction that
*> changes the account moves the record in the account index too.
*> Before a correction is applied the keying user is checked
*> against the operator authority file (WSAUTH, WSAUTREC layout)
*> the way WSONLN1 checks a direct update, but against the record
*> as it stands now: the user must be active, the region tag of
*> the record and of the correction must be among the user's
*> regions, and both amounts must be within the user's
*> correction ceiling.  A refused correction is not applied, is
*> listed with its reason, and is written to the audit log as a
*> REFUSE entry (key positions 'AUTHZ') under the keying user,
*> dated the run date and stamped with the time of the refusal.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WS-FIELD-1
        ALTERNATE RECORD KEY IS WS-F2-ACCOUNT WITH DUPLICATES
        FILE STATUS IS WS-KSDS-STATUS.

    SELECT WS-AUTH-FILE ASSIGN TO WSAUTH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WS-AUT-USER
        FILE STATUS IS WS-AUTH-STATUS.

    SELECT WS-AUDIT-FILE ASSIGN TO AUDITLOG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

    SELECT WS-STATS-FILE ASSIGN TO STEPSTAT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-QUEUE-FILE
FD  WS-KSDS-FILE.
COPY WSAREA.

FD  WS-AUTH-FILE.
COPY WSAUTREC.

FD  WS-AUDIT-FILE
    RECORDING MODE IS F.
01  WS-AUDIT-FILE-RECORD            PIC X(152).
    RECORDING MODE IS F.
01  WS-REPORT-LINE                  PIC X(132).

FD  WS-STATS-FILE
    RECORDING MODE IS F.
01  WS-STATS-FILE-RECORD            PIC X(80).

WORKING-STORAGE SECTION.
COPY WSAUDREC.
COPY WSQCREC.
COPY WSSTSREC.

01  WS-SWITCHES.
    05  WS-EOF-SW                   PIC X(1) VALUE 'N'.
        88  WS-ON-FILE                  VALUE 'Y'.
    05  WS-BLIND-SW                 PIC X(1) VALUE 'N'.
        88  WS-BLIND-CORRECTION         VALUE 'Y'.
    05  WS-ATH-RESULT-SW            PIC X(1) VALUE 'Y'.
        88  WS-ATH-PERMITTED            VALUE 'Y'.
        88  WS-ATH-REFUSED              VALUE 'N'.
    05  WS-ATH-REGION-SW            PIC X(1) VALUE 'N'.
        88  WS-ATH-REGION-FOUND         VALUE 'Y'.

01  WS-FILE-STATUSES.
    05  WS-QUEUE-STATUS             PIC X(2).
    05  WS-KSDS-STATUS              PIC X(2).
    05  WS-AUTH-STATUS              PIC X(2).
    05  WS-AUDIT-STATUS             PIC X(2).
    05  WS-REPORT-STATUS            PIC X(2).
    05  WS-STATS-STATUS             PIC X(2).

01  WS-COUNTERS.
    05  WS-QUEUED-COUNT             PIC 9(7) VALUE ZERO.
    05  WS-GONE-COUNT               PIC 9(7) VALUE ZERO.
    05  WS-CHANGED-COUNT            PIC 9(7) VALUE ZERO.
    05  WS-BLIND-COUNT              PIC 9(7) VALUE ZERO.
    05  WS-REFUSED-COUNT            PIC 9(7) VALUE ZERO.

01  WS-AUDIT-CONTROLS.
    05  WS-AUDIT-SEQ-COUNTER        PIC 9(9) VALUE ZERO.
    05  WS-TIME-WORK                PIC 9(8).

01  WS-AUTHORITY-CHECK.
    05  WS-ATH-REASON               PIC X(30).
    05  WS-ATH-REGION               PIC X(2).
    05  WS-ATH-AMOUNT               PIC S9(9)V99.
    05  WS-ATH-ABS-AMOUNT           PIC 9(9)V99.
    05  WS-ATH-REGION-INDEX         PIC 9(2).

01  WS-CHECK-PAYLOAD.
    05  WS-CHK-ACCOUNT              PIC X(10).
    05  WS-CHK-AMOUNT               PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE.
    05  FILLER                      PIC X(70).
    05  WS-CHK-REGION               PIC X(2).
    05  FILLER                      PIC X(1).

01  WS-APPLY-DETAIL-LINE.
    05  WS-QRT-VERDICT              PIC X(24).
    05  WS-QRT-DATE                 PIC 9(8).
    05  FILLER                      PIC X(4)  VALUE ' AT '.
    05  WS-QRT-TIME                 PIC 9(6).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-QRT-REASON               PIC X(30).
    05  FILLER                      PIC X(26) VALUE SPACES.

01  WS-RUN-DATE                     PIC 9(8) VALUE ZERO.

LINKAGE SECTION.
01  WS-RUNDATE-PARM.
    05  WS-RUNDATE-PARM-LEN         PIC S9(4) COMP.
    05  WS-RUNDATE-PARM-TEXT        PIC X(8).

PROCEDURE DIVISION USING WS-RUNDATE-PARM.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-APPLY-CORRECTION UNTIL WS-EOF
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-STS-START-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-START-TIME
    IF WS-RUNDATE-PARM-TEXT IS NUMERIC
        MOVE WS-RUNDATE-PARM-TEXT TO WS-RUN-DATE
    ELSE
        DISPLAY 'WSQAPP1 RUN DATE PARM MISSING OR NOT NUMERIC'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT WS-QUEUE-FILE
    OPEN I-O WS-KSDS-FILE
    OPEN INPUT WS-AUTH-FILE
    OPEN EXTEND WS-AUDIT-FILE
    OPEN OUTPUT WS-REPORT-FILE
    IF WS-QUEUE-STATUS NOT = '00'
            OR WS-KSDS-STATUS NOT = '00'
            OR WS-AUTH-STATUS NOT = '00'
            OR WS-AUDIT-STATUS NOT = '00'
            OR WS-REPORT-STATUS NOT = '00'
        DISPLAY 'WSQAPP1 UNABLE TO OPEN ONE OR MORE FILES'
        DISPLAY '  QCIN STATUS:     ' WS-QUEUE-STATUS
        DISPLAY '  WSKSDS1 STATUS:  ' WS-KSDS-STATUS
        DISPLAY '  WSAUTH STATUS:   ' WS-AUTH-STATUS
        DISPLAY '  AUDITLOG STATUS: ' WS-AUDIT-STATUS
        DISPLAY '  QAPPRPT STATUS:  ' WS-REPORT-STATUS
        MOVE 8 TO RETURN-CODE
    MOVE WS-QUEUE-RECORD TO WS-QUEUED-CORRECTION
    ADD 1 TO WS-QUEUED-COUNT
    MOVE 'N' TO WS-BLIND-SW
    MOVE SPACES TO WS-QRT-REASON
    PERFORM 2100-READ-KSDS-RECORD
    IF WS-ON-FILE
        PERFORM 2600-JUDGE-AUTHORITY
    END-IF
    EVALUATE TRUE
        WHEN NOT WS-ON-FILE
            ADD 1 TO WS-GONE-COUNT
            MOVE 'KEY GONE - NOT APPLIED  ' TO WS-QRT-VERDICT
            PERFORM 5000-WRITE-REPORT-LINE
        WHEN WS-QC-OLD-PAYLOAD NOT = LOW-VALUES
                AND WS-FIELD-2 NOT = WS-QC-OLD-PAYLOAD
            ADD 1 TO WS-CHANGED-COUNT
            MOVE 'CHANGED - NOT APPLIED   ' TO WS-QRT-VERDICT
            PERFORM 5000-WRITE-REPORT-LINE
        WHEN WS-ATH-REFUSED
            ADD 1 TO WS-REFUSED-COUNT
            PERFORM 2700-WRITE-REFUSAL
            MOVE 'NOT AUTHORIZED - REFUSED' TO WS-QRT-VERDICT
            MOVE WS-ATH-REASON TO WS-QRT-REASON
            PERFORM 5000-WRITE-REPORT-LINE
        WHEN WS-QC-OLD-PAYLOAD = LOW-VALUES
            SET WS-BLIND-CORRECTION TO TRUE
            ADD 1 TO WS-BLIND-COUNT
            PERFORM 2200-REWRITE-RECORD
        WHEN OTHER
            PERFORM 2200-REWRITE-RECORD
    END-EVALUATE
    MOVE WS-FIELD-2 TO WS-AUD-FIELD-2
    MOVE WS-QC-DATE TO WS-AUD-DATE
    MOVE WS-QC-TIME TO WS-AUD-TIME
    PERFORM 2510-STAMP-AUDIT-RECORD.

2510-STAMP-AUDIT-RECORD.
    MOVE WS-QC-SOURCE-TYPE TO WS-AUD-SOURCE-TYPE
    MOVE 'WSQAPP1 ' TO WS-AUD-SOURCE-ID
    MOVE WS-QC-TERMINAL TO WS-AUD-TERMINAL
    MOVE WS-AUDIT-SEQ-COUNTER TO WS-AUD-SEQ
    WRITE WS-AUDIT-FILE-RECORD FROM WS-AUDIT-RECORD.

*> The keying user's authority is judged against the record as
*> it stands on WSKSDS1 and against the corrected payload.
2600-JUDGE-AUTHORITY.
    SET WS-ATH-PERMITTED TO TRUE
    MOVE SPACES TO WS-ATH-REASON
    MOVE SPACES TO WS-ATH-REGION
    MOVE ZERO TO WS-ATH-AMOUNT
    MOVE WS-QC-USER TO WS-AUT-USER
    READ WS-AUTH-FILE
        INVALID KEY
            SET WS-ATH-REFUSED TO TRUE
            MOVE 'USER NOT ON AUTHORITY FILE' TO WS-ATH-REASON
        NOT INVALID KEY
            IF NOT WS-AUT-ACTIVE
                SET WS-ATH-REFUSED TO TRUE
                MOVE 'AUTHORITY REVOKED' TO WS-ATH-REASON
            END-IF
    END-READ
    IF WS-ATH-PERMITTED
        MOVE WS-FIELD-2 TO WS-CHECK-PAYLOAD
        PERFORM 2610-CHECK-REGION
        IF WS-ATH-PERMITTED AND WS-CHK-AMOUNT IS NUMERIC
            PERFORM 2620-CHECK-AMOUNT
        END-IF
    END-IF
    IF WS-ATH-PERMITTED
        MOVE WS-QC-NEW-PAYLOAD TO WS-CHECK-PAYLOAD
        PERFORM 2610-CHECK-REGION
    END-IF
    IF WS-ATH-PERMITTED
        IF WS-CHK-AMOUNT IS NUMERIC
            PERFORM 2620-CHECK-AMOUNT
        ELSE
            SET WS-ATH-REFUSED TO TRUE
            MOVE 'AMOUNT NOT NUMERIC' TO WS-ATH-REASON
        END-IF
    END-IF.

2610-CHECK-REGION.
    MOVE WS-CHK-REGION TO WS-ATH-REGION
    MOVE 'N' TO WS-ATH-REGION-SW
    MOVE ZERO TO WS-ATH-REGION-INDEX
    PERFORM 2615-MATCH-REGION
        UNTIL WS-ATH-REGION-FOUND OR WS-ATH-REGION-INDEX >= 6
    IF NOT WS-ATH-REGION-FOUND
        SET WS-ATH-REFUSED TO TRUE
        MOVE 'REGION NOT AUTHORIZED' TO WS-ATH-REASON
    END-IF.

2615-MATCH-REGION.
    ADD 1 TO WS-ATH-REGION-INDEX
    IF WS-AUT-REGION (WS-ATH-REGION-INDEX) = '**'
            OR (WS-AUT-REGION (WS-ATH-REGION-INDEX) = WS-CHK-REGION
                AND WS-CHK-REGION NOT = SPACES)
        SET WS-ATH-REGION-FOUND TO TRUE
    END-IF.

2620-CHECK-AMOUNT.
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

*> The refusal is this run's decision, so it carries the run date
*> and the time it was made, not the keying stamps.
2700-WRITE-REFUSAL.
    ADD 1 TO WS-AUDIT-SEQ-COUNTER
    MOVE WS-RUN-DATE TO WS-AUD-DATE
    ACCEPT WS-TIME-WORK FROM TIME
    MOVE WS-TIME-WORK (1:6) TO WS-AUD-TIME
    MOVE 'REFUSE' TO WS-AUD-TAG
    MOVE 'AUTHZ' TO WS-AUD-FIELD-1-TAG
    MOVE SPACES TO WS-AUD-FIELD-2
    MOVE 'CORRECT ' TO WS-AUD-ATH-ACTION
    MOVE WS-QC-KEY TO WS-AUD-ATH-OBJECT
    MOVE WS-ATH-REGION TO WS-AUD-ATH-REGION
    MOVE WS-ATH-AMOUNT TO WS-AUD-ATH-AMOUNT
    MOVE WS-ATH-REASON TO WS-AUD-ATH-REASON
    PERFORM 2510-STAMP-AUDIT-RECORD.

2900-READ-QUEUE.
    READ WS-QUEUE-FILE
        AT END
9000-TERMINATE.
    CLOSE WS-QUEUE-FILE
    CLOSE WS-KSDS-FILE
    CLOSE WS-AUTH-FILE
    CLOSE WS-AUDIT-FILE
    CLOSE WS-REPORT-FILE
    DISPLAY 'WSQAPP1 CORRECTIONS QUEUED:  ' WS-QUEUED-COUNT
    DISPLAY 'WSQAPP1 KEYS GONE:           ' WS-GONE-COUNT
    DISPLAY 'WSQAPP1 CHANGED UNDERNEATH:  ' WS-CHANGED-COUNT
    DISPLAY 'WSQAPP1 APPLIED UNVERIFIED:  ' WS-BLIND-COUNT
    DISPLAY 'WSQAPP1 NOT AUTHORIZED:      ' WS-REFUSED-COUNT
    IF WS-GONE-COUNT > 0 OR WS-CHANGED-COUNT > 0
            OR WS-BLIND-COUNT > 0 OR WS-REFUSED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM 9300-WRITE-STEP-STATS.

9300-WRITE-STEP-STATS.
    MOVE 'WSQAPP1 ' TO WS-STS-PROGRAM
    MOVE WS-RUN-DATE TO WS-STS-BUS-DATE
    ACCEPT WS-STS-END-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-END-TIME
    MOVE WS-QUEUED-COUNT TO WS-STS-READ-COUNT
    MOVE WS-APPLIED-COUNT TO WS-STS-WRITTEN-COUNT
    COMPUTE WS-STS-REJECTED-COUNT =
        WS-GONE-COUNT + WS-CHANGED-COUNT + WS-REFUSED-COUNT
    MOVE ZERO TO WS-STS-HELD-COUNT
    MOVE RETURN-CODE TO WS-STS-RETURN-CODE
    OPEN EXTEND WS-STATS-FILE
    IF WS-STATS-STATUS = '00' OR WS-STATS-STATUS = '05'
        WRITE WS-STATS-FILE-RECORD FROM WS-STEP-STATS-RECORD
        CLOSE WS-STATS-FILE
    ELSE
        DISPLAY 'WSQAPP1 UNABLE TO OPEN STEPSTAT, STATUS: '
            WS-STATS-STATUS
    END-IF.
