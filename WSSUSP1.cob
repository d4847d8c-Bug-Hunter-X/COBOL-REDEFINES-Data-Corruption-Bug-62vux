*>   cols  7-14  requestor ID (must be present)
*>   cols 16-23  approver ID (must be present and differ from
*>               the requestor)
*> Both IDs are then checked against the operator authority file
*> (WSAUTH, WSAUTREC layout): the requestor must be on file and
*> active, and the approver must be active, hold the release
*> authority, and have an approval ceiling that covers the amount
*> of the held item.  A release refused on authority stays held,
*> is listed with its reason, and is written to the audit log as
*> a REFUSE entry (key positions 'AUTHZ') under the approver's ID.
*> When the authority file cannot be opened nothing is released.
*> At the end of the run one step-statistics record (WSSTSREC) is
*> appended to the shared STEPSTAT file for the WSDASH1
*> operations dashboard: read is the held items, written the
*> items released, rejected the release cards denied or refused
*> on authority, held every item carried forward on SUSPOUT (the
*> denied and refused ones included, since they stay held).
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT WS-AUTH-FILE ASSIGN TO WSAUTH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WS-AUT-USER
        FILE STATUS IS WS-AUTH-STATUS.

    SELECT WS-STATS-FILE ASSIGN TO STEPSTAT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-SUSP-IN-FILE
    RECORDING MODE IS F.
01  WS-AUDIT-FILE-RECORD            PIC X(152).

FD  WS-AUTH-FILE.
COPY WSAUTREC.

FD  WS-STATS-FILE
    RECORDING MODE IS F.
01  WS-STATS-FILE-RECORD            PIC X(80).

WORKING-STORAGE SECTION.
COPY WSAREA.
COPY WSAUDREC.
COPY WSSUSREC.
COPY WSSTSREC.

01  WS-SWITCHES.
    05  WS-SUSP-IN-EOF-SW           PIC X(1) VALUE 'N'.
        88  WS-CARD-EOF                 VALUE 'Y'.
    05  WS-MATCH-SW                 PIC X(1) VALUE 'N'.
        88  WS-MATCH-FOUND              VALUE 'Y'.
    05  WS-ATH-RESULT-SW            PIC X(1) VALUE 'Y'.
        88  WS-ATH-PERMITTED            VALUE 'Y'.
        88  WS-ATH-REFUSED              VALUE 'N'.

01  WS-FILE-STATUSES.
    05  WS-SUSP-IN-STATUS           PIC X(2).
    05  WS-SUSP-OUT-STATUS          PIC X(2).
    05  WS-REPORT-STATUS            PIC X(2).
    05  WS-AUDIT-STATUS             PIC X(2).
    05  WS-AUTH-STATUS              PIC X(2).
    05  WS-STATS-STATUS             PIC X(2).

01  WS-COUNTERS.
    05  WS-RELEASED-COUNT           PIC 9(7) VALUE ZERO.
    05  WS-DENIED-COUNT             PIC 9(7) VALUE ZERO.
    05  WS-REFUSED-COUNT            PIC 9(7) VALUE ZERO.
    05  WS-CARRIED-COUNT            PIC 9(7) VALUE ZERO.
    05  WS-RELEASE-HASH             PIC 9(10) VALUE ZERO.
    05  WS-CARD-COUNT               PIC 9(3) VALUE ZERO.
    05  WS-AUDIT-SEQ-COUNTER        PIC 9(9) VALUE ZERO.
    05  WS-TIME-WORK                PIC 9(8).

01  WS-AUTHORITY-CHECK.
    05  WS-ATH-REASON               PIC X(30).
    05  WS-ATH-AMOUNT               PIC S9(9)V99.
    05  WS-ATH-ABS-AMOUNT           PIC 9(9)V99.

01  WS-RELEASE-CARD.
    05  WS-RC-KEY                   PIC X(5).
    05  FILLER                      PIC X(1).
    05  WS-SRT-HELD-DATE            PIC 9(8).
    05  FILLER                      PIC X(11) VALUE ' APPROVER: '.
    05  WS-SRT-APPROVER             PIC X(8).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-SRT-REASON               PIC X(30).
    05  FILLER                      PIC X(18) VALUE SPACES.

LINKAGE SECTION.
01  WS-RUNDATE-PARM.
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-STS-START-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-START-TIME
    OPEN INPUT WS-SUSP-IN-FILE
    OPEN INPUT WS-SUSP-NEW-FILE
    OPEN INPUT WS-CARD-FILE
    OPEN OUTPUT WS-SUSP-OUT-FILE
    OPEN OUTPUT WS-REPORT-FILE
    OPEN EXTEND WS-AUDIT-FILE
    OPEN INPUT WS-AUTH-FILE
    IF WS-SUSP-IN-STATUS NOT = '00'
            OR WS-SUSP-NEW-STATUS NOT = '00'
            OR WS-CARD-STATUS NOT = '00'
            OR WS-SUSP-OUT-STATUS NOT = '00'
            OR WS-REPORT-STATUS NOT = '00'
            OR WS-AUDIT-STATUS NOT = '00'
            OR WS-AUTH-STATUS NOT = '00'
        DISPLAY 'WSSUSP1 UNABLE TO OPEN ONE OR MORE FILES'
        DISPLAY '  SUSPIN STATUS:   ' WS-SUSP-IN-STATUS
        DISPLAY '  SUSPNEW STATUS:  ' WS-SUSP-NEW-STATUS
        DISPLAY '  SUSPOUT STATUS:  ' WS-SUSP-OUT-STATUS
        DISPLAY '  SUSPRPT STATUS:  ' WS-REPORT-STATUS
        DISPLAY '  AUDITLOG STATUS: ' WS-AUDIT-STATUS
        DISPLAY '  WSAUTH STATUS:   ' WS-AUTH-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
        ADD 1 TO WS-DENIED-COUNT
        MOVE 'RELEASE DENIED  ' TO WS-SRT-VERDICT
        MOVE WS-CD-APPROVER (WS-CARD-INDEX) TO WS-SRT-APPROVER
        MOVE 'TWO DIFFERENT IDS REQUIRED' TO WS-SRT-REASON
        PERFORM 5000-WRITE-REPORT-LINE
        WRITE WS-SUSP-OUT-RECORD FROM WS-SUSPENSE-RECORD
    ELSE
        PERFORM 4250-JUDGE-AUTHORITY
        IF WS-ATH-PERMITTED
            PERFORM 4300-RELEASE-ITEM
        ELSE
            PERFORM 4400-REFUSE-RELEASE
        END-IF
    END-IF.

*> The approver must be active, hold the release authority, and
*> have a ceiling covering the item; the requestor must be an
*> active user.
4250-JUDGE-AUTHORITY.
    SET WS-ATH-PERMITTED TO TRUE
    MOVE SPACES TO WS-ATH-REASON
    MOVE ZERO TO WS-ATH-AMOUNT
    IF WS-F2-AMOUNT IS NUMERIC
        MOVE WS-F2-AMOUNT TO WS-ATH-AMOUNT
    END-IF
    MOVE WS-CD-APPROVER (WS-CARD-INDEX) TO WS-AUT-USER
    READ WS-AUTH-FILE
        INVALID KEY
            SET WS-ATH-REFUSED TO TRUE
            MOVE 'USER NOT ON AUTHORITY FILE' TO WS-ATH-REASON
        NOT INVALID KEY
            PERFORM 4260-CHECK-APPROVER
    END-READ
    IF WS-ATH-PERMITTED
        MOVE WS-CD-REQUESTOR (WS-CARD-INDEX) TO WS-AUT-USER
        READ WS-AUTH-FILE
            INVALID KEY
                SET WS-ATH-REFUSED TO TRUE
                MOVE 'REQUESTOR NOT AUTHORIZED' TO WS-ATH-REASON
            NOT INVALID KEY
                IF NOT WS-AUT-ACTIVE
                    SET WS-ATH-REFUSED TO TRUE
                    MOVE 'REQUESTOR NOT AUTHORIZED'
                        TO WS-ATH-REASON
                END-IF
        END-READ
    END-IF.

4260-CHECK-APPROVER.
    IF WS-ATH-AMOUNT < ZERO
        COMPUTE WS-ATH-ABS-AMOUNT = ZERO - WS-ATH-AMOUNT
    ELSE
        MOVE WS-ATH-AMOUNT TO WS-ATH-ABS-AMOUNT
    END-IF
    EVALUATE TRUE
        WHEN NOT WS-AUT-ACTIVE
            SET WS-ATH-REFUSED TO TRUE
            MOVE 'AUTHORITY REVOKED' TO WS-ATH-REASON
        WHEN NOT WS-AUT-MAY-RELEASE
            SET WS-ATH-REFUSED TO TRUE
            MOVE 'NOT AUTHORIZED TO RELEASE' TO WS-ATH-REASON
        WHEN WS-F2-AMOUNT IS NOT NUMERIC
            SET WS-ATH-REFUSED TO TRUE
            MOVE 'AMOUNT NOT NUMERIC' TO WS-ATH-REASON
        WHEN WS-ATH-ABS-AMOUNT > WS-AUT-APPROVE-LIMIT
            SET WS-ATH-REFUSED TO TRUE
            MOVE 'AMOUNT OVER APPROVAL CEILING' TO WS-ATH-REASON
    END-EVALUATE.

4300-RELEASE-ITEM.
    PERFORM 4350-WRITE-AUDIT-PAIR
    WRITE WS-RELEASE-RECORD FROM WS-SUS-DETAIL
    END-IF
    MOVE 'RELEASED        ' TO WS-SRT-VERDICT
    MOVE WS-CD-APPROVER (WS-CARD-INDEX) TO WS-SRT-APPROVER
    MOVE SPACES TO WS-SRT-REASON
    PERFORM 5000-WRITE-REPORT-LINE.

4350-WRITE-AUDIT-PAIR.
    MOVE 'AFTER ' TO WS-AUD-TAG
    WRITE WS-AUDIT-FILE-RECORD FROM WS-AUDIT-RECORD.

4400-REFUSE-RELEASE.
    ADD 1 TO WS-REFUSED-COUNT
    ADD 1 TO WS-AUDIT-SEQ-COUNTER
    MOVE 'REFUSE' TO WS-AUD-TAG
    MOVE 'AUTHZ' TO WS-AUD-FIELD-1-TAG
    MOVE SPACES TO WS-AUD-FIELD-2
    MOVE 'RELEASE ' TO WS-AUD-ATH-ACTION
    MOVE WS-FIELD-1 TO WS-AUD-ATH-OBJECT
    MOVE WS-F2-REGION-TAG TO WS-AUD-ATH-REGION
    MOVE WS-ATH-AMOUNT TO WS-AUD-ATH-AMOUNT
    MOVE WS-ATH-REASON TO WS-AUD-ATH-REASON
    MOVE WS-CD-APPROVER (WS-CARD-INDEX) TO WS-AUD-USER
    MOVE WS-AUDIT-SEQ-COUNTER TO WS-AUD-SEQ
    WRITE WS-AUDIT-FILE-RECORD FROM WS-AUDIT-RECORD
    MOVE 'RELEASE REFUSED ' TO WS-SRT-VERDICT
    MOVE WS-CD-APPROVER (WS-CARD-INDEX) TO WS-SRT-APPROVER
    MOVE WS-ATH-REASON TO WS-SRT-REASON
    PERFORM 5000-WRITE-REPORT-LINE
    WRITE WS-SUSP-OUT-RECORD FROM WS-SUSPENSE-RECORD.

4500-CARRY-ITEM.
    WRITE WS-SUSP-OUT-RECORD FROM WS-SUSPENSE-RECORD
    ADD 1 TO WS-CARRIED-COUNT
    MOVE 'STILL HELD      ' TO WS-SRT-VERDICT
    MOVE SPACES TO WS-SRT-APPROVER
    MOVE SPACES TO WS-SRT-REASON
    PERFORM 5000-WRITE-REPORT-LINE.

5000-WRITE-REPORT-LINE.
    CLOSE WS-SUSP-OUT-FILE
    CLOSE WS-REPORT-FILE
    CLOSE WS-AUDIT-FILE
    CLOSE WS-AUTH-FILE
    DISPLAY 'WSSUSP1 RELEASE CARDS READ: ' WS-CARD-COUNT
    DISPLAY 'WSSUSP1 ITEMS RELEASED:     ' WS-RELEASED-COUNT
    DISPLAY 'WSSUSP1 RELEASES DENIED:    ' WS-DENIED-COUNT
    DISPLAY 'WSSUSP1 RELEASES REFUSED:   ' WS-REFUSED-COUNT
    DISPLAY 'WSSUSP1 ITEMS STILL HELD:   ' WS-CARRIED-COUNT
    IF WS-DENIED-COUNT > 0 OR WS-CARRIED-COUNT > 0
            OR WS-REFUSED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM 9300-WRITE-STEP-STATS.

9100-WRITE-RELEASE-TRAILER.
    MOVE SPACES TO WS-AREA-1
    MOVE WS-RELEASED-COUNT TO WS-TRL-DETAIL-COUNT
    MOVE WS-RELEASE-HASH TO WS-TRL-HASH-TOTAL
    WRITE WS-RELEASE-RECORD FROM WS-AREA-1.

9300-WRITE-STEP-STATS.
    MOVE 'WSSUSP1 ' TO WS-STS-PROGRAM
    MOVE WS-RUN-DATE TO WS-STS-BUS-DATE
    ACCEPT WS-STS-END-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-END-TIME
    COMPUTE WS-STS-READ-COUNT =
        WS-RELEASED-COUNT + WS-CARRIED-COUNT
        + WS-DENIED-COUNT + WS-REFUSED-COUNT
    MOVE WS-RELEASED-COUNT TO WS-STS-WRITTEN-COUNT
    COMPUTE WS-STS-REJECTED-COUNT =
        WS-DENIED-COUNT + WS-REFUSED-COUNT
    COMPUTE WS-STS-HELD-COUNT =
        WS-CARRIED-COUNT + WS-DENIED-COUNT + WS-REFUSED-COUNT
    MOVE RETURN-CODE TO WS-STS-RETURN-CODE
    OPEN EXTEND WS-STATS-FILE
    IF WS-STATS-STATUS = '00' OR WS-STATS-STATUS = '05'
        WRITE WS-STATS-FILE-RECORD FROM WS-STEP-STATS-RECORD
        CLOSE WS-STATS-FILE
    ELSE
        DISPLAY 'WSSUSP1 UNABLE TO OPEN STEPSTAT, STATUS: '
            WS-STATS-STATUS
    END-IF.
