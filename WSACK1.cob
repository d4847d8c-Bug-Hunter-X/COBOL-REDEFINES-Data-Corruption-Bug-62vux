*> reconcile back to the sent count.  Details tagged RC, RP, or
*> RS (the recycle and release feeds) belong to no region file
*> and are totalled in the job log only.
*> Reversal records ('R') are in the details sent and the key
*> hash, as the trailers count them, and are then reported as
*> their own counts: reversals sent, reversals posted (accepted
*> entries flagged WS-F2-REVERSAL-ENTRY), and reversals refused
*> (rejects with the reversal flag in the payload, listed with
*> REVERSAL in place of REJECTED).  The accepted, rejected, and
*> held detail counts exclude them, so details accepted, rejected,
*> and held plus reversals posted and refused reconcile back to
*> the sent count.
*> At the end of the run one step-statistics record (WSSTSREC) is
*> appended to the shared STEPSTAT file for the WSDASH1
*> operations dashboard: read is the merged details, written the
*> details acknowledged as accepted, rejected the rejects
*> reported back.  The business date for that record arrives as a
*> PARM the way the other batch programs take theirs.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ACK3-STATUS.

    SELECT WS-STATS-FILE ASSIGN TO STEPSTAT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-MERGE-FILE
    RECORDING MODE IS F.
01  WS-ACK3-LINE                    PIC X(132).

FD  WS-STATS-FILE
    RECORDING MODE IS F.
01  WS-STATS-FILE-RECORD            PIC X(80).

WORKING-STORAGE SECTION.
COPY WSAREA.
COPY WSSTSREC.

01  WS-SWITCHES.
    05  WS-MERGE-EOF-SW             PIC X(1) VALUE 'N'.
    05  WS-ACK1-STATUS              PIC X(2).
    05  WS-ACK2-STATUS              PIC X(2).
    05  WS-ACK3-STATUS              PIC X(2).
    05  WS-STATS-STATUS             PIC X(2).

01  WS-REGION-CONTROLS.
    05  WS-REGION-NO                PIC 9(1) VALUE ZERO.
        10  WS-REG-SENT-HASH        PIC 9(10).
        10  WS-REG-ACC-COUNT        PIC 9(7).
        10  WS-REG-REJECT-COUNT     PIC 9(7).
        10  WS-REG-REV-SENT-COUNT   PIC 9(7).
        10  WS-REG-REV-ACC-COUNT    PIC 9(7).
        10  WS-REG-REV-REJ-COUNT    PIC 9(7).

01  WS-ACK-LINE-WORK                PIC X(132).

    05  FILLER                      PIC X(104) VALUE SPACES.

01  WS-ACK-REJECT-DETAIL.
    05  WS-ACK-REJ-LABEL            PIC X(9).
    05  WS-ACK-REJ-KEY              PIC X(5).
    05  FILLER                      PIC X(9)  VALUE ' REASON: '.
    05  WS-ACK-REJ-REASON           PIC X(30).
    05  WS-ACK-TOT-HASH             PIC 9(10).
    05  FILLER                      PIC X(85) VALUE SPACES.

01  WS-RUN-DATE                     PIC 9(8) VALUE ZERO.

LINKAGE SECTION.
01  WS-RUNDATE-PARM.
    05  WS-RUNDATE-PARM-LEN         PIC S9(4) COMP.
    05  WS-RUNDATE-PARM-TEXT        PIC X(8).

PROCEDURE DIVISION USING WS-RUNDATE-PARM.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-TALLY-MERGED UNTIL WS-MERGE-EOF
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-STS-START-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-START-TIME
    IF WS-RUNDATE-PARM-TEXT IS NUMERIC
        MOVE WS-RUNDATE-PARM-TEXT TO WS-RUN-DATE
    ELSE
        DISPLAY 'WSACK1 RUN DATE PARM MISSING OR NOT NUMERIC'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT WS-MERGE-FILE
    OPEN INPUT WS-EXC-FILE
    OPEN INPUT WS-ACCEPT-FILE

2000-TALLY-MERGED.
    MOVE WS-MERGE-RECORD TO WS-AREA-1
    IF WS-DETAIL-TYPE OR WS-REVERSAL-TYPE
        PERFORM 2100-TALLY-DETAIL
    END-IF
    PERFORM 2900-READ-MERGED.
    PERFORM 6000-FIND-REGION
    IF WS-REGION-NO > 0
        ADD 1 TO WS-REG-SENT-COUNT (WS-REGION-NO)
        IF WS-REVERSAL-TYPE
            ADD 1 TO WS-REG-REV-SENT-COUNT (WS-REGION-NO)
        END-IF
        IF WS-REC-KEY NUMERIC
            ADD WS-REC-KEY TO WS-REG-SENT-HASH (WS-REGION-NO)
        END-IF
    MOVE WS-F2-REGION-TAG TO WS-ROUTE-TAG
    PERFORM 6000-FIND-REGION
    IF WS-REGION-NO > 0
        IF WS-F2-REVERSAL-ENTRY
            ADD 1 TO WS-REG-REV-ACC-COUNT (WS-REGION-NO)
        ELSE
            ADD 1 TO WS-REG-ACC-COUNT (WS-REGION-NO)
        END-IF
    ELSE
        ADD 1 TO WS-OTHER-ACC-COUNT
    END-IF
            SET WS-ACCEPT-EOF TO TRUE
    END-READ.

*> A detail refused for arriving with the reversal flag was sent
*> as a detail, so it is tallied as a rejected detail.
3000-ROUTE-REJECT.
    MOVE SPACES TO WS-AREA-1
    MOVE WS-EXC-FIELD-1 TO WS-FIELD-1
    MOVE WS-F2-REGION-TAG TO WS-ROUTE-TAG
    PERFORM 6000-FIND-REGION
    IF WS-REGION-NO > 0
        IF WS-F2-REVERSAL-ENTRY
                AND WS-EXC-REASON NOT = 'REVERSAL FLAG ON DETAIL'
            ADD 1 TO WS-REG-REV-REJ-COUNT (WS-REGION-NO)
            MOVE 'REVERSAL ' TO WS-ACK-REJ-LABEL
        ELSE
            ADD 1 TO WS-REG-REJECT-COUNT (WS-REGION-NO)
            MOVE 'REJECTED ' TO WS-ACK-REJ-LABEL
        END-IF
        MOVE WS-EXC-FIELD-1 TO WS-ACK-REJ-KEY
        MOVE WS-EXC-REASON TO WS-ACK-REJ-REASON
        MOVE WS-ACK-REJECT-DETAIL TO WS-ACK-LINE-WORK
    MOVE WS-REG-SENT-HASH (WS-REGION-NO) TO WS-ACK-TOT-HASH
    MOVE WS-ACK-TOTAL-DETAIL TO WS-ACK-LINE-WORK
    PERFORM 5000-WRITE-ACK-LINE
    MOVE 'REVERSALS SENT:   ' TO WS-ACK-TOT-LABEL
    MOVE WS-REG-REV-SENT-COUNT (WS-REGION-NO) TO WS-ACK-TOT-COUNT
    MOVE ZERO TO WS-ACK-TOT-HASH
    MOVE WS-ACK-TOTAL-DETAIL TO WS-ACK-LINE-WORK
    PERFORM 5000-WRITE-ACK-LINE
    MOVE 'DETAILS ACCEPTED: ' TO WS-ACK-TOT-LABEL
    MOVE WS-REG-ACC-COUNT (WS-REGION-NO) TO WS-ACK-TOT-COUNT
    MOVE ZERO TO WS-ACK-TOT-HASH
    MOVE WS-ACK-TOTAL-DETAIL TO WS-ACK-LINE-WORK
    PERFORM 5000-WRITE-ACK-LINE
*> What was sent but neither posted nor rejected is sitting in
*> the pending, suspense, or duplicate-held stores.  Reversals
*> are never held: each one either posts or is refused.
    MOVE 'DETAILS HELD:     ' TO WS-ACK-TOT-LABEL
    COMPUTE WS-HELD-WORK =
        WS-REG-SENT-COUNT (WS-REGION-NO)
        - WS-REG-REV-SENT-COUNT (WS-REGION-NO)
        - WS-REG-ACC-COUNT (WS-REGION-NO)
        - WS-REG-REJECT-COUNT (WS-REGION-NO)
    IF WS-HELD-WORK < ZERO
    MOVE WS-HELD-WORK TO WS-ACK-TOT-COUNT
    MOVE ZERO TO WS-ACK-TOT-HASH
    MOVE WS-ACK-TOTAL-DETAIL TO WS-ACK-LINE-WORK
    PERFORM 5000-WRITE-ACK-LINE
    MOVE 'REVERSALS POSTED: ' TO WS-ACK-TOT-LABEL
    MOVE WS-REG-REV-ACC-COUNT (WS-REGION-NO) TO WS-ACK-TOT-COUNT
    MOVE WS-ACK-TOTAL-DETAIL TO WS-ACK-LINE-WORK
    PERFORM 5000-WRITE-ACK-LINE
    MOVE 'REVERSALS REFUSED:' TO WS-ACK-TOT-LABEL
    MOVE WS-REG-REV-REJ-COUNT (WS-REGION-NO) TO WS-ACK-TOT-COUNT
    MOVE WS-ACK-TOTAL-DETAIL TO WS-ACK-LINE-WORK
    PERFORM 5000-WRITE-ACK-LINE.

5000-WRITE-ACK-LINE.
    CLOSE WS-ACK3-FILE
    DISPLAY 'WSACK1 REGION R1 SENT: ' WS-REG-SENT-COUNT (1)
        ' REJECTED: ' WS-REG-REJECT-COUNT (1)
        ' REVERSALS: ' WS-REG-REV-SENT-COUNT (1)
    DISPLAY 'WSACK1 REGION R2 SENT: ' WS-REG-SENT-COUNT (2)
        ' REJECTED: ' WS-REG-REJECT-COUNT (2)
        ' REVERSALS: ' WS-REG-REV-SENT-COUNT (2)
    DISPLAY 'WSACK1 REGION R3 SENT: ' WS-REG-SENT-COUNT (3)
        ' REJECTED: ' WS-REG-REJECT-COUNT (3)
        ' REVERSALS: ' WS-REG-REV-SENT-COUNT (3)
    DISPLAY 'WSACK1 NON-REGION DETAILS:  ' WS-OTHER-COUNT
    DISPLAY 'WSACK1 NON-REGION ACCEPTED: ' WS-OTHER-ACC-COUNT
    DISPLAY 'WSACK1 UNROUTED REJECTS:    ' WS-UNROUTED-COUNT
    IF WS-UNROUTED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM 9300-WRITE-STEP-STATS.

9300-WRITE-STEP-STATS.
    MOVE 'WSACK1  ' TO WS-STS-PROGRAM
    MOVE WS-RUN-DATE TO WS-STS-BUS-DATE
    ACCEPT WS-STS-END-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-END-TIME
    COMPUTE WS-STS-READ-COUNT =
        WS-REG-SENT-COUNT (1) + WS-REG-SENT-COUNT (2)
        + WS-REG-SENT-COUNT (3) + WS-OTHER-COUNT
    COMPUTE WS-STS-WRITTEN-COUNT =
        WS-REG-ACC-COUNT (1) + WS-REG-ACC-COUNT (2)
        + WS-REG-ACC-COUNT (3) + WS-OTHER-ACC-COUNT
        + WS-REG-REV-ACC-COUNT (1) + WS-REG-REV-ACC-COUNT (2)
        + WS-REG-REV-ACC-COUNT (3)
    COMPUTE WS-STS-REJECTED-COUNT =
        WS-REG-REJECT-COUNT (1) + WS-REG-REJECT-COUNT (2)
        + WS-REG-REJECT-COUNT (3) + WS-UNROUTED-COUNT
        + WS-REG-REV-REJ-COUNT (1) + WS-REG-REV-REJ-COUNT (2)
        + WS-REG-REV-REJ-COUNT (3)
    MOVE ZERO TO WS-STS-HELD-COUNT
    MOVE RETURN-CODE TO WS-STS-RETURN-CODE
    OPEN EXTEND WS-STATS-FILE
    IF WS-STATS-STATUS = '00' OR WS-STATS-STATUS = '05'
        WRITE WS-STATS-FILE-RECORD FROM WS-STEP-STATS-RECORD
        CLOSE WS-STATS-FILE
    ELSE
        DISPLAY 'WSACK1 UNABLE TO OPEN STEPSTAT, STATUS: '
            WS-STATS-STATUS
    END-IF.
