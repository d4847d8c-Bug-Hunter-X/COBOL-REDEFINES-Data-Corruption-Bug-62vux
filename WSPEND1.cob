*> pending, which retires the manual diary and the re-keying of
*> early items.  The run date arrives as a PARM (YYYYMMDD) the
*> way the other batch programs take theirs.
*> At the end of the run one step-statistics record (WSSTSREC) is
*> appended to the shared STEPSTAT file for the WSDASH1
*> operations dashboard: read is the pending items, written the
*> items released to the feed, held the items still pending.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

    SELECT WS-STATS-FILE ASSIGN TO STEPSTAT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-PEND-IN-FILE
    RECORDING MODE IS F.
01  WS-REPORT-LINE                  PIC X(132).

FD  WS-STATS-FILE
    RECORDING MODE IS F.
01  WS-STATS-FILE-RECORD            PIC X(80).

WORKING-STORAGE SECTION.
COPY WSAREA.
COPY WSPNDREC.
COPY WSSTSREC.

01  WS-SWITCHES.
    05  WS-PEND-IN-EOF-SW           PIC X(1) VALUE 'N'.
    05  WS-RELEASE-STATUS           PIC X(2).
    05  WS-PEND-OUT-STATUS          PIC X(2).
    05  WS-REPORT-STATUS            PIC X(2).
    05  WS-STATS-STATUS             PIC X(2).

01  WS-COUNTERS.
    05  WS-RELEASED-COUNT           PIC 9(7) VALUE ZERO.
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-STS-START-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-START-TIME
    OPEN INPUT WS-PEND-IN-FILE
    OPEN INPUT WS-PEND-NEW-FILE
    OPEN OUTPUT WS-RELEASE-FILE
    DISPLAY 'WSPEND1 STILL PENDING:      ' WS-CARRIED-COUNT
    IF WS-LATE-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM 9300-WRITE-STEP-STATS.

9100-WRITE-RELEASE-TRAILER.
    MOVE SPACES TO WS-AREA-1
    MOVE WS-RELEASED-COUNT TO WS-TRL-DETAIL-COUNT
    MOVE WS-RELEASE-HASH TO WS-TRL-HASH-TOTAL
    WRITE WS-RELEASE-RECORD FROM WS-AREA-1.

9300-WRITE-STEP-STATS.
    MOVE 'WSPEND1 ' TO WS-STS-PROGRAM
    MOVE WS-RUN-DATE TO WS-STS-BUS-DATE
    ACCEPT WS-STS-END-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-END-TIME
    COMPUTE WS-STS-READ-COUNT =
        WS-RELEASED-COUNT + WS-LATE-COUNT + WS-CARRIED-COUNT
    COMPUTE WS-STS-WRITTEN-COUNT =
        WS-RELEASED-COUNT + WS-LATE-COUNT
    MOVE ZERO TO WS-STS-REJECTED-COUNT
    MOVE WS-CARRIED-COUNT TO WS-STS-HELD-COUNT
    MOVE RETURN-CODE TO WS-STS-RETURN-CODE
    OPEN EXTEND WS-STATS-FILE
    IF WS-STATS-STATUS = '00' OR WS-STATS-STATUS = '05'
        WRITE WS-STATS-FILE-RECORD FROM WS-STEP-STATS-RECORD
        CLOSE WS-STATS-FILE
    ELSE
        DISPLAY 'WSPEND1 UNABLE TO OPEN STEPSTAT, STATUS: '
            WS-STATS-STATUS
    END-IF.
