*> of what went to the archive, so a retrieval request can be
*> answered without mounting anything.  The run date arrives as a
*> PARM the way the other batch programs take theirs.
*> At the end of the run one step-statistics record (WSSTSREC) is
*> appended to the shared STEPSTAT file for the WSDASH1
*> operations dashboard: read and written are the audit and
*> purged-exception records in and out (kept plus archived).
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CTL-OUT-STATUS.

    SELECT WS-STATS-FILE ASSIGN TO STEPSTAT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-AUDIT-IN-FILE
    RECORDING MODE IS F.
01  WS-CTL-OUT-RECORD               PIC X(30).

FD  WS-STATS-FILE
    RECORDING MODE IS F.
01  WS-STATS-FILE-RECORD            PIC X(80).

WORKING-STORAGE SECTION.
COPY WSCTLREC.
COPY WSSTSREC.
01  WS-SWITCHES.
    05  WS-AUDIT-EOF-SW             PIC X(1) VALUE 'N'.
        88  WS-AUDIT-EOF                VALUE 'Y'.
    05  WS-MANIFEST-STATUS          PIC X(2).
    05  WS-CTL-IN-STATUS            PIC X(2).
    05  WS-CTL-OUT-STATUS           PIC X(2).
    05  WS-STATS-STATUS             PIC X(2).

01  WS-RETENTION-CONTROLS.
    05  WS-AUDIT-RETENTION          PIC 9(3) VALUE 90.
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-STS-START-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-START-TIME
    OPEN INPUT WS-AUDIT-IN-FILE
    OPEN INPUT WS-EXC-IN-FILE
    OPEN OUTPUT WS-AUDIT-OUT-FILE
    DISPLAY 'WSARCH1 EXCEPTIONS ARCHIVED: ' WS-EXC-ARCH-COUNT
    IF RETURN-CODE <= 4
        PERFORM 9200-STAMP-RUN-CONTROL
    END-IF
    PERFORM 9300-WRITE-STEP-STATS.

9200-STAMP-RUN-CONTROL.
    OPEN EXTEND WS-CTL-OUT-FILE
            WS-CTL-OUT-STATUS
        MOVE 8 TO RETURN-CODE
    END-IF.

9300-WRITE-STEP-STATS.
    MOVE 'WSARCH1 ' TO WS-STS-PROGRAM
    MOVE WS-RUN-DATE TO WS-STS-BUS-DATE
    ACCEPT WS-STS-END-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-END-TIME
    COMPUTE WS-STS-READ-COUNT =
        WS-AUD-KEPT-COUNT + WS-AUD-ARCH-COUNT + WS-EXC-KEPT-COUNT
        + WS-EXC-ARCH-COUNT
    COMPUTE WS-STS-WRITTEN-COUNT =
        WS-AUD-KEPT-COUNT + WS-AUD-ARCH-COUNT + WS-EXC-KEPT-COUNT
        + WS-EXC-ARCH-COUNT
    MOVE ZERO TO WS-STS-REJECTED-COUNT
    MOVE ZERO TO WS-STS-HELD-COUNT
    MOVE RETURN-CODE TO WS-STS-RETURN-CODE
    OPEN EXTEND WS-STATS-FILE
    IF WS-STATS-STATUS = '00' OR WS-STATS-STATUS = '05'
        WRITE WS-STATS-FILE-RECORD FROM WS-STEP-STATS-RECORD
        CLOSE WS-STATS-FILE
    ELSE
        DISPLAY 'WSARCH1 UNABLE TO OPEN STEPSTAT, STATUS: '
            WS-STATS-STATUS
    END-IF.
