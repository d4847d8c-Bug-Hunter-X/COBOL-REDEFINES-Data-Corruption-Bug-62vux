*> count that has risen three days running.  Any flag ends the
*> step with RETURN-CODE 4 so a drifting feed shows up in the job
*> log the same morning, not in a spreadsheet a day later.
*> At the end of the run one step-statistics record (WSSTSREC) is
*> appended to the shared STEPSTAT file for the WSDASH1
*> operations dashboard: read is the run-history records read,
*> written the days reported.  The business date for that record
*> arrives as a PARM (YYYYMMDD) the way the other batch programs
*> take theirs.
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
FD  WS-HISTORY-FILE
    RECORDING MODE IS F.
01  WS-REPORT-LINE                  PIC X(132).

FD  WS-STATS-FILE
    RECORDING MODE IS F.
01  WS-STATS-FILE-RECORD            PIC X(80).

WORKING-STORAGE SECTION.
COPY WSSTSREC.

01  WS-SWITCHES.
    05  WS-EOF-SW                   PIC X(1) VALUE 'N'.
        88  WS-EOF                      VALUE 'Y'.
01  WS-FILE-STATUSES.
    05  WS-HISTORY-STATUS           PIC X(2).
    05  WS-REPORT-STATUS            PIC X(2).
    05  WS-STATS-STATUS             PIC X(2).

01  WS-TREND-CONTROLS.
    05  WS-DAY-COUNT                PIC 9(2) VALUE ZERO.
    05  WS-SWING-LIMIT              PIC 9(3) VALUE 20.
    05  WS-SWING-PCT                PIC 9(9)V9 VALUE ZERO.
    05  WS-DELTA-WORK               PIC S9(8) VALUE ZERO.
    05  WS-HISTORY-READ-COUNT       PIC 9(7) VALUE ZERO.

01  WS-DAY-TABLE.
    05  WS-DAY-ENTRY OCCURS 10 TIMES.
    05  WS-FLG-TEXT                 PIC X(40).
    05  FILLER                      PIC X(78) VALUE SPACES.

01  WS-RUN-DATE                     PIC 9(8) VALUE ZERO.

LINKAGE SECTION.
01  WS-RUNDATE-PARM.
    05  WS-RUNDATE-PARM-LEN         PIC S9(4) COMP.
    05  WS-RUNDATE-PARM-TEXT        PIC X(8).

PROCEDURE DIVISION USING WS-RUNDATE-PARM.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-COLLECT-DAY UNTIL WS-EOF
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-STS-START-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-START-TIME
    IF WS-RUNDATE-PARM-TEXT IS NUMERIC
        MOVE WS-RUNDATE-PARM-TEXT TO WS-RUN-DATE
    ELSE
        DISPLAY 'WSTREND1 RUN DATE PARM MISSING OR NOT NUMERIC'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT WS-HISTORY-FILE
    OPEN OUTPUT WS-REPORT-FILE
    IF WS-HISTORY-STATUS NOT = '00' OR WS-REPORT-STATUS NOT = '00'
    PERFORM 2900-READ-HISTORY.

2000-COLLECT-DAY.
    ADD 1 TO WS-HISTORY-READ-COUNT
    IF WS-DAY-COUNT < WS-DAY-MAX
        ADD 1 TO WS-DAY-COUNT
    ELSE
    IF WS-FLAG-TRIPPED
        DISPLAY 'WSTREND1 ANOMALY FLAGS TRIPPED'
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM 9300-WRITE-STEP-STATS.

9300-WRITE-STEP-STATS.
    MOVE 'WSTREND1' TO WS-STS-PROGRAM
    MOVE WS-RUN-DATE TO WS-STS-BUS-DATE
    ACCEPT WS-STS-END-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-END-TIME
    MOVE WS-HISTORY-READ-COUNT TO WS-STS-READ-COUNT
    MOVE WS-DAY-COUNT TO WS-STS-WRITTEN-COUNT
    MOVE ZERO TO WS-STS-REJECTED-COUNT
    MOVE ZERO TO WS-STS-HELD-COUNT
    MOVE RETURN-CODE TO WS-STS-RETURN-CODE
    OPEN EXTEND WS-STATS-FILE
    IF WS-STATS-STATUS = '00' OR WS-STATS-STATUS = '05'
        WRITE WS-STATS-FILE-RECORD FROM WS-STEP-STATS-RECORD
        CLOSE WS-STATS-FILE
    ELSE
        DISPLAY 'WSTREND1 UNABLE TO OPEN STEPSTAT, STATUS: '
            WS-STATS-STATUS
    END-IF.
