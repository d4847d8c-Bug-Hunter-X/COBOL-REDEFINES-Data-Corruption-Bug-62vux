*> to the rolling run-history dataset on HISTOUT so WSTREND1 can
*> report day-over-day trends instead of a spreadsheet typed from
*> the job listing.
*> At the end of the run one step-statistics record (WSSTSREC) is
*> appended to the shared STEPSTAT file for the WSDASH1
*> operations dashboard: read is the summary records read (one on
*> a normal night), written the run-history records appended.
*> The business date for that record arrives as a PARM
*> (YYYYMMDD) the way the other batch programs take theirs.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT WS-STATS-FILE ASSIGN TO STEPSTAT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-SUMMARY-FILE
    RECORDING MODE IS F.
01  WS-HISTORY-RECORD               PIC X(32).

FD  WS-STATS-FILE
    RECORDING MODE IS F.
01  WS-STATS-FILE-RECORD            PIC X(80).

WORKING-STORAGE SECTION.
COPY WSSTSREC.

01  WS-EOF-SW                       PIC X(1) VALUE 'N'.
    88  WS-EOF                          VALUE 'Y'.

01  WS-HISTORY-STATUS               PIC X(2).
01  WS-STATS-STATUS                 PIC X(2).

01  WS-COUNTERS.
    05  WS-SUMMARY-READ-COUNT       PIC 9(7) VALUE ZERO.
    05  WS-HISTORY-WRITTEN-COUNT    PIC 9(7) VALUE ZERO.

01  WS-RUN-DATE                     PIC 9(8) VALUE ZERO.

LINKAGE SECTION.
01  WS-RUNDATE-PARM.
    05  WS-RUNDATE-PARM-LEN         PIC S9(4) COMP.
    05  WS-RUNDATE-PARM-TEXT        PIC X(8).

PROCEDURE DIVISION USING WS-RUNDATE-PARM.
0000-MAIN.
    ACCEPT WS-STS-START-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-START-TIME
    IF WS-RUNDATE-PARM-TEXT IS NUMERIC
        MOVE WS-RUNDATE-PARM-TEXT TO WS-RUN-DATE
    ELSE
        DISPLAY 'WSCTLBRK RUN DATE PARM MISSING OR NOT NUMERIC'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT WS-SUMMARY-FILE
    OPEN OUTPUT WS-REPORT-FILE
    READ WS-SUMMARY-FILE
            SET WS-EOF TO TRUE
    END-READ
    IF NOT WS-EOF
        ADD 1 TO WS-SUMMARY-READ-COUNT
        PERFORM 1000-PRINT-CONTROL-BREAK
        PERFORM 2000-APPEND-HISTORY
    ELSE
    END-IF
    CLOSE WS-SUMMARY-FILE
    CLOSE WS-REPORT-FILE
    PERFORM 9300-WRITE-STEP-STATS
    STOP RUN.

1000-PRINT-CONTROL-BREAK.
    OPEN EXTEND WS-HISTORY-FILE
    IF WS-HISTORY-STATUS = '00' OR WS-HISTORY-STATUS = '05'
        WRITE WS-HISTORY-RECORD FROM WS-SUMMARY-RECORD
        ADD 1 TO WS-HISTORY-WRITTEN-COUNT
        CLOSE WS-HISTORY-FILE
    ELSE
        DISPLAY 'WSCTLBRK UNABLE TO OPEN HISTOUT, STATUS: '
            WS-HISTORY-STATUS
        MOVE 8 TO RETURN-CODE
    END-IF.

9300-WRITE-STEP-STATS.
    MOVE 'WSCTLBRK' TO WS-STS-PROGRAM
    MOVE WS-RUN-DATE TO WS-STS-BUS-DATE
    ACCEPT WS-STS-END-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-END-TIME
    MOVE WS-SUMMARY-READ-COUNT TO WS-STS-READ-COUNT
    MOVE WS-HISTORY-WRITTEN-COUNT TO WS-STS-WRITTEN-COUNT
    MOVE ZERO TO WS-STS-REJECTED-COUNT
    MOVE ZERO TO WS-STS-HELD-COUNT
    MOVE RETURN-CODE TO WS-STS-RETURN-CODE
    OPEN EXTEND WS-STATS-FILE
    IF WS-STATS-STATUS = '00' OR WS-STATS-STATUS = '05'
        WRITE WS-STATS-FILE-RECORD FROM WS-STEP-STATS-RECORD
        CLOSE WS-STATS-FILE
    ELSE
        DISPLAY 'WSCTLBRK UNABLE TO OPEN STEPSTAT, STATUS: '
            WS-STATS-STATUS
    END-IF.
