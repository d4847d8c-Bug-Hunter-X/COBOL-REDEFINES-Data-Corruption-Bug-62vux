*> whose amount positions hold garbage so they stop sailing
*> through unnoticed.  RETURN-CODE 4 when any garbage amounts were
*> seen.
*> Reversal records ('R', WS-AREA-6) are counted but not tallied:
*> their amount is the original posting's, and the offset only
*> becomes a signed entry once WSBATCH1 has applied it.
*> At the end of the run one step-statistics record (WSSTSREC) is
*> appended to the shared STEPSTAT file for the WSDASH1
*> operations dashboard: read is the details and reversals seen
*> (what WSDUPX1 passed on), rejected the garbage amounts; the
*> step writes only its report.  The
*> business date for that record arrives as a PARM the way the
*> other batch programs take theirs.
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
FD  WS-INPUT-FILE
    RECORDING MODE IS F.
01  WS-REPORT-LINE                  PIC X(132).

FD  WS-STATS-FILE
    RECORDING MODE IS F.
01  WS-STATS-FILE-RECORD            PIC X(80).

WORKING-STORAGE SECTION.
COPY WSAREA.
COPY WSSTSREC.

01  WS-SWITCHES.
    05  WS-EOF-SW                   PIC X(1) VALUE 'N'.
01  WS-FILE-STATUSES.
    05  WS-INPUT-STATUS             PIC X(2).
    05  WS-REPORT-STATUS            PIC X(2).
    05  WS-STATS-STATUS             PIC X(2).

01  WS-COUNTERS.
    05  WS-DETAIL-COUNT             PIC 9(7) VALUE ZERO.
    05  WS-BAD-AMOUNT-COUNT         PIC 9(7) VALUE ZERO.
    05  WS-REVERSAL-COUNT           PIC 9(7) VALUE ZERO.
    05  WS-STATUS-COUNT             PIC 9(2) VALUE ZERO.
    05  WS-STATUS-INDEX             PIC 9(2) VALUE ZERO.
    05  WS-STATUS-MAX               PIC 9(2) VALUE 20.
    05  WS-RPT-AMOUNT               PIC -(13)9.99.
    05  FILLER                      PIC X(80) VALUE SPACES.

01  WS-RUN-DATE                     PIC 9(8) VALUE ZERO.

LINKAGE SECTION.
01  WS-RUNDATE-PARM.
    05  WS-RUNDATE-PARM-LEN         PIC S9(4) COMP.
    05  WS-RUNDATE-PARM-TEXT        PIC X(8).

PROCEDURE DIVISION USING WS-RUNDATE-PARM.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-TALLY-RECORD UNTIL WS-EOF
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-STS-START-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-START-TIME
    IF WS-RUNDATE-PARM-TEXT IS NUMERIC
        MOVE WS-RUNDATE-PARM-TEXT TO WS-RUN-DATE
    ELSE
        DISPLAY 'WSSTAT1 RUN DATE PARM MISSING OR NOT NUMERIC'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT WS-INPUT-FILE
    OPEN OUTPUT WS-REPORT-FILE
    IF WS-INPUT-STATUS NOT = '00' OR WS-REPORT-STATUS NOT = '00'
        MOVE WS-ROUTE-KEY TO WS-FIELD-1
        MOVE WS-ROUTE-PAYLOAD TO WS-FIELD-2
        PERFORM 2100-TALLY-DETAIL
    ELSE
        IF WS-REVERSAL-TYPE
            ADD 1 TO WS-REVERSAL-COUNT
        END-IF
    END-IF
    PERFORM 2900-READ-NEXT.

        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING 'REVERSALS READ:      ' WS-REVERSAL-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING 'GARBAGE AMOUNTS:     ' WS-BAD-AMOUNT-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    CLOSE WS-INPUT-FILE
    CLOSE WS-REPORT-FILE
    DISPLAY 'WSSTAT1 DETAILS READ:    ' WS-DETAIL-COUNT
    DISPLAY 'WSSTAT1 REVERSALS READ:  ' WS-REVERSAL-COUNT
    DISPLAY 'WSSTAT1 GARBAGE AMOUNTS: ' WS-BAD-AMOUNT-COUNT
    IF WS-BAD-AMOUNT-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM 9300-WRITE-STEP-STATS.

9300-WRITE-STEP-STATS.
    MOVE 'WSSTAT1 ' TO WS-STS-PROGRAM
    MOVE WS-RUN-DATE TO WS-STS-BUS-DATE
    ACCEPT WS-STS-END-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-END-TIME
    COMPUTE WS-STS-READ-COUNT =
        WS-DETAIL-COUNT + WS-REVERSAL-COUNT
    MOVE ZERO TO WS-STS-WRITTEN-COUNT
    MOVE WS-BAD-AMOUNT-COUNT TO WS-STS-REJECTED-COUNT
    MOVE ZERO TO WS-STS-HELD-COUNT
    MOVE RETURN-CODE TO WS-STS-RETURN-CODE
    OPEN EXTEND WS-STATS-FILE
    IF WS-STATS-STATUS = '00' OR WS-STATS-STATUS = '05'
        WRITE WS-STATS-FILE-RECORD FROM WS-STEP-STATS-RECORD
        CLOSE WS-STATS-FILE
    ELSE
        DISPLAY 'WSSTAT1 UNABLE TO OPEN STEPSTAT, STATUS: '
            WS-STATS-STATUS
    END-IF.
